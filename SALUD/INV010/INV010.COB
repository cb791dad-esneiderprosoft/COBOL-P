      *============================================================
      * INVENTARIOS -CALCULA -COSTO -PROMEDIO -VALORIZA MOVIENTOS
      *============================================================
      * 15/10/26 JLR LA VALORIZACION PASA A INV010R PARA CORRERLA
      *              TAMBIEN DESDE LA COLA DE INFORMES (CON883).
      *============================================================
       IDENTIFICATION DIVISION. 
       PROGRAM-ID. "HttpExtensionProc".
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".  

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".

       01 LLEGADA-W                          PIC X(100).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGA-W.
             03 ID-LLEGAD-W                   PIC X(15).
             03 HORA-LLEGAD-W                 PIC X(6).
          02 DIR-CONTAB-LLEGADA-W             PIC X(21).
          02 MES-CONTAB-LLEGADA-W             PIC XX.
          02 METODO-COSTEO-LLEGADA-W          PIC X.

       01 DATOS-ENVIO.
          02 ESTADO-ENV                   PIC XX.
          02 FILLER                       PIC X VALUE "|". 

       COPY "..\..\FUENTES\LNK-COLA.CBL".
      
       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".
       PROCEDURE DIVISION WITH stdcall LINKAGE USING ISAPI-CTX-CNT.
      
       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.         
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00"
              CONTINUE 
           ELSE
              GO TO ENVIAR2-ERROR
           END-IF.
          
       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.         
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE "INV808"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.
    
       END DECLARATIVES.
      
           INITIALIZE METODO-COSTEO-LLEGADA-W

           UNSTRING LLEGADA-W DELIMITED BY "|"
              INTO LLAVE-SESION-LLEGA-W, DIR-CONTAB-LLEGADA-W,
                   MES-CONTAB-LLEGADA-W, METODO-COSTEO-LLEGADA-W
           END-UNSTRING.

           MOVE LLAVE-SESION-LLEGA-W    TO LLAVE-SESION-W.
              GO TO ENVIAR2-ERROR
           END-IF.

      *    LA VALORIZACION LA HACE INV010R CON LA MISMA LINEA DE LA
      *    PANTALLA (LA COLA DE INFORMES CON883 LO LLAMA IGUAL).

       VALORIZAR-MOVIMIENTO.
           INITIALIZE REG-COLA-LNK
           MOVE LLEGADA-W      TO PARAMETROS-COLA-LNK

           CALL "INV010R" USING REG-COLA-LNK
           CANCEL "INV010R"

           IF ESTADO-COLA-LNK NOT = "00"
              MOVE ESTADO-COLA-LNK     TO MSJ1-HTML
              MOVE MENSAJE-COLA-LNK    TO MSJ2-HTML
              MOVE "INV010R"           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ENVIAR-DATOS.
            
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
