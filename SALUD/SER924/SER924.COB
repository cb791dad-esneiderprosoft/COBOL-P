      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR PENDIENTES (OPC "P") Y CIRCULAR 030 (OPC "C")
      *              PASAN A SER924R PARA CORRERLOS TAMBIEN DESDE LA
      *              COLA DE INFORMES, CON EL SALDO DE LA FACTURA
      *              (NOTAS DE SER925 Y PAGOS DE SER953 EN
      *              SC-ARCHRMV).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER924".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-RADIC.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-RADIC.CBL".

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
          02 LOTE-LLEGAD-W          PIC X(10).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).

       COPY "..\..\FUENTES\LNK-COLA.CBL".

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           END-STRING.

       PREPARAR-FECHAS.
           MOVE FECHA-TOTAL TO FECHA-HOY-W.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-RADICACION.
             WHEN "A"   GO TO REGISTRAR-FACTURA
             WHEN "R"   GO TO RADICAR-FACTURA
             WHEN "K"   GO TO REGISTRAR-ACUSE
             WHEN "P"   GO TO INFORMES-RADICACION
             WHEN "C"   GO TO INFORMES-RADICACION
             WHEN OTHER
                  CLOSE ARCHIVO-RADICACION
                  MOVE "99"                TO MSJ1-HTML

      *=================================================================
      * OPC "P" - FACTURAS SIN RADICAR (NADA SE ENVEJECE EN UN CAJON)
      * OPC "C" - CARTERA POR EDADES Y ENTIDAD (CIRCULAR 030)
      *           LOS ARMA SER924R CON LA MISMA LINEA DE LA PANTALLA
      *           (LA COLA DE INFORMES CON883 LO LLAMA IGUAL).
      *=================================================================
       INFORMES-RADICACION.
           CLOSE ARCHIVO-RADICACION

           INITIALIZE REG-COLA-LNK
           MOVE LINEA-LLEGAD-W TO PARAMETROS-COLA-LNK
           MOVE NOM-PLANO-W    TO ARCHIVO-COLA-LNK

           CALL "SER924R" USING REG-COLA-LNK
           CANCEL "SER924R"

           IF ESTADO-COLA-LNK NOT = "00"
              MOVE ESTADO-COLA-LNK     TO MSJ1-HTML
              MOVE MENSAJE-COLA-LNK    TO MSJ2-HTML
              MOVE "SER924R"           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
