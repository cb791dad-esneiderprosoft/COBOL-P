000012* BOMBAS - GUARDA COMPROBANTE DE COMBUSTIBLES. 
      * 15/10/26 JLR CON MEDIDA "C" (VARIABLES "medida" Y "agua") LAS
      *              LECTURAS DE VARILLA 1 Y 2 LLEGAN EN CENTIMETROS Y
      *              SE PASAN A GALONES NETOS DE AGUA CON LA TABLA DE
      *              AFORO DEL TANQUE (BOM008A); LA 3 (ENTRADAS DEL
      *              TURNO) YA ES VOLUMEN. LAS LECTURAS PASAN AL
      *              REGISTRO UNA A UNA.
000020 IDENTIFICATION DIVISION. 
000021* PROGRAM-ID. "BOMB01_1".
000022

       77 NOM-USUAR-W            PIC X(70).
       77 NOM-CLTAN-W            PIC X(70).
       77 NOM-AFO-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 SUCURSAL-W             PIC X.




       01 VARILLAJE-W.
          02 ALTURA-TXT-W        PIC X(6).
          02 ALTURA-NUM-W REDEFINES ALTURA-TXT-W PIC 9(5)V9.
          02 ALTURA-AFO-W        PIC 9(4)V9.
          02 GALONES-AFO-W       PIC 9(7)V99.
          02 GALONES-AGUA-W      PIC 9(7)V99.
          02 INVALID-AFO-W       PIC 99.
          02 GALONES-NETO-W      PIC 9(7)V99 OCCURS 2.

       01 LINEA-LLEGAD-W             PIC X(100).

       01 DATO-LLEGADA-W.
          02 NOVEDAD-LLEGAD-W       PIC X.
          02 COD-CL-W               PIC XX.
          02 DESCRIP-CL-W           PIC X(30).
          02 MEDIDA-LLEGAD-W        PIC X.
          02 AGUA-LLEGAD-W          PIC 9(4)V9.


       01 DATOS-ENVIO.
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W, CARPTA-LLEGAD-W, NOVEDAD-LLEGAD-W, COD-CL-W, DESCRIP-CL-W
           END-UNSTRING.

      *    LA MEDIDA ("C" = CENTIMETROS DE VARILLA) Y EL AGUA DEL
      *    FONDO EN CM (CON UN DECIMAL IMPLICITO) VIENEN APARTE.

           MOVE "medida" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO MEDIDA-LLEGAD-W.

           MOVE "agua" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO AGUA-LLEGAD-W
           END-UNSTRING

           IF AGUA-LLEGAD-W NOT NUMERIC
              MOVE ZEROS TO AGUA-LLEGAD-W
           END-IF.

001855     MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

001238 INICIAR-SESION.
007292     INSPECT NOM-CLTAN-W REPLACING FIRST "                         "
007293                                      BY "PROG\DATOS\SC-ARCLTAN.DAT".

           MOVE NOM-USUAR-W TO NOM-AFO-W
           INSPECT NOM-AFO-W REPLACING FIRST "SC-ARCHUSU.DAT"
                                          BY "SC-ARCHAFO.DAT".

       LEER-USUARIO.

           OPEN INPUT ARCHIVO-USUARIOS

           OPEN INPUT ARCHIVO-TEXTO.
           INITIALIZE I VARIABLES.

       LEER-TABLA.
           READ ARCHIVO-TEXTO NEXT WITH NO LOCK AT END GO TO CERRAR-TABLA.

           IF I > 300
              GO TO CERRAR-TABLA
           ELSE
              MOVE DATOS-PLANO TO LECTURA-ACTUAL OF VARIABLES (I)
           END-IF.

           GO TO LEER-TABLA.
       CERRAR-TABLA.
           CLOSE ARCHIVO-TEXTO.

           IF MEDIDA-LLEGAD-W = "C"
              PERFORM CONVERTIR-VARILLA
           END-IF.

           IF NOVEDAD-W = 7 AND SW-INVALID = 1 GO TO NUEVO.
           IF NOVEDAD-W = 8 AND SW-INVALID = 0 GO TO CAMBIO.


           MOVE COD-CL-W       TO COD-CL-TANQ
           MOVE DESCRIP-CL-W   TO DESCRIP-CL-TANQ
           PERFORM PASAR-LECTURA VARYING J FROM 1 BY 1 UNTIL J > 3
           WRITE REG-CL-TANQ   END-WRITE
           GO TO CERRAR-ARCHIVO.


           MOVE COD-CL-W       TO COD-CL-TANQ
           MOVE DESCRIP-CL-W   TO DESCRIP-CL-TANQ
           PERFORM PASAR-LECTURA VARYING J FROM 1 BY 1 UNTIL J > 3
           REWRITE REG-CL-TANQ   END-REWRITE
           GO TO CERRAR-ARCHIVO.

002547     MOVE 1 TO PROGRAM-STATUS.
002548     EXIT PROGRAM.

      *    LECTURAS 1 (APERTURA) Y 2 (FISICO) SON DE VARILLA; LA 3
      *    (ENTRADAS DEL TURNO) ES VOLUMEN Y PASA SIEMPRE COMO LLEGA.

       PASAR-LECTURA.
           IF MEDIDA-LLEGAD-W = "C" AND J < 3
              MOVE GALONES-NETO-W (J)
                                  TO LECTURA-ACTUAL OF TABLA-CL-TANQ (J)
           ELSE
              MOVE LECTURA-ACTUAL OF VARIABLES (J)
                                  TO LECTURA-ACTUAL OF TABLA-CL-TANQ (J)
           END-IF.

      *    SE CONVIERTE ANTES DE ABRIR EL ARCHIVO DE TANQUES; EL AGUA
      *    DEL FONDO SE DESCUENTA DE CADA LECTURA DE VARILLA.

       CONVERTIR-VARILLA.
           MOVE ZEROS TO GALONES-AGUA-W
           IF AGUA-LLEGAD-W > ZEROS
              MOVE AGUA-LLEGAD-W TO ALTURA-AFO-W
              PERFORM CONVERTIR-ALTURA
              MOVE GALONES-AFO-W TO GALONES-AGUA-W
           END-IF.

           PERFORM CONVERTIR-LECTURA VARYING J FROM 1 BY 1 UNTIL J > 2.

       CONVERTIR-LECTURA.
           MOVE LECTURA-ACTUAL OF VARIABLES (J) TO ALTURA-TXT-W
           MOVE ALTURA-NUM-W TO ALTURA-AFO-W
           PERFORM CONVERTIR-ALTURA
           MOVE ZEROS TO GALONES-NETO-W (J)
           IF GALONES-AFO-W > GALONES-AGUA-W
              COMPUTE GALONES-NETO-W (J) =
                      GALONES-AFO-W - GALONES-AGUA-W
           END-IF.

       CONVERTIR-ALTURA.
           MOVE ZEROS TO GALONES-AFO-W INVALID-AFO-W
           IF ALTURA-AFO-W > ZEROS
              CALL "BOM008A" USING NOM-AFO-W COD-CL-W
                                   ALTURA-AFO-W GALONES-AFO-W
                                   INVALID-AFO-W
                   ON EXCEPTION CONTINUE
              END-CALL
              IF INVALID-AFO-W NOT = ZEROS
                 MOVE "99"                                TO MSJ1-HTML
                 MOVE "Varilla fuera de la tabla de aforo" TO MSJ2-HTML
                 MOVE "BOMB01_1"                          TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF.

       ERROR-1.
           MOVE "99"            TO MSJ1-HTML
           MOVE SW-INVALID      TO MSJ2-HTML
