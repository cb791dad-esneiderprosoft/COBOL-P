      *          CALIENTE APARECIA COMO MERMA FANTASMA EN BOM125.
      *          - OPC "R": GRABA EL RECIBO DE UN COMPARTIMIENTO.
      *          - OPC "C": CONSULTA LOS RECIBOS DE UNA FECHA.
      *          SI LLEGA LA VARILLA EN CENTIMETROS ANTES Y DESPUES
      *          DEL DESCARGUE, EL VOLUMEN OBSERVADO SE LIQUIDA CON
      *          LA TABLA DE AFORO DEL TANQUE (BOM008A), NETO DE
      *          AGUA.
      *          EL PRECIO POR GALON DE LA FACTURA QUEDA EN EL RECIBO
      *          PARA EL COSTO PROMEDIO DEL TANQUE (BOM142).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR VOLUMEN POR VARILLA EN CM CON TABLA DE AFORO.
      * 15/10/26 JLR PRECIO POR GALON FACTURADO EN EL RECIBO.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM128".

       01 NOM-RCB-W             PIC X(70).
       01 NOM-CLTAN-W           PIC X(70).
       01 NOM-AFO-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 TEMPER-LLEGAD-W        PIC 9(3)V9.
          02 API-LLEGAD-W           PIC 9(3)V9.
          02 OPER-LLEGAD-W          PIC X(4).
          02 ALT-INI-LLEGAD-W       PIC 9(4)V9.
          02 AGUA-INI-LLEGAD-W      PIC 9(4)V9.
          02 ALT-FIN-LLEGAD-W       PIC 9(4)V9.
          02 AGUA-FIN-LLEGAD-W      PIC 9(4)V9.
          02 PRECIO-LLEGAD-W        PIC 9(7)V99.

       01 VARIABLES.
          02 ALFA-W             PIC 9V9(6).
          02 DIF-TEMP-W         PIC S9(3)V9.
          02 VALOR-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
          02 FACTOR-EDIT        PIC 9.9(6).
          02 ALTURA-AFO-W       PIC 9(4)V9.
          02 GALONES-AFO-W      PIC 9(7)V99.
          02 INVALID-AFO-W      PIC 99.
          02 NETO-INI-W         PIC S9(9)V99.
          02 NETO-FIN-W         PIC S9(9)V99.
          02 PUNT-W             PIC 9(3).

       01 LIN-RECIBO-W          PIC X(300).

                   PLACA-LLEGAD-W, NIT-PROV-LLEGAD-W,
                   REMISION-LLEGAD-W, FACTURA-LLEGAD-W,
                   COMPARTIM-LLEGAD-W, VOLUMEN-LLEGAD-W,
                   TEMPER-LLEGAD-W, API-LLEGAD-W, OPER-LLEGAD-W,
                   ALT-INI-LLEGAD-W, AGUA-INI-LLEGAD-W,
                   ALT-FIN-LLEGAD-W, AGUA-FIN-LLEGAD-W,
                   PRECIO-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.
           IF OPCION-LLEGAD-W = "R"
              IF TANQUE-LLEGAD-W = SPACES
              OR PLACA-LLEGAD-W = SPACES
              OR (VOLUMEN-LLEGAD-W = ZEROS
                  AND ALT-FIN-LLEGAD-W = ZEROS)
                 MOVE "99"                           TO MSJ1-HTML
                 MOVE "Recibo sin tanque, placa o volumen"
                      TO MSJ2-HTML
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-RCB-W TO NOM-CLTAN-W NOM-AFO-W

           INSPECT NOM-RCB-W REPLACING
                   FIRST "                       "

           INSPECT NOM-CLTAN-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTAN.DAT"

           INSPECT NOM-AFO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAFO.DAT".

           IF OPCION-LLEGAD-W = "C"
              GO TO CONSULTAR-RECIBOS
           END-IF.

       LIQUIDAR-VARILLAJE.

      *    CON LA VARILLA DESPUES DEL DESCARGUE EL VOLUMEN OBSERVADO
      *    ES LA DIFERENCIA DE GALONES NETOS DE AGUA ENTRE LA MEDIDA
      *    FINAL Y LA INICIAL SEGUN LA TABLA DE AFORO DEL TANQUE.

           IF ALT-FIN-LLEGAD-W = ZEROS
              GO TO ABRIR-RECIBOS
           END-IF

           MOVE ALT-INI-LLEGAD-W  TO ALTURA-AFO-W
           PERFORM CONVERTIR-ALTURA
           MOVE GALONES-AFO-W     TO NETO-INI-W
           MOVE AGUA-INI-LLEGAD-W TO ALTURA-AFO-W
           PERFORM CONVERTIR-ALTURA
           SUBTRACT GALONES-AFO-W FROM NETO-INI-W

           MOVE ALT-FIN-LLEGAD-W  TO ALTURA-AFO-W
           PERFORM CONVERTIR-ALTURA
           MOVE GALONES-AFO-W     TO NETO-FIN-W
           MOVE AGUA-FIN-LLEGAD-W TO ALTURA-AFO-W
           PERFORM CONVERTIR-ALTURA
           SUBTRACT GALONES-AFO-W FROM NETO-FIN-W

           IF NETO-FIN-W NOT > NETO-INI-W
              MOVE "99"                               TO MSJ1-HTML
              MOVE "Varilla final no supera la inicial" TO MSJ2-HTML
              MOVE "BOM128"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           COMPUTE VOLUMEN-LLEGAD-W = NETO-FIN-W - NETO-INI-W.

       ABRIR-RECIBOS.
           OPEN I-O ARCHIVO-RECIBO-COMB.

           MOVE FACTOR-W           TO FACTOR-CORR-RCB
           MOVE VOL-CORREG-W       TO VOL-CORREG-RCB
           MOVE OPER-LLEGAD-W      TO OPER-RCB
           MOVE PRECIO-LLEGAD-W    TO PRECIO-GAL-RCB
           WRITE REG-RECIBO-COMB END-WRITE

           CLOSE ARCHIVO-RECIBO-COMB.
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

       CONVERTIR-ALTURA.
           MOVE ZEROS TO GALONES-AFO-W INVALID-AFO-W
           IF ALTURA-AFO-W > ZEROS
              CALL "BOM008A" USING NOM-AFO-W TANQUE-LLEGAD-W
                                   ALTURA-AFO-W GALONES-AFO-W
                                   INVALID-AFO-W
                   ON EXCEPTION CONTINUE
              END-CALL
              IF INVALID-AFO-W NOT = ZEROS
                 MOVE "99"                                TO MSJ1-HTML
                 MOVE "Varilla fuera de la tabla de aforo" TO MSJ2-HTML
                 MOVE "BOM128"                            TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF.

       CONSULTAR-RECIBOS.

           MOVE SPACES TO NOM-PLANO-W

           IF OTR-STAT = "00"
              MOVE SPACES TO LIN-RECIBO-W
              MOVE 1      TO PUNT-W
              STRING "{*TANQUE*:*"      DELIMITED BY SIZE
                     COD-TANQ-RCB       DELIMITED BY SIZE
                     "*,*PLACA*:*"      DELIMITED BY SIZE
                     "*,*FACTURA*:*"    DELIMITED BY SIZE
                     FACTURA-RCB        DELIMITED BY SIZE
                     "*,*VOL-OBS*:*"    DELIMITED BY SIZE
                     INTO LIN-RECIBO-W WITH POINTER PUNT-W
              END-STRING
              MOVE VOL-OBSERV-RCB TO VALOR-EDIT
              STRING VALOR-EDIT       DELIMITED BY SIZE
                     "*,*VOL-COR*:*"  DELIMITED BY SIZE
                     INTO LIN-RECIBO-W WITH POINTER PUNT-W
              END-STRING
              MOVE VOL-CORREG-RCB TO VALOR-EDIT
              STRING VALOR-EDIT       DELIMITED BY SIZE
                     "*,*PRECIO-GAL*:*" DELIMITED BY SIZE
                     INTO LIN-RECIBO-W WITH POINTER PUNT-W
              END-STRING
              MOVE PRECIO-GAL-RCB TO VALOR-EDIT
              STRING VALOR-EDIT       DELIMITED BY SIZE
                     "*},"            DELIMITED BY SIZE
                     INTO LIN-RECIBO-W WITH POINTER PUNT-W
              END-STRING

              INSPECT LIN-RECIBO-W REPLACING ALL "*" BY CARAC-COMILLA
