      * COMPROBANTE DE EGRESO POR LA SECUENCIA DEL LOTE CON LA
      * RETENCION DEL TERCERO DESCONTADA, Y EDADES POR PROVEEDOR
      * ESPEJO DEL INFORME DE CARTERA.
      * CADA FACTURA PAGADA QUEDA EN SC-ARCHPBA PENDIENTE DE ENVIO
      * PARA EL ARCHIVO DE PAGOS DEL BANCO (CON878).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR EL EGRESO DEJA EL PAGO EN SC-ARCHPBA PARA EL
      *              ARCHIVO DEL BANCO.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON861".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PGBAN.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PGBAN.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.

       77 NOM-CXP-W              PIC X(70).
       77 NOM-TER-W              PIC X(70).
       77 NOM-PBA-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PGBAN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PAGOS-BANCO.
       ESCR-EXCEP-PGBAN.
           IF OTR-STAT = "00" OR "22" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PBA-W                TO MSJ2-HTML
              MOVE "CON861"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-CXP-W NOM-TER-W NOM-PBA-W
           MOVE "\\" TO NOM-CXP-W

           INSPECT NOM-CXP-W REPLACING FIRST "                    "
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-CXP-W TO NOM-TER-W NOM-PBA-W

           INSPECT NOM-CXP-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           INSPECT NOM-PBA-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPBA.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-CON861-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF.
           OPEN I-O   ARCHIVO-PAGOS-BANCO.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PAGOS-BANCO
              CLOSE       ARCHIVO-PAGOS-BANCO
              OPEN I-O    ARCHIVO-PAGOS-BANCO
           END-IF.

           INITIALIZE LLAVE-CXP
           START ARCHIVO-CXP KEY IS NOT LESS LLAVE-CXP
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-CXP ARCHIVO-TERCEROS MOVIMIENTO-DIARIO
                 ARCHIVO-PAGOS-BANCO
           GO TO ENVIO-DATOS.

       PAGAR-FACTURA.
           COMPUTE VALOR-MOV = VALOR-NETO-W * -1
           PERFORM GRABAR-LINEA-EGRESO

           PERFORM GRABAR-PAGO-BANCO

           MOVE "G"            TO ESTADO-CXP
           MOVE ZEROS          TO SALDO-CXP
           MOVE FECHA-HOY-W    TO FECHA-PAGO-CXP
           REWRITE REG-CXP
           ADD 1 TO CANT-PAGADAS-W.

      *    EL PAGO QUEDA PENDIENTE DE ENVIO AL BANCO CON LAS CUENTAS
      *    DEL EGRESO, PARA PODER REVERSARLO SI EL BANCO LO RECHAZA.
      *    UNA FACTURA RECHAZADA Y VUELTA A PAGAR REEMPLAZA EL PAGO.
       GRABAR-PAGO-BANCO.
           INITIALIZE REG-PAGO-BANCO
           MOVE NIT-PROV-CXP       TO NIT-PROV-PBA
           MOVE NRO-FACT-CXP       TO NRO-FACT-PBA
           MOVE "P"                TO ESTADO-PBA
           MOVE FECHA-HOY-W        TO FECHA-PAGO-PBA
           STRING SECU-CONTROL-W DELIMITED BY SIZE
                  NRO-COMP-W     DELIMITED BY SIZE
                  INTO COMP-EGRESO-PBA
           END-STRING
           MOVE SALDO-CXP          TO VALOR-PAGADO-PBA
           MOVE VALOR-RETEN-W      TO RETENCION-PBA
           MOVE VALOR-NETO-W       TO NETO-PBA
           MOVE CTA-PROV-LLEGAD-W  TO CTA-PROV-PBA
           MOVE CTA-RETE-TER       TO CTA-RETE-PBA
           MOVE CTA-BANCO-LLEGAD-W TO CTA-BANCO-PBA
           MOVE OPER-LLEGAD-W      TO OPER-PBA

           WRITE REG-PAGO-BANCO
                 INVALID KEY
                    REWRITE REG-PAGO-BANCO END-REWRITE
           END-WRITE.

       TOMAR-NUMERO-EGRESO.
           INITIALIZE MOV-DIARIO
           MOVE 0              TO SEC1-CONTROL-W
