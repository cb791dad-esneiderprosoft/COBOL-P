      * PROVEEDOR TECNOLOGICO, GUARDA EL CUFE Y EL ESTADO DE
      * VALIDACION DEVUELTOS, Y LISTA A DIARIO LAS RECHAZADAS O SIN
      * RESPUESTA PARA QUE NINGUNA SE QUEDE SIN ENVIAR.
      * LAS NOTAS CREDITO Y DEBITO (OPC "N") SALEN EN UN SOLO PASO,
      * REFERENCIAN EL CUFE DE LA FACTURA Y AL VALIDARSE AJUSTAN EL
      * SALDO EN RADICACION (SC-ARCHRAD) Y SE CONTABILIZAN.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR NOTAS CREDITO Y DEBITO ELECTRONICAS CON CUDE,
      *              AJUSTE DEL SALDO EN RADICACION Y SU COMPROBANTE.
      * 15/10/26 JLR EL TOPE DE LA NOTA CREDITO DESCUENTA LOS PAGOS
      *              APLICADOS POR REMESA (SER953).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER925".
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-FELEC.CBL".
       COPY "..\..\FUENTES\FS-RADIC.CBL".
       COPY "..\..\FUENTES\FS-RADMV.CBL".
       COPY "..\..\FUENTES\FS-MOVIM.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-FELEC.CBL".
       COPY "..\..\FUENTES\FD-RADIC.CBL".
       COPY "..\..\FUENTES\FD-RADMV.CBL".
       COPY "..\..\FUENTES\FD-MOVIM.CBL".
       COPY "..\..\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-XML

       77 NOM-FEL-W              PIC X(70).
       77 NOM-TER-W              PIC X(70).
       77 NOM-RAD-W              PIC X(70).
       77 NOM-RMV-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 ESTADO-LLEGAD-W        PIC X.
          02 MOTIVO-LLEGAD-W        PIC X(60).
          02 OPER-LLEGAD-W          PIC X(4).
          02 TIPO-NOTA-LLEGAD-W     PIC X.
          02 PREF-REF-LLEGAD-W      PIC X.
          02 NRO-REF-LLEGAD-W       PIC 9(6).
          02 CONCEPTO-LLEGAD-W      PIC 9.
          02 DIR-CONTAB-LLEGADA-W   PIC X(30).
          02 MES-CONTAB-LLEGADA-W   PIC X(5).
          02 LOTE-LLEGAD-W          PIC XX.
          02 CTA-INGRESO-LLEGAD-W   PIC X(11).
          02 CTA-CARTERA-LLEGAD-W   PIC X(11).

       77 NOM-XML-W              PIC X(90).

          02 FECHA-HOY-W        PIC 9(8).
          02 CANT-RECHAZADAS-W  PIC 9(4) VALUE 0.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 ESTADO-ANT-W       PIC X.
          02 NRO-NOTA-W         PIC 9(6).
          02 TAG-NOTA-W         PIC X(10).
          02 VALOR-NOTA-W       PIC S9(13)V99.
          02 SALDO-FAC-W        PIC S9(13)V99.
          02 CUFE-REF-W         PIC X(96).
          02 FECHA-REF-W        PIC 9(8).
          02 NRO-COMP-W         PIC 9(6).
          02 LINEA-MOV-W        PIC 9(4).
          02 FECHA6-W           PIC 9(6).

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W     PIC 9.
          02 SEC2-CONTROL-W     PIC XX.

       01 RESPUESTA-W           PIC X(20) VALUE "00|SER925".

       01 LIN-JSON-W             PIC X(400).

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".

              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RADIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RADICACION.
       ESCR-EXCEP-RADIC.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RAD-W                TO MSJ2-HTML
              MOVE "SER925"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RADMV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MOVTOS-RAD.
       ESCR-EXCEP-RADMV.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RMV-W                TO MSJ2-HTML
              MOVE "SER925"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-MOV                  TO MSJ2-HTML
              MOVE "SER925"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCE.
                   NIT-LLEGAD-W, VALOR-LLEGAD-W, RESOL-LLEGAD-W,
                   CUPS-LLEGAD-W, DETALLE-LLEGAD-W, CANT-LLEGAD-W,
                   VLR-LIN-LLEGAD-W, CUFE-LLEGAD-W, ESTADO-LLEGAD-W,
                   MOTIVO-LLEGAD-W, OPER-LLEGAD-W, TIPO-NOTA-LLEGAD-W,
                   PREF-REF-LLEGAD-W, NRO-REF-LLEGAD-W,
                   CONCEPTO-LLEGAD-W
           END-UNSTRING.

      *    LOS DATOS PARA CONTABILIZAR LA NOTA (OPC "U") VIENEN
      *    APARTE: CON EL CUDE LA LINEA NO ALCANZA.

           MOVE "contable" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO DIR-CONTAB-LLEGADA-W, MES-CONTAB-LLEGADA-W,
                   LOTE-LLEGAD-W, CTA-INGRESO-LLEGAD-W,
                   CTA-CARTERA-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-FEL-W NOM-TER-W NOM-RAD-W NOM-RMV-W NOM-MOV
           MOVE "\\" TO NOM-FEL-W

           INSPECT NOM-FEL-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-FEL-W REPLACING FIRST " "
                   BY "\"

           MOVE NOM-FEL-W TO NOM-MOV

           INSPECT NOM-FEL-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-FEL-W TO NOM-TER-W NOM-RAD-W NOM-RMV-W

           INSPECT NOM-FEL-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           INSPECT NOM-RAD-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRAD.DAT"

           INSPECT NOM-RMV-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRMV.DAT"

           INSPECT NOM-MOV REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "     "
                   BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                   BY "SC-ARCHMOV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER925-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
             WHEN "D"   GO TO AGREGAR-LINEA-XML
             WHEN "C"   GO TO CERRAR-XML
             WHEN "U"   GO TO ACTUALIZAR-ESTADO
             WHEN "N"   GO TO GENERAR-NOTA
             WHEN "X"   GO TO LISTAR-EXCEPCIONES
             WHEN OTHER
                  CLOSE ARCHIVO-FELECTRONICA

      *=================================================================
      * OPC "U" - RESPUESTA DEL PROVEEDOR: CUFE Y ESTADO DE
      *           VALIDACION (V VALIDADA / R RECHAZADA CON MOTIVO).
      *           EN LAS NOTAS LLEGA EL CUDE; LA PRIMERA VEZ QUE UNA
      *           NOTA QUEDA VALIDADA SE APLICA AL SALDO DE LA
      *           FACTURA EN RADICACION Y SE CONTABILIZA CON LOS
      *           DATOS DE LA VARIABLE "contable" (DIRECTORIO
      *           CONTABLE|MES|LOTE|CTA INGRESO|CTA CARTERA).
      *=================================================================
       ACTUALIZAR-ESTADO.
           MOVE PREF-LLEGAD-W TO PREF-FAC-FEL
                   GO TO ENVIAR2-ERROR
           END-READ

           MOVE ESTADO-FEL TO ESTADO-ANT-W

           IF NOT FEL-FACTURA
           AND ESTADO-LLEGAD-W = "V" AND ESTADO-ANT-W NOT = "V"
              IF LOTE-LLEGAD-W = SPACES
              OR CTA-INGRESO-LLEGAD-W = SPACES
              OR CTA-CARTERA-LLEGAD-W = SPACES
              OR DIR-CONTAB-LLEGADA-W = SPACES
                 CLOSE ARCHIVO-FELECTRONICA
                 MOVE "99"                     TO MSJ1-HTML
                 MOVE "Faltan cuentas o lote"  TO MSJ2-HTML
                 MOVE "SER925"                 TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           MOVE ESTADO-LLEGAD-W TO ESTADO-FEL
           MOVE CUFE-LLEGAD-W   TO CUFE-FEL
           MOVE MOTIVO-LLEGAD-W TO MOTIVO-RECHAZO-FEL
           MOVE FECHA-HOY-W     TO FECHA-VALID-FEL

           REWRITE REG-FELECTRONICA

           IF NOT FEL-FACTURA
           AND FEL-VALIDADA AND ESTADO-ANT-W NOT = "V"
              PERFORM APLICAR-NOTA-RADICACION
              PERFORM CONTABILIZAR-NOTA
           END-IF

           CLOSE ARCHIVO-FELECTRONICA
           GO TO ENVIO-DATOS.

                 STRING "{*FACTURA*:*"   DELIMITED BY SIZE
                        PREF-FAC-FEL     DELIMITED BY SIZE
                        NRO-FAC-FEL      DELIMITED BY SIZE
                        "*,*TIPO*:*"     DELIMITED BY SIZE
                        TIPO-DOC-FEL     DELIMITED BY SIZE
                        "*,*ESTADO*:*"   DELIMITED BY SIZE
                        ESTADO-FEL       DELIMITED BY SIZE
                        "*,*VALOR*:*"    DELIMITED BY SIZE
              END-IF
           END-IF.

      *=================================================================
      * OPC "N" - NOTA CREDITO (C) O DEBITO (D) SOBRE UNA FACTURA
      *           VALIDADA: TOMA EL SIGUIENTE NUMERO DEL PREFIJO DE
      *           NOTAS, ARMA EL XML UBL COMPLETO CON EL CONCEPTO
      *           DIAN Y LA REFERENCIA AL CUFE DE LA FACTURA, Y LA
      *           DEJA ENVIADA EN SC-ARCHFEL A ESPERA DEL CUDE.
      *=================================================================
       GENERAR-NOTA.
           EVALUATE TRUE
             WHEN TIPO-NOTA-LLEGAD-W = "C"
                  MOVE "CreditNote" TO TAG-NOTA-W
                  IF CONCEPTO-LLEGAD-W < 1 OR CONCEPTO-LLEGAD-W > 6
                     GO TO ERROR-CONCEPTO-NOTA
                  END-IF
             WHEN TIPO-NOTA-LLEGAD-W = "D"
                  MOVE "DebitNote"  TO TAG-NOTA-W
                  IF CONCEPTO-LLEGAD-W < 1 OR CONCEPTO-LLEGAD-W > 4
                     GO TO ERROR-CONCEPTO-NOTA
                  END-IF
             WHEN OTHER
                  GO TO ERROR-CONCEPTO-NOTA
           END-EVALUATE

           IF PREF-LLEGAD-W = SPACES OR VALOR-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-FELECTRONICA
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta prefijo o valor"     TO MSJ2-HTML
              MOVE "SER925"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE PREF-REF-LLEGAD-W TO PREF-FAC-FEL
           MOVE NRO-REF-LLEGAD-W  TO NRO-FAC-FEL
           READ ARCHIVO-FELECTRONICA
                INVALID KEY
                   CLOSE ARCHIVO-FELECTRONICA
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "Factura sin generar"  TO MSJ2-HTML
                   MOVE "SER925"               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT FEL-FACTURA OR NOT FEL-VALIDADA
              CLOSE ARCHIVO-FELECTRONICA
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Factura sin CUFE validado" TO MSJ2-HTML
              MOVE "SER925"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE CUFE-FEL        TO CUFE-REF-W
           MOVE FECHA-GEN-FEL   TO FECHA-REF-W
           MOVE NIT-CLIENTE-FEL TO NIT-LLEGAD-W
           MOVE VALOR-FEL       TO SALDO-FAC-W

           IF TIPO-NOTA-LLEGAD-W = "C"
              PERFORM LEER-SALDO-RADICACION
              IF VALOR-LLEGAD-W > SALDO-FAC-W
                 CLOSE ARCHIVO-FELECTRONICA
                 MOVE "99"                     TO MSJ1-HTML
                 MOVE "Nota supera el saldo"   TO MSJ2-HTML
                 MOVE "SER925"                 TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           PERFORM TOMAR-NUMERO-NOTA

           MOVE NRO-NOTA-W TO NRO-LLEGAD-W
           PERFORM ARMAR-NOMBRE-XML

           OPEN INPUT ARCHIVO-TERCEROS.
           MOVE NIT-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   MOVE SPACES TO DESCRIP-TER DIRECC-TER
                   MOVE ZEROS  TO DV-TER
           END-READ
           CLOSE ARCHIVO-TERCEROS

           PERFORM ESCRIBIR-XML-NOTA

           INITIALIZE REG-FELECTRONICA
           MOVE PREF-LLEGAD-W      TO PREF-FAC-FEL
           MOVE NRO-NOTA-W         TO NRO-FAC-FEL
           MOVE "E"                TO ESTADO-FEL
           MOVE NIT-LLEGAD-W       TO NIT-CLIENTE-FEL
           MOVE VALOR-LLEGAD-W     TO VALOR-FEL
           MOVE RESOL-LLEGAD-W     TO RESOLUCION-FEL
           MOVE FECHA-HOY-W        TO FECHA-GEN-FEL
           MOVE OPER-LLEGAD-W      TO OPER-FEL
           MOVE TIPO-NOTA-LLEGAD-W TO TIPO-DOC-FEL
           MOVE PREF-REF-LLEGAD-W  TO PREF-REF-FEL
           MOVE NRO-REF-LLEGAD-W   TO NRO-REF-FEL
           MOVE CONCEPTO-LLEGAD-W  TO CONCEPTO-NOTA-FEL

           WRITE REG-FELECTRONICA END-WRITE

           MOVE SPACES TO RESPUESTA-W
           STRING "00|SER925|"    DELIMITED BY SIZE
                  PREF-LLEGAD-W   DELIMITED BY SIZE
                  NRO-NOTA-W      DELIMITED BY SIZE
                  INTO RESPUESTA-W
           END-STRING

           CLOSE ARCHIVO-FELECTRONICA
           GO TO ENVIO-DATOS.

       ERROR-CONCEPTO-NOTA.
           CLOSE ARCHIVO-FELECTRONICA
           MOVE "99"                         TO MSJ1-HTML
           MOVE "Tipo o concepto de nota"    TO MSJ2-HTML
           MOVE "SER925"                     TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       LEER-SALDO-RADICACION.

      *    SI LA FACTURA YA ESTA EN RADICACION MANDA SU SALDO CON LAS
      *    NOTAS YA APLICADAS; SI NO, EL VALOR FACTURADO.

           OPEN INPUT ARCHIVO-RADICACION
           IF OTR-STAT = "00"
              MOVE PREF-REF-LLEGAD-W TO PREF-FAC-RAD
              MOVE NRO-REF-LLEGAD-W  TO NRO-FAC-RAD
              READ ARCHIVO-RADICACION
                   NOT INVALID KEY
                      PERFORM LEER-MOVTOS-RAD
                      COMPUTE SALDO-FAC-W = VALOR-FAC-RAD + NOTAS-RMV
                              - ABONOS-RMV - GLOSA-RET-RMV - RETENC-RMV
              END-READ
              CLOSE ARCHIVO-RADICACION
           END-IF.

       LEER-MOVTOS-RAD.
           INITIALIZE REG-MOVTOS-RAD
           OPEN INPUT ARCHIVO-MOVTOS-RAD
           IF OTR-STAT = "00"
              MOVE PREF-FAC-RAD TO PREF-FAC-RMV
              MOVE NRO-FAC-RAD  TO NRO-FAC-RMV
              READ ARCHIVO-MOVTOS-RAD
                   INVALID KEY INITIALIZE MOVTOS-RMV
              END-READ
              CLOSE ARCHIVO-MOVTOS-RAD
           END-IF.

       TOMAR-NUMERO-NOTA.

      *    ULTIMO DOCUMENTO DEL PREFIJO DE NOTAS; UN PREFIJO QUE YA
      *    TENGA FACTURAS NO SE ACEPTA PARA NOTAS.

           MOVE 1             TO NRO-NOTA-W
           MOVE PREF-LLEGAD-W TO PREF-FAC-FEL
           MOVE 999999        TO NRO-FAC-FEL
           START ARCHIVO-FELECTRONICA KEY IS NOT GREATER LLAVE-FEL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           IF OTR-STAT = "00"
              READ ARCHIVO-FELECTRONICA PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF

           IF OTR-STAT = "00" AND PREF-FAC-FEL = PREF-LLEGAD-W
              IF FEL-FACTURA
                 CLOSE ARCHIVO-FELECTRONICA
                 MOVE "99"                      TO MSJ1-HTML
                 MOVE "Prefijo es de facturas"  TO MSJ2-HTML
                 MOVE "SER925"                  TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
              COMPUTE NRO-NOTA-W = NRO-FAC-FEL + 1
           END-IF
           MOVE "00" TO OTR-STAT.

       ESCRIBIR-XML-NOTA.
           OPEN OUTPUT ARCHIVO-XML.

           MOVE "<?xml version=~1.0~ encoding=~UTF-8~?>"
                TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           STRING "<"               DELIMITED BY SIZE
                  TAG-NOTA-W        DELIMITED BY " "
                  "><ID>"           DELIMITED BY SIZE
                  PREF-LLEGAD-W     DELIMITED BY SIZE
                  NRO-NOTA-W        DELIMITED BY SIZE
                  "</ID><IssueDate>" DELIMITED BY SIZE
                  FECHA-HOY-W       DELIMITED BY SIZE
                  "</IssueDate>"    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           STRING "<DiscrepancyResponse><ReferenceID>"
                                    DELIMITED BY SIZE
                  PREF-REF-LLEGAD-W DELIMITED BY SIZE
                  NRO-REF-LLEGAD-W  DELIMITED BY SIZE
                  "</ReferenceID><ResponseCode>" DELIMITED BY SIZE
                  CONCEPTO-LLEGAD-W DELIMITED BY SIZE
                  "</ResponseCode><Description>" DELIMITED BY SIZE
                  DETALLE-LLEGAD-W  DELIMITED BY "  "
                  "</Description></DiscrepancyResponse>"
                                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           STRING "<BillingReference><InvoiceDocumentReference><ID>"
                                    DELIMITED BY SIZE
                  PREF-REF-LLEGAD-W DELIMITED BY SIZE
                  NRO-REF-LLEGAD-W  DELIMITED BY SIZE
                  "</ID><UUID schemeName=~CUFE-SHA384~>"
                                    DELIMITED BY SIZE
                  CUFE-REF-W        DELIMITED BY " "
                  "</UUID><IssueDate>" DELIMITED BY SIZE
                  FECHA-REF-W       DELIMITED BY SIZE
                  "</IssueDate></InvoiceDocumentReference>"
                                    DELIMITED BY SIZE
                  "</BillingReference>" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           STRING "<Customer><NIT>" DELIMITED BY SIZE
                  NIT-LLEGAD-W      DELIMITED BY SIZE
                  "</NIT><DV>"      DELIMITED BY SIZE
                  DV-TER            DELIMITED BY SIZE
                  "</DV><Name>"     DELIMITED BY SIZE
                  DESCRIP-TER       DELIMITED BY "  "
                  "</Name></Customer>" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           STRING "<Total>"         DELIMITED BY SIZE
                  VALOR-LLEGAD-W    DELIMITED BY SIZE
                  "</Total></"      DELIMITED BY SIZE
                  TAG-NOTA-W        DELIMITED BY " "
                  ">"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           CLOSE ARCHIVO-XML.

       APLICAR-NOTA-RADICACION.

      *    CREDITO RESTA Y DEBITO SUMA AL SALDO DE LA FACTURA. EL
      *    MOVIMIENTO SE GRABA AUNQUE LA FACTURA NO ESTE RADICADA
      *    TODAVIA: AL RADICARLA SU SALDO YA TRAE LA NOTA.

           IF FEL-NOTA-CREDITO
              COMPUTE VALOR-NOTA-W = VALOR-FEL * -1
           ELSE
              MOVE VALOR-FEL TO VALOR-NOTA-W
           END-IF

           PERFORM SUMAR-NOTA-MOVTOS.

       SUMAR-NOTA-MOVTOS.
           OPEN I-O ARCHIVO-MOVTOS-RAD
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-MOVTOS-RAD
              CLOSE       ARCHIVO-MOVTOS-RAD
              OPEN I-O    ARCHIVO-MOVTOS-RAD
           END-IF

           INITIALIZE REG-MOVTOS-RAD
           MOVE PREF-REF-FEL TO PREF-FAC-RMV
           MOVE NRO-REF-FEL  TO NRO-FAC-RMV
           READ ARCHIVO-MOVTOS-RAD
                INVALID KEY
                   ADD VALOR-NOTA-W TO NOTAS-RMV
                   WRITE REG-MOVTOS-RAD END-WRITE
                NOT INVALID KEY
                   ADD VALOR-NOTA-W TO NOTAS-RMV
                   REWRITE REG-MOVTOS-RAD END-REWRITE
           END-READ
           CLOSE ARCHIVO-MOVTOS-RAD.

       CONTABILIZAR-NOTA.

      *    NOTA CREDITO: INGRESO DB / CARTERA CR; NOTA DEBITO AL
      *    CONTRARIO. SECUENCIA DEL LOTE COMO EN CON007X.

           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           MOVE FECHA-HOY-W (3:6) TO FECHA6-W
           PERFORM TOMAR-NUMERO-SECUENCIA

           INITIALIZE LINEA-MOV-W

           MOVE CTA-CARTERA-LLEGAD-W TO CUENTA-MOV
           MOVE VALOR-NOTA-W         TO VALOR-MOV
           PERFORM GRABAR-LINEA-MOV

           MOVE CTA-INGRESO-LLEGAD-W TO CUENTA-MOV
           COMPUTE VALOR-MOV = VALOR-NOTA-W * -1
           PERFORM GRABAR-LINEA-MOV

           CLOSE MOVIMIENTO-DIARIO.

       TOMAR-NUMERO-SECUENCIA.
           INITIALIZE MOV-DIARIO
           MOVE 0              TO SEC1-CONTROL-W
           MOVE LOTE-LLEGAD-W  TO SEC2-CONTROL-W
           MOVE SECU-CONTROL-W TO SECU-MOV
           MOVE "99999999"     TO LLAVE-COMP-MOV

           READ MOVIMIENTO-DIARIO KEY IS SECUENCIA-MOV
                INVALID KEY
                    MOVE 1            TO NRO-COMP-W
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    MOVE "NOTAS FACTURA ELECTRONICA" TO DETALLE-MOV
                    WRITE MOV-DIARIO END-WRITE
                    MOVE "W" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
                NOT INVALID KEY
                    COMPUTE NRO-COMP-W = ULT-NRO-MOV + 1
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    REWRITE MOV-DIARIO END-REWRITE
                    MOVE "R" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
           END-READ.

       GRABAR-LINEA-MOV.
           ADD 1 TO LINEA-MOV-W

           MOVE SECU-CONTROL-W   TO SECU-MOV
           MOVE NRO-COMP-W       TO LLAVE-COMP-MOV
           MOVE LINEA-MOV-W      TO CONSEC-MOV
           MOVE 0                TO TIP-DOC-MOV
           MOVE NRO-COMP-W       TO NRO-DOC-MOV
           MOVE FECHA6-W         TO FECHA-MOV
           MOVE "00"             TO COSTO-MOV
           MOVE SPACES           TO REFER-MOV
           STRING PREF-FAC-FEL   DELIMITED BY SIZE
                  NRO-FAC-FEL    DELIMITED BY SIZE
                  INTO REFER-MOV
           END-STRING
           IF FEL-NOTA-CREDITO
              MOVE "NOTA CREDITO ELECTRONICA" TO DETALLE-MOV
           ELSE
              MOVE "NOTA DEBITO ELECTRONICA"  TO DETALLE-MOV
           END-IF
           MOVE FECHA6-W         TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W    TO OPER-MOV
           MOVE LINEA-MOV-W      TO CONSEC-FEC-MOV
           MOVE NIT-CLIENTE-FEL  TO ID-MOV

           WRITE MOV-DIARIO END-WRITE
           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-MOV
           INITIALIZE CUENTA-MOV VALOR-MOV.

      *    IMAGEN AL DIARIO DE TRANSACCIONES (CON848R): EL ARCHIVO
      *    VIAJA COMO "MOV-MMMAA" PARA QUE CON848 REAPLIQUE SOBRE
      *    EL SC-ARCHMOV DEL MES EN EL DESTINO RESTAURADO.
       ANOTAR-JOURNAL-MOV.
           MOVE SPACES TO ARCHIVO-JRN-W
           STRING "MOV-"               DELIMITED BY SIZE
                  MES-CONTAB-LLEGADA-W DELIMITED BY "  "
                  INTO ARCHIVO-JRN-W
           END-STRING
           MOVE SPACES      TO IMAGEN-JRN-W
           MOVE MOV-DIARIO  TO IMAGEN-JRN-W
           CALL "CON848R" USING ACCION-JRN-W ARCHIVO-JRN-W
                                DIR-CONTAB-LLEGADA-W IMAGEN-JRN-W
                                INVALID-JRN-W
                ON EXCEPTION CONTINUE
           END-CALL.

       ESCRIBIR-LINEA-XML.
           INSPECT LIN-JSON-W REPLACING ALL "~" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-XML

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE RESPUESTA-W       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.
