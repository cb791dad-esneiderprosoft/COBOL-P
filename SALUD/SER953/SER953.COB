      *=================================================================
      * SALUD - APLICACION DE PAGOS DE EPS POR REMESA (SC-ARCHPGE):
      *         - OPC "F": GRABA EL FORMATO DEL PLANO DE REMESA DE UN
      *           PAGADOR (NIT): SEPARADOR, LINEAS DE ENCABEZADO Y
      *           COLUMNA DE PREFIJO, NUMERO DE FACTURA, PAGO, GLOSA
      *           RETENIDA Y HASTA DOS RETENCIONES. EL FORMATO DEL
      *           GIRO DIRECTO DE ADRES SE MARCA COMO TAL Y TRAE LA
      *           COLUMNA DEL NIT DE LA EPS POR LA QUE SE GIRA.
      *         - OPC "I": IMPORTA EL PLANO DE LA REMESA: CADA LINEA
      *           SE CRUZA POR PREFIJO/NUMERO CONTRA SC-ARCHRAD Y, SI
      *           LA FACTURA ES DE LA EPS QUE PAGA, SE LE APLICAN EL
      *           PAGO, LA GLOSA RETENIDA Y LAS RETENCIONES AL SALDO.
      *           LA LINEA QUE NO CRUZA, LA DE OTRA EPS, LA YA
      *           APLICADA Y LA QUE SUPERA EL SALDO NO SE APLICAN Y
      *           SALEN A LA LISTA DE EXCEPCIONES; LA QUE DEJA SALDO
      *           SE APLICA Y TAMBIEN SALE COMO DIFERENCIA. EL RECIBO
      *           SE CONTABILIZA POR LA SECUENCIA DEL LOTE
      *           (CONVENCION DE CON007X): BANCO, RETENCIONES Y
      *           GLOSA POR CONCILIAR DEBITO, CARTERA CREDITO POR
      *           CADA FACTURA.
      *         - OPC "C": CONSULTA LO APLICADO DE UNA REMESA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER953".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-RADIC.CBL".
       COPY "..\..\FUENTES\FS-RADMV.CBL".
       COPY "..\..\FUENTES\FS-PAGEP.CBL".
       COPY "..\..\FUENTES\FS-MOVIM.CBL".

           SELECT ARCHIVO-REMESA
                  ASSIGN NOM-REMESA-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-RADIC.CBL".
       COPY "..\..\FUENTES\FD-RADMV.CBL".
       COPY "..\..\FUENTES\FD-PAGEP.CBL".
       COPY "..\..\FUENTES\FD-MOVIM.CBL".

       FD  ARCHIVO-REMESA
           LABEL RECORD STANDARD.
       01  REG-REMESA.
           02 DATOS-REMESA    PIC X(300).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-RAD-W              PIC X(70).
       77 NOM-RMV-W              PIC X(70).
       77 SW-RMV-NUEVO-W         PIC X.
       77 NOM-PGE-W              PIC X(70).
       77 NOM-REMESA-W           PIC X(90).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 DIR-CONTAB-LLEGADA-W   PIC X(30).
          02 MES-CONTAB-LLEGADA-W   PIC X(5).
          02 OPC-LLEGAD-W           PIC X.
          02 NIT-PAGADOR-LLEGAD-W   PIC 9(11).
          02 NRO-REMESA-LLEGAD-W    PIC X(15).
          02 SEPARADOR-LLEGAD-W     PIC X.
          02 ENCAB-LLEGAD-W         PIC 99.
          02 GIRO-LLEGAD-W          PIC X.
          02 COL-PREF-LLEGAD-W      PIC 99.
          02 COL-NRO-LLEGAD-W       PIC 99.
          02 COL-PAGO-LLEGAD-W      PIC 99.
          02 COL-GLOSA-LLEGAD-W     PIC 99.
          02 COL-RETE1-LLEGAD-W     PIC 99.
          02 COL-RETE2-LLEGAD-W     PIC 99.
          02 COL-NIT-LLEGAD-W       PIC 99.
          02 DESCRIP-LLEGAD-W       PIC X(30).
          02 LOTE-LLEGAD-W          PIC XX.
          02 CTA-BANCO-LLEGAD-W     PIC X(11).
          02 CTA-CARTERA-LLEGAD-W   PIC X(11).
          02 CTA-RETENC-LLEGAD-W    PIC X(11).
          02 CTA-GLOSA-LLEGAD-W     PIC X(11).
          02 OPER-LLEGAD-W          PIC X(4).

      * FORMATO DEL PAGADOR, FUERA DEL REGISTRO PORQUE ESTE SE USA
      * PARA LAS LINEAS APLICADAS MIENTRAS SE LEE EL PLANO.
       01 FORMATO-W.
          02 SEPARADOR-FMT-W        PIC X.
          02 LINEAS-ENCAB-FMT-W     PIC 99.
          02 GIRO-DIRECTO-FMT-W     PIC X.
             88 GIRO-DIRECTO-W      VALUE "S".
          02 COL-PREF-FMT-W         PIC 99.
          02 COL-NRO-FMT-W          PIC 99.
          02 COL-PAGO-FMT-W         PIC 99.
          02 COL-GLOSA-FMT-W        PIC 99.
          02 COL-RETE1-FMT-W        PIC 99.
          02 COL-RETE2-FMT-W        PIC 99.
          02 COL-NIT-EPS-FMT-W      PIC 99.
          02 DESCRIP-FMT-W          PIC X(30).
          02 FILLER                 PIC X(43).

       01 COLUMNAS-W.
          02 COLUMNA-W              PIC X(30) OCCURS 12.

       01 LINEA-PAGO-W.
          02 PREF-PAGO-W            PIC X.
          02 NRO-PAGO-W             PIC 9(6).
          02 NIT-EPS-PAGO-W         PIC 9(11).
          02 VALOR-PAGO-W           PIC S9(13)V99.
          02 GLOSA-PAGO-W           PIC S9(13)V99.
          02 RETENC-PAGO-W          PIC S9(13)V99.
          02 APLICAR-PAGO-W         PIC S9(13)V99.

       01 CONVERSION-VALOR-W.
          02 COL-W                  PIC 99.
          02 TEXTO-COL-W            PIC X(30).
          02 VALOR-COL-W            PIC S9(13)V99.
          02 SIN-SIGNO-W            PIC X(30).
          02 ENTERO-W               PIC X(20).
          02 DECIMAL-W              PIC XX.
          02 ENTERO-NUM-W           PIC 9(13).
          02 DECIMAL-NUM-W          PIC 99.
          02 SW-NEGATIVO-W          PIC X.

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 LINEAS-LEIDAS-W    PIC 9(5) VALUE 0.
          02 CANT-APLICADAS-W   PIC 9(5) VALUE 0.
          02 CANT-EXCEP-W       PIC 9(5) VALUE 0.
          02 SALDO-FAC-W        PIC S9(13)V99.
          02 SALDO-NUEVO-W      PIC S9(13)V99.
          02 TOT-PAGO-W         PIC S9(13)V99.
          02 TOT-GLOSA-W        PIC S9(13)V99.
          02 TOT-RETENC-W       PIC S9(13)V99.
          02 MOTIVO-EXCEP-W     PIC X(30).
          02 SW-APLICADA-W      PIC X.
          02 SW-COMPROBANTE-W   PIC X VALUE "N".
          02 NRO-COMP-W         PIC 9(6) VALUE 0.
          02 LINEA-MOV-W        PIC 9(4).
          02 FECHA6-W           PIC 9(6).
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W     PIC 9.
          02 SEC2-CONTROL-W     PIC XX.

       01 LIN-JSON-W             PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 APLICADAS-ENV      PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 EXCEP-ENV          PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 COMP-ENV           PIC 9(6).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(40).

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".

       PROCEDURE DIVISION WITH stdcall LINKAGE USING ISAPI-CTX-CNT.

       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-USU-W               TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SESION-W            TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RADIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RADICACION.
       ESCR-EXCEP-RADIC.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RAD-W               TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RADMV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MOVTOS-RAD.
       ESCR-EXCEP-RADMV.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RMV-W               TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PAGEP SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PAGOS-EPS.
       ESCR-EXCEP-PAGEP.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PGE-W               TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-MOV                 TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-REMESA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-REMESA.
       ESCR-EXCEP-REMESA.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-REMESA-W            TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PLANO-W             TO MSJ2-HTML
              MOVE "SER953"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER953" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   DIR-CONTAB-LLEGADA-W, MES-CONTAB-LLEGADA-W,
                   OPC-LLEGAD-W, NIT-PAGADOR-LLEGAD-W,
                   NRO-REMESA-LLEGAD-W, SEPARADOR-LLEGAD-W,
                   ENCAB-LLEGAD-W, GIRO-LLEGAD-W,
                   COL-PREF-LLEGAD-W, COL-NRO-LLEGAD-W,
                   COL-PAGO-LLEGAD-W, COL-GLOSA-LLEGAD-W,
                   COL-RETE1-LLEGAD-W, COL-RETE2-LLEGAD-W,
                   COL-NIT-LLEGAD-W, DESCRIP-LLEGAD-W,
                   LOTE-LLEGAD-W, CTA-BANCO-LLEGAD-W,
                   CTA-CARTERA-LLEGAD-W, CTA-RETENC-LLEGAD-W,
                   CTA-GLOSA-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.
           MOVE FECHA-TOTAL TO FECHA-HOY-W.

       ABRIR-USUARIO.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W

           OPEN INPUT ARCHIVO-USUNET
           EVALUATE OTR-STAT
             WHEN "00"  CONTINUE
             WHEN OTHER GO TO CERRAR-SESION
           END-EVALUATE.

           INITIALIZE REG-USUNET.

       LEER-USUARIO.
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-RAD-W NOM-PGE-W NOM-MOV NOM-PLANO-W
                      NOM-REMESA-W NOM-RMV-W
           MOVE "\\" TO NOM-RAD-W

           INSPECT NOM-RAD-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-RAD-W REPLACING FIRST " "
                   BY "\"

           MOVE NOM-RAD-W TO NOM-MOV

           INSPECT NOM-RAD-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-RAD-W TO NOM-PGE-W NOM-RMV-W

           INSPECT NOM-RAD-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRAD.DAT"

           INSPECT NOM-RMV-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRMV.DAT"

           INSPECT NOM-PGE-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPGE.DAT"

           INSPECT NOM-MOV REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "     "
                   BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                   BY "SC-ARCHMOV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-REMESA-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

           MOVE SPACES TO NOM-REMESA-W
           STRING "C:\PROSOFT\TEMP\REMESA-" DELIMITED BY SIZE
                  SESION-LLEGAD-W           DELIMITED BY "  "
                  ".TXT"                    DELIMITED BY SIZE
                  INTO NOM-REMESA-W
           END-STRING.

       ABRIR-PAGOS.
           OPEN I-O ARCHIVO-PAGOS-EPS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PAGOS-EPS
              CLOSE       ARCHIVO-PAGOS-EPS
              OPEN I-O    ARCHIVO-PAGOS-EPS
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "F"   GO TO GRABAR-FORMATO
             WHEN "I"   GO TO IMPORTAR-REMESA
             WHEN "C"   GO TO CONSULTAR-REMESA
             WHEN OTHER
                  CLOSE ARCHIVO-PAGOS-EPS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER953"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "F": FORMATO DEL PLANO DE REMESA POR PAGADOR
      *=================================================================
       GRABAR-FORMATO.
           IF NIT-PAGADOR-LLEGAD-W = ZEROS
           OR SEPARADOR-LLEGAD-W = SPACES
           OR COL-NRO-LLEGAD-W = ZEROS OR COL-NRO-LLEGAD-W > 12
           OR COL-PAGO-LLEGAD-W = ZEROS OR COL-PAGO-LLEGAD-W > 12
              CLOSE ARCHIVO-PAGOS-EPS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Formato de remesa incompleto" TO MSJ2-HTML
              MOVE "SER953"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-PAGO-EPS
           MOVE "F"                  TO TIPO-PGE
           MOVE NIT-PAGADOR-LLEGAD-W TO NIT-PAGADOR-PGE
           MOVE SPACES               TO NRO-REMESA-PGE PREF-FAC-PGE
           MOVE ZEROS                TO NRO-FAC-PGE
           MOVE SPACES               TO DATOS-FMT-PGE
           MOVE SEPARADOR-LLEGAD-W   TO SEPARADOR-FMT-PGE
           MOVE ENCAB-LLEGAD-W       TO LINEAS-ENCAB-FMT-PGE
           MOVE GIRO-LLEGAD-W        TO GIRO-DIRECTO-FMT-PGE
           MOVE COL-PREF-LLEGAD-W    TO COL-PREF-FMT-PGE
           MOVE COL-NRO-LLEGAD-W     TO COL-NRO-FMT-PGE
           MOVE COL-PAGO-LLEGAD-W    TO COL-PAGO-FMT-PGE
           MOVE COL-GLOSA-LLEGAD-W   TO COL-GLOSA-FMT-PGE
           MOVE COL-RETE1-LLEGAD-W   TO COL-RETE1-FMT-PGE
           MOVE COL-RETE2-LLEGAD-W   TO COL-RETE2-FMT-PGE
           MOVE COL-NIT-LLEGAD-W     TO COL-NIT-EPS-FMT-PGE
           MOVE DESCRIP-LLEGAD-W     TO DESCRIP-FMT-PGE

           WRITE REG-PAGO-EPS
                 INVALID KEY
                    REWRITE REG-PAGO-EPS END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-PAGOS-EPS
           MOVE "00"                TO DAT0-ENV
           MOVE "Formato grabado"   TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "I": IMPORTACION Y APLICACION DE LA REMESA
      *=================================================================
       IMPORTAR-REMESA.
           IF NRO-REMESA-LLEGAD-W = SPACES
           OR LOTE-LLEGAD-W = SPACES
           OR CTA-BANCO-LLEGAD-W = SPACES
           OR CTA-CARTERA-LLEGAD-W = SPACES
           OR CTA-RETENC-LLEGAD-W = SPACES
           OR CTA-GLOSA-LLEGAD-W = SPACES
              CLOSE ARCHIVO-PAGOS-EPS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Faltan remesa, cuentas o lote" TO MSJ2-HTML
              MOVE "SER953"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-PAGO-EPS
           MOVE "F"                  TO TIPO-PGE
           MOVE NIT-PAGADOR-LLEGAD-W TO NIT-PAGADOR-PGE
           MOVE SPACES               TO NRO-REMESA-PGE PREF-FAC-PGE
           MOVE ZEROS                TO NRO-FAC-PGE
           READ ARCHIVO-PAGOS-EPS
                INVALID KEY
                   CLOSE ARCHIVO-PAGOS-EPS
                   MOVE "99"                           TO MSJ1-HTML
                   MOVE "Pagador sin formato de remesa" TO MSJ2-HTML
                   MOVE "SER953"                       TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           MOVE DATOS-FMT-PGE TO FORMATO-W

           OPEN INPUT ARCHIVO-REMESA
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PAGOS-EPS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Sin plano de la remesa"      TO MSJ2-HTML
              MOVE "SER953"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-RADICACION
           OPEN I-O ARCHIVO-MOVTOS-RAD
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-MOVTOS-RAD
              CLOSE       ARCHIVO-MOVTOS-RAD
              OPEN I-O    ARCHIVO-MOVTOS-RAD
           END-IF
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*EXCEPCIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE TOT-PAGO-W TOT-GLOSA-W TOT-RETENC-W

           PERFORM LEER-LINEA-REMESA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF SW-COMPROBANTE-W = "S"
              PERFORM CERRAR-COMPROBANTE
           END-IF

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-REMESA ARCHIVO-RADICACION ARCHIVO-MOVTOS-RAD
                 ARCHIVO-JSON ARCHIVO-PAGOS-EPS

           MOVE "00"             TO DAT0-ENV
           MOVE CANT-APLICADAS-W TO APLICADAS-ENV
           MOVE CANT-EXCEP-W     TO EXCEP-ENV
           MOVE NRO-COMP-W       TO COMP-ENV
           MOVE "Remesa aplicada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LEER-LINEA-REMESA.
           READ ARCHIVO-REMESA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              ADD 1 TO LINEAS-LEIDAS-W
              IF LINEAS-LEIDAS-W > LINEAS-ENCAB-FMT-W
              AND DATOS-REMESA NOT = SPACES
                 PERFORM SEPARAR-LINEA-REMESA
                 IF NRO-PAGO-W NOT = ZEROS
                    PERFORM APLICAR-LINEA THRU FIN-APLICAR-LINEA
                 END-IF
              END-IF
           END-IF.

       SEPARAR-LINEA-REMESA.
           INITIALIZE COLUMNAS-W LINEA-PAGO-W
           UNSTRING DATOS-REMESA DELIMITED BY SEPARADOR-FMT-W
              INTO COLUMNA-W (1),  COLUMNA-W (2),  COLUMNA-W (3),
                   COLUMNA-W (4),  COLUMNA-W (5),  COLUMNA-W (6),
                   COLUMNA-W (7),  COLUMNA-W (8),  COLUMNA-W (9),
                   COLUMNA-W (10), COLUMNA-W (11), COLUMNA-W (12)
           END-UNSTRING

      *    FACTURA: CON COLUMNA DE PREFIJO APARTE O, SI NO LA HAY,
      *    EL PREFIJO PEGADO AL NUMERO ("A123456").

           MOVE COL-NRO-FMT-W TO COL-W
           PERFORM TOMAR-COLUMNA
           IF COL-PREF-FMT-W = ZEROS
              IF TEXTO-COL-W (1:1) IS ALPHABETIC
              AND TEXTO-COL-W (1:1) NOT = SPACE
                 MOVE TEXTO-COL-W (1:1)  TO PREF-PAGO-W
                 MOVE TEXTO-COL-W (2:29) TO TEXTO-COL-W
              END-IF
           ELSE
              MOVE TEXTO-COL-W TO SIN-SIGNO-W
              MOVE COL-PREF-FMT-W TO COL-W
              PERFORM TOMAR-COLUMNA
              MOVE TEXTO-COL-W (1:1) TO PREF-PAGO-W
              MOVE SIN-SIGNO-W TO TEXTO-COL-W
           END-IF
           PERFORM CONVERTIR-VALOR
           MOVE VALOR-COL-W TO NRO-PAGO-W

           MOVE COL-PAGO-FMT-W TO COL-W
           PERFORM TOMAR-COLUMNA
           PERFORM CONVERTIR-VALOR
           MOVE VALOR-COL-W TO VALOR-PAGO-W

           MOVE COL-GLOSA-FMT-W TO COL-W
           PERFORM TOMAR-COLUMNA
           PERFORM CONVERTIR-VALOR
           MOVE VALOR-COL-W TO GLOSA-PAGO-W

           MOVE COL-RETE1-FMT-W TO COL-W
           PERFORM TOMAR-COLUMNA
           PERFORM CONVERTIR-VALOR
           MOVE VALOR-COL-W TO RETENC-PAGO-W

           MOVE COL-RETE2-FMT-W TO COL-W
           PERFORM TOMAR-COLUMNA
           PERFORM CONVERTIR-VALOR
           ADD VALOR-COL-W TO RETENC-PAGO-W

      *    GIRO DIRECTO: LA FACTURA DEBE SER DE LA EPS DE LA COLUMNA;
      *    EN LOS DEMAS, DEL MISMO PAGADOR.

           MOVE NIT-PAGADOR-LLEGAD-W TO NIT-EPS-PAGO-W
           IF GIRO-DIRECTO-W AND COL-NIT-EPS-FMT-W > ZEROS
              MOVE COL-NIT-EPS-FMT-W TO COL-W
              PERFORM TOMAR-COLUMNA
              PERFORM CONVERTIR-VALOR
              MOVE VALOR-COL-W TO NIT-EPS-PAGO-W
           END-IF

           COMPUTE APLICAR-PAGO-W =
                   VALOR-PAGO-W + GLOSA-PAGO-W + RETENC-PAGO-W.

       TOMAR-COLUMNA.
           IF COL-W > ZEROS AND COL-W <= 12
              MOVE COLUMNA-W (COL-W) TO TEXTO-COL-W
           ELSE
              MOVE SPACES TO TEXTO-COL-W
           END-IF.

       CONVERTIR-VALOR.

      *    EL VALOR PUEDE TRAER SIGNO, SIGNO PESOS Y PUNTO DECIMAL
      *    ("-12345.60"); SE DESCOMPONE A MANO COMO EN LA
      *    CONCILIACION BANCARIA (CON835).

           MOVE ZEROS  TO VALOR-COL-W ENTERO-NUM-W DECIMAL-NUM-W
           MOVE SPACES TO ENTERO-W DECIMAL-W
           MOVE "N"    TO SW-NEGATIVO-W
           INSPECT TEXTO-COL-W REPLACING ALL "$" BY SPACE

           IF TEXTO-COL-W (1:1) = "-"
              MOVE "S" TO SW-NEGATIVO-W
              MOVE TEXTO-COL-W (2:29) TO SIN-SIGNO-W
           ELSE
              MOVE TEXTO-COL-W TO SIN-SIGNO-W
           END-IF

           IF SIN-SIGNO-W NOT = SPACES
              UNSTRING SIN-SIGNO-W DELIMITED BY "."
                 INTO ENTERO-W, DECIMAL-W
              END-UNSTRING
              INSPECT DECIMAL-W REPLACING ALL SPACE BY ZERO
              MOVE FUNCTION NUMVAL (ENTERO-W)  TO ENTERO-NUM-W
              MOVE FUNCTION NUMVAL (DECIMAL-W) TO DECIMAL-NUM-W
              COMPUTE VALOR-COL-W =
                      ENTERO-NUM-W + DECIMAL-NUM-W / 100
              IF SW-NEGATIVO-W = "S"
                 COMPUTE VALOR-COL-W = VALOR-COL-W * -1
              END-IF
           END-IF.

       APLICAR-LINEA.
           MOVE "N" TO SW-APLICADA-W

           MOVE PREF-PAGO-W TO PREF-FAC-RAD
           MOVE NRO-PAGO-W  TO NRO-FAC-RAD
           READ ARCHIVO-RADICACION
                INVALID KEY
                   MOVE ZEROS TO SALDO-FAC-W
                   MOVE "FACTURA NO EXISTE" TO MOTIVO-EXCEP-W
                   PERFORM ESCRIBIR-EXCEPCION
                   GO TO FIN-APLICAR-LINEA
           END-READ

           MOVE "N"          TO SW-RMV-NUEVO-W
           MOVE PREF-FAC-RAD TO PREF-FAC-RMV
           MOVE NRO-FAC-RAD  TO NRO-FAC-RMV
           READ ARCHIVO-MOVTOS-RAD
                INVALID KEY
                   MOVE "S" TO SW-RMV-NUEVO-W
                   INITIALIZE MOVTOS-RMV
           END-READ

           COMPUTE SALDO-FAC-W = VALOR-FAC-RAD + NOTAS-RMV
                   - ABONOS-RMV - GLOSA-RET-RMV - RETENC-RMV

           IF NIT-EPS-RAD NOT = NIT-EPS-PAGO-W
              MOVE "FACTURA DE OTRA EPS" TO MOTIVO-EXCEP-W
              PERFORM ESCRIBIR-EXCEPCION
              GO TO FIN-APLICAR-LINEA
           END-IF

           MOVE "A"                  TO TIPO-PGE
           MOVE NIT-PAGADOR-LLEGAD-W TO NIT-PAGADOR-PGE
           MOVE NRO-REMESA-LLEGAD-W  TO NRO-REMESA-PGE
           MOVE PREF-PAGO-W          TO PREF-FAC-PGE
           MOVE NRO-PAGO-W           TO NRO-FAC-PGE
           READ ARCHIVO-PAGOS-EPS
                NOT INVALID KEY
                   MOVE "LINEA YA APLICADA" TO MOTIVO-EXCEP-W
                   PERFORM ESCRIBIR-EXCEPCION
                   GO TO FIN-APLICAR-LINEA
           END-READ

           IF APLICAR-PAGO-W > SALDO-FAC-W
              MOVE "PAGO MAYOR AL SALDO" TO MOTIVO-EXCEP-W
              PERFORM ESCRIBIR-EXCEPCION
              GO TO FIN-APLICAR-LINEA
           END-IF

           IF SW-COMPROBANTE-W = "N"
              PERFORM ABRIR-COMPROBANTE
           END-IF

           ADD VALOR-PAGO-W  TO ABONOS-RMV
           ADD GLOSA-PAGO-W  TO GLOSA-RET-RMV
           ADD RETENC-PAGO-W TO RETENC-RMV
           MOVE FECHA-HOY-W  TO FECHA-PAGO-RMV
           IF SW-RMV-NUEVO-W = "S"
              WRITE REG-MOVTOS-RAD END-WRITE
           ELSE
              REWRITE REG-MOVTOS-RAD END-REWRITE
           END-IF

           INITIALIZE REG-PAGO-EPS
           MOVE "A"                  TO TIPO-PGE
           MOVE NIT-PAGADOR-LLEGAD-W TO NIT-PAGADOR-PGE
           MOVE NRO-REMESA-LLEGAD-W  TO NRO-REMESA-PGE
           MOVE PREF-PAGO-W          TO PREF-FAC-PGE
           MOVE NRO-PAGO-W           TO NRO-FAC-PGE
           MOVE NIT-EPS-RAD     TO NIT-EPS-PGE
           MOVE VALOR-PAGO-W    TO VALOR-PAGO-PGE
           MOVE GLOSA-PAGO-W    TO GLOSA-RET-PGE
           MOVE RETENC-PAGO-W   TO RETENC-PGE
           MOVE SALDO-FAC-W     TO SALDO-ANT-PGE
           MOVE FECHA-HOY-W     TO FECHA-APLIC-PGE
           MOVE LOTE-LLEGAD-W   TO LOTE-PGE
           MOVE NRO-COMP-W      TO NRO-COMP-PGE
           MOVE OPER-LLEGAD-W   TO OPER-PGE
           WRITE REG-PAGO-EPS END-WRITE

           ADD VALOR-PAGO-W  TO TOT-PAGO-W
           ADD GLOSA-PAGO-W  TO TOT-GLOSA-W
           ADD RETENC-PAGO-W TO TOT-RETENC-W
           ADD 1 TO CANT-APLICADAS-W
           MOVE "S" TO SW-APLICADA-W

           MOVE CTA-CARTERA-LLEGAD-W TO CUENTA-MOV
           COMPUTE VALOR-MOV = APLICAR-PAGO-W * -1
           MOVE NIT-EPS-RAD          TO ID-MOV
           MOVE SPACES               TO REFER-MOV
           STRING PREF-PAGO-W DELIMITED BY SIZE
                  NRO-PAGO-W  DELIMITED BY SIZE
                  INTO REFER-MOV
           END-STRING
           PERFORM GRABAR-LINEA-MOV

      *    LA FACTURA QUE QUEDA CON SALDO SALE COMO DIFERENCIA.

           COMPUTE SALDO-NUEVO-W = SALDO-FAC-W - APLICAR-PAGO-W
           IF SALDO-NUEVO-W > ZEROS
              MOVE SALDO-NUEVO-W TO SALDO-FAC-W
              MOVE "DIFERENCIA: QUEDA SALDO" TO MOTIVO-EXCEP-W
              PERFORM ESCRIBIR-EXCEPCION
           END-IF.

      *    LAS LECTURAS SIN REGISTRO NO DEBEN CORTAR EL RECORRIDO DE
      *    LA REMESA, QUE SE CONTROLA CON OTR-STAT.

       FIN-APLICAR-LINEA.
           MOVE "00" TO OTR-STAT.

       ESCRIBIR-EXCEPCION.
           ADD 1 TO CANT-EXCEP-W
           MOVE SPACES TO LIN-JSON-W
           MOVE APLICAR-PAGO-W TO VALOR-EDIT
           STRING "{*FACTURA*:*"  DELIMITED BY SIZE
                  PREF-PAGO-W     DELIMITED BY SIZE
                  NRO-PAGO-W      DELIMITED BY SIZE
                  "*,*EPS*:"      DELIMITED BY SIZE
                  NIT-EPS-PAGO-W  DELIMITED BY SIZE
                  ",*APLICA*:*"   DELIMITED BY SIZE
                  VALOR-EDIT      DELIMITED BY SIZE
                  "*,*SALDO*:*"   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE SALDO-FAC-W TO VALOR-EDIT
           STRING LIN-JSON-W      DELIMITED BY "   "
                  VALOR-EDIT      DELIMITED BY SIZE
                  "*,*APLICADA*:*" DELIMITED BY SIZE
                  SW-APLICADA-W   DELIMITED BY SIZE
                  "*,*MOTIVO*:*"  DELIMITED BY SIZE
                  MOTIVO-EXCEP-W  DELIMITED BY "  "
                  "*},"           DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * RECIBO CONTABLE DE LA REMESA
      *=================================================================
       ABRIR-COMPROBANTE.
           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           MOVE FECHA-HOY-W (3:6) TO FECHA6-W
           PERFORM TOMAR-NUMERO-SECUENCIA
           INITIALIZE LINEA-MOV-W
           MOVE "S" TO SW-COMPROBANTE-W.

       CERRAR-COMPROBANTE.

      *    BANCO, RETENCIONES Y GLOSA RETENIDA AL DEBITO CONTRA LAS
      *    LINEAS DE CARTERA YA GRABADAS FACTURA POR FACTURA.

           IF TOT-PAGO-W NOT = ZEROS
              MOVE NIT-PAGADOR-LLEGAD-W TO ID-MOV
              MOVE NRO-REMESA-LLEGAD-W  TO REFER-MOV
              MOVE CTA-BANCO-LLEGAD-W   TO CUENTA-MOV
              MOVE TOT-PAGO-W           TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF TOT-RETENC-W NOT = ZEROS
              MOVE NIT-PAGADOR-LLEGAD-W TO ID-MOV
              MOVE NRO-REMESA-LLEGAD-W  TO REFER-MOV
              MOVE CTA-RETENC-LLEGAD-W  TO CUENTA-MOV
              MOVE TOT-RETENC-W         TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF TOT-GLOSA-W NOT = ZEROS
              MOVE NIT-PAGADOR-LLEGAD-W TO ID-MOV
              MOVE NRO-REMESA-LLEGAD-W  TO REFER-MOV
              MOVE CTA-GLOSA-LLEGAD-W   TO CUENTA-MOV
              MOVE TOT-GLOSA-W          TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

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
                    MOVE "RECAUDO REMESAS EPS" TO DETALLE-MOV
                    WRITE MOV-DIARIO END-WRITE
                    MOVE "W" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
                NOT INVALID KEY
                    COMPUTE NRO-COMP-W = ULT-NRO-MOV + 1
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    REWRITE MOV-DIARIO END-REWRITE
                    MOVE "R" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
           END-READ
           INITIALIZE CUENTA-MOV VALOR-MOV ID-MOV REFER-MOV.

       GRABAR-LINEA-MOV.
           ADD 1 TO LINEA-MOV-W

           MOVE SECU-CONTROL-W   TO SECU-MOV
           MOVE NRO-COMP-W       TO LLAVE-COMP-MOV
           MOVE LINEA-MOV-W      TO CONSEC-MOV
           MOVE 0                TO TIP-DOC-MOV
           MOVE NRO-COMP-W       TO NRO-DOC-MOV
           MOVE FECHA6-W         TO FECHA-MOV
           MOVE "00"             TO COSTO-MOV
           MOVE SPACES           TO DETALLE-MOV
           STRING "PAGO REMESA "      DELIMITED BY SIZE
                  NRO-REMESA-LLEGAD-W DELIMITED BY "  "
                  INTO DETALLE-MOV
           END-STRING
           MOVE FECHA6-W         TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W    TO OPER-MOV
           MOVE LINEA-MOV-W      TO CONSEC-FEC-MOV

           WRITE MOV-DIARIO END-WRITE
           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-MOV
           INITIALIZE CUENTA-MOV VALOR-MOV ID-MOV REFER-MOV.

      *=================================================================
      * OPC "C": LO APLICADO DE UNA REMESA
      *=================================================================
       CONSULTAR-REMESA.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*APLICADAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "A"                  TO TIPO-PGE
           MOVE NIT-PAGADOR-LLEGAD-W TO NIT-PAGADOR-PGE
           MOVE NRO-REMESA-LLEGAD-W  TO NRO-REMESA-PGE
           MOVE SPACES               TO PREF-FAC-PGE
           MOVE ZEROS                TO NRO-FAC-PGE
           START ARCHIVO-PAGOS-EPS KEY IS NOT LESS LLAVE-PGE
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-APLICADA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{*FACTURA*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PAGOS-EPS
           MOVE "00"              TO DAT0-ENV
           MOVE CANT-APLICADAS-W  TO APLICADAS-ENV
           MOVE "Consulta lista"  TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LEER-APLICADA.
           READ ARCHIVO-PAGOS-EPS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-PGE NOT = "A"
              OR NIT-PAGADOR-PGE NOT = NIT-PAGADOR-LLEGAD-W
              OR NRO-REMESA-PGE NOT = NRO-REMESA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-APLICADAS-W
                 MOVE SPACES TO LIN-JSON-W
                 MOVE VALOR-PAGO-PGE TO VALOR-EDIT
                 STRING "{*FACTURA*:*"  DELIMITED BY SIZE
                        PREF-FAC-PGE    DELIMITED BY SIZE
                        NRO-FAC-PGE     DELIMITED BY SIZE
                        "*,*EPS*:"      DELIMITED BY SIZE
                        NIT-EPS-PGE     DELIMITED BY SIZE
                        ",*PAGO*:*"     DELIMITED BY SIZE
                        VALOR-EDIT      DELIMITED BY SIZE
                        "*,*GLOSA*:*"   DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 MOVE GLOSA-RET-PGE TO VALOR-EDIT
                 STRING LIN-JSON-W      DELIMITED BY "   "
                        VALOR-EDIT      DELIMITED BY SIZE
                        "*,*RETENCION*:*" DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 MOVE RETENC-PGE TO VALOR-EDIT
                 STRING LIN-JSON-W      DELIMITED BY "   "
                        VALOR-EDIT      DELIMITED BY SIZE
                        "*,*COMP*:"     DELIMITED BY SIZE
                        NRO-COMP-PGE    DELIMITED BY SIZE
                        ",*FECHA*:"     DELIMITED BY SIZE
                        FECHA-APLIC-PGE DELIMITED BY SIZE
                        "},"            DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

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

       COPY "..\..\FUENTES\SC-WEB19.CBL".
