      *=================================================================
      * CONTABILIDAD - PAGOS A PROVEEDORES POR TRANSFERENCIA:
      *                - OPC "B": CUENTA BANCARIA DEL TERCERO (BANCO
      *                  CON SU CODIGO ACH, TIPO "A" AHORROS O "C"
      *                  CORRIENTE Y NUMERO). CUENTA EN BLANCO LA
      *                  BORRA.
      *                - OPC "A": ARCHIVO DE PAGOS DEL BANCO CON LOS
      *                  PAGOS PENDIENTES DE ENVIO (LAS FACTURAS DE
      *                  LA PROPUESTA APROBADA QUE YA TIENEN EGRESO EN
      *                  CON861), EN EL FORMATO DEL BANCO PAGADOR:
      *                  "B" BANCOLOMBIA PAB, "D" DAVIVIENDA, "O"
      *                  BANCO DE BOGOTA ACH. EL PROVEEDOR SIN CUENTA
      *                  REGISTRADA QUEDA PENDIENTE. CON NUMERO DE
      *                  ARCHIVO SE VUELVE A GENERAR UNO YA ENVIADO.
      *                  SALIDA: C:\PROSOFT\TEMP\PAGO-BANCO-<SESION>.TXT
      *                - OPC "R": RESPUESTA DEL BANCO
      *                  (C:\PROSOFT\TEMP\RESP-BANCO-<SESION>.TXT), EL
      *                  MISMO DETALLE ENVIADO CON EL RESULTADO:
      *                  BANCOLOMBIA: RESULTADO X(2) ("00" PAGADO),
      *                  TRAZA X(20) Y MOTIVO X(30) AL FINAL DE LA
      *                  LINEA; DAVIVIENDA: RESULTADO X(4) ("0000"
      *                  PAGADO), MOTIVO X(40) Y TRAZA X(20) EN SUS
      *                  POSICIONES; BOGOTA: ESTADO X ("A" PAGADO),
      *                  TRAZA X(20) Y MOTIVO X(30) AL FINAL. EL PAGO
      *                  CONFIRMADO GUARDA LA TRAZA; EL RECHAZADO
      *                  REABRE LA FACTURA (SALDO-CXP) Y REVERSA EL
      *                  EGRESO EN UN COMPROBANTE POR LA SECUENCIA
      *                  DEL LOTE (CONVENCION DE CON007X).
      *                - OPC "L": PAGOS EN JSON POR ESTADO O POR
      *                  NUMERO DE ARCHIVO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON878".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PROSOFT.
       OBJECT-COMPUTER. PROSOFT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-CXPAG.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-PGBAN.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-BANCO
                  ASSIGN NOM-BCO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-RESPUESTA
                  ASSIGN NOM-RES-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PGBAN.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-BANCO
           LABEL RECORD STANDARD.
       01  REG-BANCO.
           02 DATOS-BANCO     PIC X(300).

      * DETALLE DE LA RESPUESTA, UNA VISTA POR BANCO
       FD  ARCHIVO-RESPUESTA
           LABEL RECORD STANDARD.
       01  REG-RESP-BCL.
           02 TIPO-RBC        PIC X.
           02 NIT-RBC         PIC 9(15).
           02 FILLER          PIC X(84).
           02 REFER-RBC       PIC X(21).
           02 FILLER          PIC X(143).
           02 RESULT-RBC      PIC XX.
           02 TRAZA-RBC       PIC X(20).
           02 MOTIVO-RBC      PIC X(30).
           02 FILLER          PIC X.
       01  REG-RESP-DAV.
           02 TIPO-RDV        PIC XX.
           02 NIT-RDV         PIC 9(16).
           02 REFER-RDV       PIC X(16).
           02 FILLER          PIC X(49).
           02 RESULT-RDV      PIC X(4).
           02 MOTIVO-RDV      PIC X(40).
           02 FILLER          PIC X(8).
           02 TRAZA-RDV       PIC X(20).
           02 FILLER          PIC X(145).
       01  REG-RESP-BOG.
           02 TIPO-RBG        PIC X.
           02 FILLER          PIC X.
           02 NIT-RBG         PIC 9(15).
           02 FILLER          PIC X(82).
           02 REFER-RBG       PIC X(15).
           02 ESTADO-RBG      PIC X.
           02 TRAZA-RBG       PIC X(20).
           02 MOTIVO-RBG      PIC X(30).
           02 FILLER          PIC X(135).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-CXP-W                    PIC X(70).
       01 NOM-PBA-W                    PIC X(70).
       01 NOM-TER-W                    PIC X(70).
       01 NOM-BCO-W                    PIC X(90).
       01 NOM-RES-W                    PIC X(90).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 OPER-LLEGAD-W             PIC 9(4).
          02 DATO-B-LLEGAD-W.
             03 NIT-LLEGAD-W           PIC 9(11).
             03 BANCO-LLEGAD-W         PIC X(4).
             03 TIPO-CTA-LLEGAD-W      PIC X.
             03 CUENTA-LLEGAD-W        PIC X(20).
             03 FILLER                 PIC X(48).
          02 DATO-A-LLEGAD-W REDEFINES DATO-B-LLEGAD-W.
             03 LAYOUT-LLEGAD-W        PIC X.
             03 NRO-ARCH-LLEGAD-W      PIC 9(6).
             03 NIT-EMPRESA-LLEGAD-W   PIC 9(11).
             03 CTA-ORIGEN-LLEGAD-W    PIC X(17).
             03 TIPO-ORIGEN-LLEGAD-W   PIC X.
             03 FECHA-APLICA-LLEGAD-W  PIC 9(8).
             03 NOMBRE-EMP-LLEGAD-W    PIC X(30).
          02 DATO-R-LLEGAD-W REDEFINES DATO-B-LLEGAD-W.
             03 LAYOUT-R-LLEGAD-W      PIC X.
             03 LOTE-LLEGAD-W          PIC XX.
             03 FILLER                 PIC X(81).
          02 DATO-L-LLEGAD-W REDEFINES DATO-B-LLEGAD-W.
             03 ESTADO-LLEGAD-W        PIC X.
             03 NRO-ARCH-L-LLEGAD-W    PIC 9(6).
             03 FILLER                 PIC X(77).

       01 VARIABLES.
          02 FECHA-HOY-W            PIC 9(8).
          02 FECHA6-W               PIC 9(6).
          02 NRO-ARCH-W             PIC 9(6).
          02 NRO-COMP-W             PIC 9(6) VALUE 0.
          02 LINEA-MOV-W            PIC 9(4) VALUE 0.
          02 PUNT-W                 PIC 9(4).
          02 CANT-PAGOS-W           PIC 9(6) VALUE 0.
          02 CANT-SIN-CTA-W         PIC 9(6) VALUE 0.
          02 CANT-CONFIRM-W         PIC 9(6) VALUE 0.
          02 CANT-RECHAZO-W         PIC 9(6) VALUE 0.
          02 CANT-NOVEDAD-W         PIC 9(6) VALUE 0.
          02 TOTAL-PAGOS-W          PIC S9(15)V99 VALUE 0.
          02 NIT-RESP-W             PIC 9(11).
          02 REFER-RESP-W           PIC X(15).
          02 TRAZA-RESP-W           PIC X(20).
          02 MOTIVO-RESP-W          PIC X(40).
          02 RESULTADO-W            PIC X(15).
          02 SW-ACEPTADO-W          PIC X.
          02 SW-DETALLE-W           PIC X.

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W         PIC 9.
          02 SEC2-CONTROL-W         PIC XX.

      * BANCOLOMBIA PAB - ENCABEZADO (TIPO 1) Y DETALLE (TIPO 6)
       01 ENC-BANCOLOMBIA-W.
          02 TIPO-EBC-W             PIC X VALUE "1".
          02 NIT-EBC-W              PIC 9(10).
          02 NOMBRE-EBC-W           PIC X(16).
          02 CLASE-EBC-W            PIC X(3) VALUE "220".
          02 DESCRIP-EBC-W          PIC X(10) VALUE "PAGO PROV".
          02 FECHA-EBC-W            PIC 9(8).
          02 SECUENCIA-EBC-W        PIC 99.
          02 FECHA-APL-EBC-W        PIC 9(8).
          02 NRO-REG-EBC-W          PIC 9(6).
          02 TOT-DEB-EBC-W          PIC 9(15)V99.
          02 TOT-CRE-EBC-W          PIC 9(15)V99.
          02 CUENTA-EBC-W           PIC X(11).
          02 TIPO-CTA-EBC-W         PIC X.
       01 DET-BANCOLOMBIA-W.
          02 TIPO-DBC-W             PIC X VALUE "6".
          02 NIT-DBC-W              PIC 9(15).
          02 NOMBRE-DBC-W           PIC X(30).
          02 BANCO-DBC-W            PIC 9(9).
          02 CUENTA-DBC-W           PIC X(17).
          02 LUGAR-DBC-W            PIC X VALUE "S".
          02 TRANS-DBC-W            PIC 99.
          02 VALOR-DBC-W            PIC 9(15)V99.
          02 FECHA-DBC-W            PIC 9(8).
          02 REFER-DBC-W            PIC X(21).
          02 TIPO-DOC-DBC-W         PIC X.
          02 OFICINA-DBC-W          PIC 9(5) VALUE 0.
          02 FAX-DBC-W              PIC X(15).
          02 EMAIL-DBC-W            PIC X(80).
          02 AUTORIZ-DBC-W          PIC X(15).
          02 FILLER                 PIC X(27).

      * DAVIVIENDA - ENCABEZADO (RC) Y DETALLE (TR)
       01 ENC-DAVIVIENDA-W.
          02 TIPO-EDV-W             PIC XX VALUE "RC".
          02 NIT-EDV-W              PIC 9(16).
          02 SERVICIO-EDV-W         PIC X(4) VALUE "PROV".
          02 SUBSERV-EDV-W          PIC X(4) VALUE "0000".
          02 CUENTA-EDV-W           PIC X(16).
          02 TIPO-CTA-EDV-W         PIC XX.
          02 BANCO-EDV-W            PIC X(6) VALUE "000051".
          02 VALOR-EDV-W            PIC 9(16)V99.
          02 NRO-REG-EDV-W          PIC 9(6).
          02 FECHA-EDV-W            PIC 9(8).
          02 HORA-EDV-W             PIC 9(6).
          02 OPERADOR-EDV-W         PIC X(4) VALUE "0000".
          02 RESULT-EDV-W           PIC X(4) VALUE "9999".
          02 FECHA-APL-EDV-W        PIC 9(8).
       01 DET-DAVIVIENDA-W.
          02 TIPO-DDV-W             PIC XX VALUE "TR".
          02 NIT-DDV-W              PIC 9(16).
          02 REFER-DDV-W            PIC X(16).
          02 CUENTA-DDV-W           PIC X(16).
          02 TIPO-CTA-DDV-W         PIC XX.
          02 BANCO-DDV-W            PIC 9(6).
          02 VALOR-DDV-W            PIC 9(16)V99.
          02 TALON-DDV-W            PIC X(6) VALUE "000000".
          02 VALIDA-DDV-W           PIC X VALUE "0".
          02 RESULT-DDV-W           PIC X(4) VALUE "9999".
          02 MOTIVO-DDV-W           PIC X(40).
          02 FECHA-APL-DDV-W        PIC 9(8).

      * BANCO DE BOGOTA ACH - ENCABEZADO (TIPO 1) Y DETALLE (TIPO 2)
       01 ENC-BOGOTA-W.
          02 TIPO-EBG-W             PIC X VALUE "1".
          02 FECHA-EBG-W            PIC 9(8).
          02 VALOR-EBG-W            PIC 9(16)V99.
          02 NRO-REG-EBG-W          PIC 9(5).
          02 TIPO-CTA-EBG-W         PIC XX.
          02 CUENTA-EBG-W           PIC X(17).
          02 NIT-EBG-W              PIC 9(15).
          02 NOMBRE-EBG-W           PIC X(40).
       01 DET-BOGOTA-W.
          02 TIPO-DBG-W             PIC X VALUE "2".
          02 TIPO-ID-DBG-W          PIC X.
          02 NIT-DBG-W              PIC 9(15).
          02 NOMBRE-DBG-W           PIC X(40).
          02 TIPO-CTA-DBG-W         PIC XX.
          02 CUENTA-DBG-W           PIC X(17).
          02 VALOR-DBG-W            PIC 9(16)V99.
          02 FORMA-PAGO-DBG-W       PIC X VALUE "A".
          02 BANCO-DBG-W            PIC X(4).
          02 REFER-DBG-W            PIC X(15).

       01 VALOR-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 LIN-JSON-W                PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 DAT1-ENV               PIC 9(6).
          02 FILLER                 PIC X VALUE "|".
          02 DAT2-ENV               PIC 9(6).
          02 FILLER                 PIC X VALUE "|".
          02 DAT3-ENV               PIC 9(6).
          02 FILLER                 PIC X VALUE "|".
          02 VALOR-ENV              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".

       PROCEDURE DIVISION WITH stdcall LINKAGE USING ISAPI-CTX-CNT.

       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-USU-W                TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-SESION-W             TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-MOV                  TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CXPAG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CXP.
       ESCR-EXCEP-CXPAG.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-CXP-W                TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PGBAN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PAGOS-BANCO.
       ESCR-EXCEP-PGBAN.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PBA-W                TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-TER-W                TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-BANCO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-BANCO.
       ESCR-EXCEP-BANCO.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-BCO-W                TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RESPUESTA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RESPUESTA.
       ESCR-EXCEP-RESPUESTA.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-RES-W                TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PLANO-W              TO MSJ2-HTML
              MOVE "CON878"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON878" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    OPER-LLEGAD-W
           END-UNSTRING

           EVALUATE OPC-LLEGAD-W
             WHEN "B"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, NIT-LLEGAD-W,
                           BANCO-LLEGAD-W, TIPO-CTA-LLEGAD-W,
                           CUENTA-LLEGAD-W
                  END-UNSTRING
             WHEN "A"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, LAYOUT-LLEGAD-W,
                           NRO-ARCH-LLEGAD-W, NIT-EMPRESA-LLEGAD-W,
                           CTA-ORIGEN-LLEGAD-W, TIPO-ORIGEN-LLEGAD-W,
                           FECHA-APLICA-LLEGAD-W, NOMBRE-EMP-LLEGAD-W
                  END-UNSTRING
             WHEN "R"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, LAYOUT-R-LLEGAD-W,
                           LOTE-LLEGAD-W
                  END-UNSTRING
             WHEN "L"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, ESTADO-LLEGAD-W,
                           NRO-ARCH-L-LLEGAD-W
                  END-UNSTRING
           END-EVALUATE

           MOVE LLAVE-SESION-LLEGAD-W  TO LLAVE-SESION-W.
           MOVE FUNCTION CURRENT-DATE  TO FECHA-TOTAL.
           MOVE FECHA-TOTAL            TO FECHA-HOY-W.
           MOVE FECHA-HOY-W (3:6)      TO FECHA6-W.
           ACCEPT HORA-TOTAL FROM TIME.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ABRIR-USUARIO.
           INITIALIZE OTR-STAT.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W

           OPEN INPUT ARCHIVO-USUNET
           EVALUATE OTR-STAT
             WHEN "00"  CONTINUE
             WHEN OTHER GO TO CERRAR-SESION
           END-EVALUATE.

           INITIALIZE LLAVE-USUNET.

       LEER-USUARIO.
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

           IF NOMBRE-USUNET = SPACES
              MOVE "SC-2"                        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "CON878"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-CXP-W NOM-PBA-W NOM-TER-W NOM-MOV
                      NOM-BCO-W NOM-RES-W NOM-PLANO-W

           MOVE "\\" TO NOM-CXP-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-CXP-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-CXP-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-CXP-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-CXP-W TO NOM-PBA-W NOM-TER-W NOM-MOV

           INSPECT NOM-CXP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCXP.DAT"
           INSPECT NOM-PBA-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPBA.DAT"
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           INSPECT NOM-MOV REPLACING FIRST "     "
                                        BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                                        BY "SC-ARCHMOV.DAT"

           STRING "C:\PROSOFT\TEMP\PAGO-BANCO-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W         DELIMITED BY "  "
                  ".TXT"                        DELIMITED BY SIZE
                  INTO NOM-BCO-W
           END-STRING
           STRING "C:\PROSOFT\TEMP\RESP-BANCO-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W         DELIMITED BY "  "
                  ".TXT"                        DELIMITED BY SIZE
                  INTO NOM-RES-W
           END-STRING
           STRING "C:\PROSOFT\TEMP\SC-CON878-"  DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W         DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "B"   GO TO GRABAR-CUENTA-TERCERO
             WHEN "A"   GO TO GENERAR-ARCHIVO-BANCO
             WHEN "R"   GO TO PROCESAR-RESPUESTA
             WHEN "L"   GO TO LISTAR-PAGOS
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON878"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "B": CUENTA BANCARIA DEL TERCERO
      *=================================================================
       GRABAR-CUENTA-TERCERO.
           IF CUENTA-LLEGAD-W NOT = SPACES
              IF BANCO-LLEGAD-W = SPACES
              OR (TIPO-CTA-LLEGAD-W NOT = "A" AND NOT = "C")
                 MOVE "99"                               TO MSJ1-HTML
                 MOVE "Falta el banco o el tipo de cuenta (A/C)"
                                                         TO MSJ2-HTML
                 MOVE "CON878"                           TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           OPEN I-O ARCHIVO-TERCEROS
           MOVE NIT-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   CLOSE ARCHIVO-TERCEROS
                   MOVE "99"                      TO MSJ1-HTML
                   MOVE "Tercero no existe"       TO MSJ2-HTML
                   MOVE "CON878"                  TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF CUENTA-LLEGAD-W = SPACES
              MOVE SPACES            TO DATOS-BANCO-TER
           ELSE
              MOVE BANCO-LLEGAD-W    TO BANCO-TER
              MOVE TIPO-CTA-LLEGAD-W TO TIPO-CTA-TER
              MOVE CUENTA-LLEGAD-W   TO CUENTA-BCO-TER
           END-IF
           MOVE FECHA-HOY-W TO FECHA-MOD-TER
           REWRITE REG-TERCEROS END-REWRITE

           CLOSE ARCHIVO-TERCEROS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "A": ARCHIVO DE PAGOS DEL BANCO
      *=================================================================
       GENERAR-ARCHIVO-BANCO.
           IF LAYOUT-LLEGAD-W NOT = "B" AND NOT = "D" AND NOT = "O"
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Formato de banco no valido (B, D u O)"
                                                         TO MSJ2-HTML
              MOVE "CON878"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF NIT-EMPRESA-LLEGAD-W = ZEROS
           OR CTA-ORIGEN-LLEGAD-W = SPACES
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Falta el NIT o la cuenta que se debita"
                                                         TO MSJ2-HTML
              MOVE "CON878"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF FECHA-APLICA-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-APLICA-LLEGAD-W
           END-IF

           PERFORM ABRIR-PAGOS-BANCO
           OPEN INPUT ARCHIVO-TERCEROS

           IF NRO-ARCH-LLEGAD-W > ZEROS
              MOVE NRO-ARCH-LLEGAD-W TO NRO-ARCH-W
           ELSE
              PERFORM MARCAR-PAGOS-ARCHIVO
           END-IF

      *    TOTALES DEL ARCHIVO PARA EL ENCABEZADO
           MOVE ZEROS TO CANT-PAGOS-W TOTAL-PAGOS-W
           MOVE "N"   TO SW-DETALLE-W
           PERFORM POSICIONAR-ARCHIVO
           PERFORM RECORRER-ARCHIVO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF CANT-PAGOS-W = ZEROS
              CLOSE ARCHIVO-PAGOS-BANCO ARCHIVO-TERCEROS
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "No hay pagos con cuenta bancaria para enviar"
                                                         TO MSJ2-HTML
              MOVE "CON878"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN OUTPUT ARCHIVO-BANCO
           PERFORM ESCRIBIR-ENCABEZADO-BANCO

           MOVE "S"   TO SW-DETALLE-W
           PERFORM POSICIONAR-ARCHIVO
           PERFORM RECORRER-ARCHIVO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-BANCO ARCHIVO-PAGOS-BANCO ARCHIVO-TERCEROS
           MOVE NRO-ARCH-W     TO DAT1-ENV
           MOVE CANT-PAGOS-W   TO DAT2-ENV
           MOVE CANT-SIN-CTA-W TO DAT3-ENV
           MOVE TOTAL-PAGOS-W  TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *    LOS PAGOS PENDIENTES CON CUENTA DEL PROVEEDOR TOMAN EL
      *    SIGUIENTE NUMERO DE ARCHIVO (REGISTRO DE CONTROL).
       MARCAR-PAGOS-ARCHIVO.
           MOVE ZEROS     TO NIT-PROV-PBA
           MOVE "CONTROL" TO NRO-FACT-PBA
           READ ARCHIVO-PAGOS-BANCO
                INVALID KEY
                   INITIALIZE REG-PAGO-BANCO
                   MOVE "CONTROL" TO NRO-FACT-PBA
                   WRITE REG-PAGO-BANCO END-WRITE
           END-READ
           COMPUTE NRO-ARCH-W = NRO-ARCH-PBA + 1
           MOVE NRO-ARCH-W TO NRO-ARCH-PBA
           REWRITE REG-PAGO-BANCO END-REWRITE

           MOVE 1      TO NIT-PROV-PBA
           MOVE SPACES TO NRO-FACT-PBA
           START ARCHIVO-PAGOS-BANCO KEY IS NOT LESS LLAVE-PBA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM MARCAR-UN-PAGO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       MARCAR-UN-PAGO.
           READ ARCHIVO-PAGOS-BANCO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND PBA-PENDIENTE
              MOVE NIT-PROV-PBA TO COD-TER
              READ ARCHIVO-TERCEROS
                   INVALID KEY
                      MOVE SPACES TO DATOS-BANCO-TER
              END-READ
              IF BANCO-TER = SPACES OR CUENTA-BCO-TER = SPACES
                 ADD 1 TO CANT-SIN-CTA-W
              ELSE
                 MOVE "E"             TO ESTADO-PBA
                 MOVE NRO-ARCH-W      TO NRO-ARCH-PBA
                 MOVE LAYOUT-LLEGAD-W TO LAYOUT-PBA
                 MOVE FECHA-HOY-W     TO FECHA-ENVIO-PBA
                 MOVE BANCO-TER       TO BANCO-DEST-PBA
                 MOVE CUENTA-BCO-TER  TO CUENTA-DEST-PBA
                 REWRITE REG-PAGO-BANCO END-REWRITE
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       POSICIONAR-ARCHIVO.
           MOVE NRO-ARCH-W TO NRO-ARCH-PBA
           START ARCHIVO-PAGOS-BANCO KEY IS EQUAL NRO-ARCH-PBA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       RECORRER-ARCHIVO.
           READ ARCHIVO-PAGOS-BANCO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND NRO-ARCH-PBA NOT = NRO-ARCH-W
              MOVE "10" TO OTR-STAT
           END-IF

           IF OTR-STAT = "00" AND NIT-PROV-PBA NOT = ZEROS
              IF SW-DETALLE-W = "S"
                 PERFORM ESCRIBIR-DETALLE-BANCO
              ELSE
                 ADD 1        TO CANT-PAGOS-W
                 ADD NETO-PBA TO TOTAL-PAGOS-W
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       ESCRIBIR-ENCABEZADO-BANCO.
           MOVE SPACES TO DATOS-BANCO
           EVALUATE LAYOUT-LLEGAD-W
             WHEN "B"
                  MOVE NIT-EMPRESA-LLEGAD-W  TO NIT-EBC-W
                  MOVE NOMBRE-EMP-LLEGAD-W   TO NOMBRE-EBC-W
                  MOVE FECHA-HOY-W           TO FECHA-EBC-W
                  MOVE NRO-ARCH-W            TO SECUENCIA-EBC-W
                  MOVE FECHA-APLICA-LLEGAD-W TO FECHA-APL-EBC-W
                  MOVE CANT-PAGOS-W          TO NRO-REG-EBC-W
                  MOVE ZEROS                 TO TOT-DEB-EBC-W
                  MOVE TOTAL-PAGOS-W         TO TOT-CRE-EBC-W
                  MOVE CTA-ORIGEN-LLEGAD-W   TO CUENTA-EBC-W
                  IF TIPO-ORIGEN-LLEGAD-W = "C"
                     MOVE "D" TO TIPO-CTA-EBC-W
                  ELSE
                     MOVE "S" TO TIPO-CTA-EBC-W
                  END-IF
                  MOVE ENC-BANCOLOMBIA-W     TO DATOS-BANCO
             WHEN "D"
                  MOVE NIT-EMPRESA-LLEGAD-W  TO NIT-EDV-W
                  MOVE CTA-ORIGEN-LLEGAD-W   TO CUENTA-EDV-W
                  IF TIPO-ORIGEN-LLEGAD-W = "C"
                     MOVE "CC" TO TIPO-CTA-EDV-W
                  ELSE
                     MOVE "CA" TO TIPO-CTA-EDV-W
                  END-IF
                  MOVE TOTAL-PAGOS-W         TO VALOR-EDV-W
                  MOVE CANT-PAGOS-W          TO NRO-REG-EDV-W
                  MOVE FECHA-HOY-W           TO FECHA-EDV-W
                  MOVE HORA-TOTAL            TO HORA-EDV-W
                  MOVE FECHA-APLICA-LLEGAD-W TO FECHA-APL-EDV-W
                  MOVE ENC-DAVIVIENDA-W      TO DATOS-BANCO
             WHEN "O"
                  MOVE FECHA-APLICA-LLEGAD-W TO FECHA-EBG-W
                  MOVE TOTAL-PAGOS-W         TO VALOR-EBG-W
                  MOVE CANT-PAGOS-W          TO NRO-REG-EBG-W
                  IF TIPO-ORIGEN-LLEGAD-W = "C"
                     MOVE "01" TO TIPO-CTA-EBG-W
                  ELSE
                     MOVE "02" TO TIPO-CTA-EBG-W
                  END-IF
                  MOVE CTA-ORIGEN-LLEGAD-W   TO CUENTA-EBG-W
                  MOVE NIT-EMPRESA-LLEGAD-W  TO NIT-EBG-W
                  MOVE NOMBRE-EMP-LLEGAD-W   TO NOMBRE-EBG-W
                  MOVE ENC-BOGOTA-W          TO DATOS-BANCO
           END-EVALUATE
           WRITE REG-BANCO END-WRITE.

       ESCRIBIR-DETALLE-BANCO.
           MOVE NIT-PROV-PBA TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   MOVE SPACES TO DESCRIP-TER TIPO-ID-TER E-MAIL-TER
           END-READ

           MOVE SPACES TO DATOS-BANCO
           EVALUATE LAYOUT-LLEGAD-W
             WHEN "B"
                  MOVE NIT-PROV-PBA          TO NIT-DBC-W
                  MOVE DESCRIP-TER           TO NOMBRE-DBC-W
                  MOVE BANCO-DEST-PBA        TO BANCO-DBC-W
                  MOVE CUENTA-DEST-PBA       TO CUENTA-DBC-W
                  IF TER-CTA-CORRIENTE
                     MOVE 27 TO TRANS-DBC-W
                  ELSE
                     MOVE 37 TO TRANS-DBC-W
                  END-IF
                  MOVE NETO-PBA              TO VALOR-DBC-W
                  MOVE FECHA-APLICA-LLEGAD-W TO FECHA-DBC-W
                  MOVE NRO-FACT-PBA          TO REFER-DBC-W
                  IF TIPO-ID-TER = "31"
                     MOVE "3" TO TIPO-DOC-DBC-W
                  ELSE
                     MOVE "1" TO TIPO-DOC-DBC-W
                  END-IF
                  MOVE E-MAIL-TER            TO EMAIL-DBC-W
                  MOVE SPACES                TO FAX-DBC-W AUTORIZ-DBC-W
                  MOVE DET-BANCOLOMBIA-W     TO DATOS-BANCO
             WHEN "D"
                  MOVE NIT-PROV-PBA          TO NIT-DDV-W
                  MOVE NRO-FACT-PBA          TO REFER-DDV-W
                  MOVE CUENTA-DEST-PBA       TO CUENTA-DDV-W
                  IF TER-CTA-CORRIENTE
                     MOVE "CC" TO TIPO-CTA-DDV-W
                  ELSE
                     MOVE "CA" TO TIPO-CTA-DDV-W
                  END-IF
                  MOVE BANCO-DEST-PBA        TO BANCO-DDV-W
                  MOVE NETO-PBA              TO VALOR-DDV-W
                  MOVE SPACES                TO MOTIVO-DDV-W
                  MOVE FECHA-APLICA-LLEGAD-W TO FECHA-APL-DDV-W
                  MOVE DET-DAVIVIENDA-W      TO DATOS-BANCO
             WHEN "O"
                  IF TIPO-ID-TER = "31"
                     MOVE "N" TO TIPO-ID-DBG-W
                  ELSE
                     MOVE "C" TO TIPO-ID-DBG-W
                  END-IF
                  MOVE NIT-PROV-PBA          TO NIT-DBG-W
                  MOVE DESCRIP-TER           TO NOMBRE-DBG-W
                  IF TER-CTA-CORRIENTE
                     MOVE "01" TO TIPO-CTA-DBG-W
                  ELSE
                     MOVE "02" TO TIPO-CTA-DBG-W
                  END-IF
                  MOVE CUENTA-DEST-PBA       TO CUENTA-DBG-W
                  MOVE NETO-PBA              TO VALOR-DBG-W
                  MOVE BANCO-DEST-PBA        TO BANCO-DBG-W
                  MOVE NRO-FACT-PBA          TO REFER-DBG-W
                  MOVE DET-BOGOTA-W          TO DATOS-BANCO
           END-EVALUATE
           WRITE REG-BANCO END-WRITE.

      *=================================================================
      * OPC "R": RESPUESTA DEL BANCO
      *=================================================================
       PROCESAR-RESPUESTA.
           IF LAYOUT-R-LLEGAD-W NOT = "B" AND NOT = "D" AND NOT = "O"
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Formato de banco no valido (B, D u O)"
                                                         TO MSJ2-HTML
              MOVE "CON878"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF LOTE-LLEGAD-W = SPACES
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Falta el lote para reversar rechazos"
                                                         TO MSJ2-HTML
              MOVE "CON878"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-RESPUESTA
           IF OTR-STAT = "35"
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "No se encontro la respuesta del banco"
                                                         TO MSJ2-HTML
              MOVE "CON878"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-PAGOS-BANCO
           OPEN I-O ARCHIVO-CXP
           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*RESPUESTA*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "00" TO OTR-STAT
           PERFORM LEER-RESPUESTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "{*FACTURA*:**}],*REVERSO*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           IF NRO-COMP-W > ZEROS
              STRING SECU-CONTROL-W DELIMITED BY SIZE
                     NRO-COMP-W     DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
           END-IF
           STRING "*}" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-RESPUESTA ARCHIVO-PAGOS-BANCO ARCHIVO-CXP
                 MOVIMIENTO-DIARIO ARCHIVO-JSON
           MOVE CANT-CONFIRM-W TO DAT1-ENV
           MOVE CANT-RECHAZO-W TO DAT2-ENV
           MOVE CANT-NOVEDAD-W TO DAT3-ENV
           MOVE NRO-COMP-W     TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LEER-RESPUESTA.
           READ ARCHIVO-RESPUESTA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              MOVE "N" TO SW-DETALLE-W
              PERFORM TOMAR-LINEA-RESPUESTA
              IF SW-DETALLE-W = "S"
                 PERFORM APLICAR-RESPUESTA
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       TOMAR-LINEA-RESPUESTA.
           MOVE SPACES TO TRAZA-RESP-W MOTIVO-RESP-W
           MOVE "N"    TO SW-ACEPTADO-W
           EVALUATE LAYOUT-R-LLEGAD-W
             WHEN "B"
                  IF TIPO-RBC = "6"
                     MOVE "S"             TO SW-DETALLE-W
                     MOVE NIT-RBC         TO NIT-RESP-W
                     MOVE REFER-RBC       TO REFER-RESP-W
                     MOVE TRAZA-RBC       TO TRAZA-RESP-W
                     MOVE MOTIVO-RBC      TO MOTIVO-RESP-W
                     IF RESULT-RBC = "00"
                        MOVE "S" TO SW-ACEPTADO-W
                     END-IF
                  END-IF
             WHEN "D"
                  IF TIPO-RDV = "TR"
                     MOVE "S"             TO SW-DETALLE-W
                     MOVE NIT-RDV         TO NIT-RESP-W
                     MOVE REFER-RDV       TO REFER-RESP-W
                     MOVE TRAZA-RDV       TO TRAZA-RESP-W
                     MOVE MOTIVO-RDV      TO MOTIVO-RESP-W
                     IF RESULT-RDV = "0000"
                        MOVE "S" TO SW-ACEPTADO-W
                     END-IF
                  END-IF
             WHEN "O"
                  IF TIPO-RBG = "2"
                     MOVE "S"             TO SW-DETALLE-W
                     MOVE NIT-RBG         TO NIT-RESP-W
                     MOVE REFER-RBG       TO REFER-RESP-W
                     MOVE TRAZA-RBG       TO TRAZA-RESP-W
                     MOVE MOTIVO-RBG      TO MOTIVO-RESP-W
                     IF ESTADO-RBG = "A"
                        MOVE "S" TO SW-ACEPTADO-W
                     END-IF
                  END-IF
           END-EVALUATE.

       APLICAR-RESPUESTA.
           MOVE NIT-RESP-W   TO NIT-PROV-PBA
           MOVE REFER-RESP-W TO NRO-FACT-PBA
           READ ARCHIVO-PAGOS-BANCO
                INVALID KEY
                   INITIALIZE REG-PAGO-BANCO
           END-READ

           EVALUATE TRUE
             WHEN NOT PBA-ENVIADO
                  ADD 1 TO CANT-NOVEDAD-W
                  MOVE "SIN ENVIO"   TO RESULTADO-W
             WHEN SW-ACEPTADO-W = "S"
                  ADD 1 TO CANT-CONFIRM-W
                  MOVE "CONFIRMADO"  TO RESULTADO-W
                  MOVE "C"           TO ESTADO-PBA
                  MOVE TRAZA-RESP-W  TO TRAZA-PBA
                  MOVE FECHA-HOY-W   TO FECHA-RESP-PBA
                  MOVE OPER-LLEGAD-W TO OPER-PBA
                  REWRITE REG-PAGO-BANCO END-REWRITE
             WHEN OTHER
                  ADD 1 TO CANT-RECHAZO-W
                  MOVE "RECHAZADO"   TO RESULTADO-W
                  PERFORM REVERSAR-PAGO
           END-EVALUATE

           MOVE NETO-PBA TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "{*FACTURA*:*"     DELIMITED BY SIZE
                  REFER-RESP-W       DELIMITED BY "  "
                  "*,*PROVEEDOR*:"   DELIMITED BY SIZE
                  NIT-RESP-W         DELIMITED BY SIZE
                  ",*VALOR*:*"       DELIMITED BY SIZE
                  VALOR-EDIT         DELIMITED BY SIZE
                  "*,*RESULTADO*:*"  DELIMITED BY SIZE
                  RESULTADO-W        DELIMITED BY "  "
                  "*,*TRAZA*:*"      DELIMITED BY SIZE
                  TRAZA-RESP-W       DELIMITED BY "  "
                  "*,*MOTIVO*:*"     DELIMITED BY SIZE
                  MOTIVO-RESP-W      DELIMITED BY "  "
                  "*},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    EL RECHAZO REABRE LA FACTURA CON LO QUE SE PAGO Y REVERSA
      *    EL EGRESO LINEA POR LINEA EN EL COMPROBANTE DEL LOTE.
       REVERSAR-PAGO.
           IF NRO-COMP-W = ZEROS
              PERFORM TOMAR-NUMERO-SECUENCIA
           END-IF

           MOVE CTA-PROV-PBA      TO CUENTA-MOV
           COMPUTE VALOR-MOV = VALOR-PAGADO-PBA * -1
           PERFORM GRABAR-LINEA-MOV

           IF RETENCION-PBA NOT = ZEROS
              MOVE CTA-RETE-PBA   TO CUENTA-MOV
              MOVE RETENCION-PBA  TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           MOVE CTA-BANCO-PBA     TO CUENTA-MOV
           MOVE NETO-PBA          TO VALOR-MOV
           PERFORM GRABAR-LINEA-MOV

           MOVE NIT-PROV-PBA TO NIT-PROV-CXP
           MOVE NRO-FACT-PBA TO NRO-FACT-CXP
           READ ARCHIVO-CXP
                NOT INVALID KEY
                   MOVE "P"              TO ESTADO-CXP
                   MOVE VALOR-PAGADO-PBA TO SALDO-CXP
                   MOVE ZEROS            TO FECHA-PAGO-CXP
                                            VALOR-RETENIDO-CXP
                   MOVE SPACES           TO COMP-EGRESO-CXP
                   REWRITE REG-CXP END-REWRITE
           END-READ

           MOVE "X"           TO ESTADO-PBA
           MOVE FECHA-HOY-W   TO FECHA-RESP-PBA
           MOVE MOTIVO-RESP-W TO MOTIVO-PBA
           MOVE TRAZA-RESP-W  TO TRAZA-PBA
           MOVE SPACES        TO COMP-REVERSO-PBA
           STRING SECU-CONTROL-W DELIMITED BY SIZE
                  NRO-COMP-W     DELIMITED BY SIZE
                  INTO COMP-REVERSO-PBA
           END-STRING
           MOVE OPER-LLEGAD-W TO OPER-PBA
           REWRITE REG-PAGO-BANCO END-REWRITE.

      *=================================================================
      * OPC "L": PAGOS POR ESTADO O POR ARCHIVO
      *=================================================================
       LISTAR-PAGOS.
           PERFORM ABRIR-PAGOS-BANCO

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*PAGOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           IF NRO-ARCH-L-LLEGAD-W > ZEROS
              MOVE NRO-ARCH-L-LLEGAD-W TO NRO-ARCH-PBA
              START ARCHIVO-PAGOS-BANCO KEY IS EQUAL NRO-ARCH-PBA
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
           ELSE
              MOVE 1      TO NIT-PROV-PBA
              MOVE SPACES TO NRO-FACT-PBA
              START ARCHIVO-PAGOS-BANCO KEY IS NOT LESS LLAVE-PBA
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
           END-IF

           PERFORM LISTAR-UN-PAGO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           MOVE TOTAL-PAGOS-W TO VALOR-EDIT
           MOVE 1 TO PUNT-W
           STRING "{*FACTURA*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  VALOR-EDIT                  DELIMITED BY SIZE
                  "*}"                        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PAGOS-BANCO
           MOVE CANT-PAGOS-W  TO DAT1-ENV
           MOVE TOTAL-PAGOS-W TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LISTAR-UN-PAGO.
           READ ARCHIVO-PAGOS-BANCO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND NRO-ARCH-L-LLEGAD-W > ZEROS
              IF NRO-ARCH-PBA NOT = NRO-ARCH-L-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              END-IF
           END-IF

           IF OTR-STAT = "00" AND NIT-PROV-PBA NOT = ZEROS
              IF ESTADO-LLEGAD-W = SPACES
              OR ESTADO-LLEGAD-W = ESTADO-PBA
                 PERFORM ESCRIBIR-PAGO-JSON
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       ESCRIBIR-PAGO-JSON.
           ADD 1        TO CANT-PAGOS-W
           ADD NETO-PBA TO TOTAL-PAGOS-W

           MOVE NETO-PBA TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "{*FACTURA*:*"     DELIMITED BY SIZE
                  NRO-FACT-PBA       DELIMITED BY "  "
                  "*,*PROVEEDOR*:"   DELIMITED BY SIZE
                  NIT-PROV-PBA       DELIMITED BY SIZE
                  ",*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-PBA         DELIMITED BY SIZE
                  "*,*EGRESO*:*"     DELIMITED BY SIZE
                  COMP-EGRESO-PBA    DELIMITED BY " "
                  "*,*ARCHIVO*:"     DELIMITED BY SIZE
                  NRO-ARCH-PBA       DELIMITED BY SIZE
                  ",*BANCO*:*"       DELIMITED BY SIZE
                  BANCO-DEST-PBA     DELIMITED BY " "
                  "*,*CUENTA*:*"     DELIMITED BY SIZE
                  CUENTA-DEST-PBA    DELIMITED BY " "
                  "*,*NETO*:*"       DELIMITED BY SIZE
                  VALOR-EDIT         DELIMITED BY SIZE
                  "*,*TRAZA*:*"      DELIMITED BY SIZE
                  TRAZA-PBA          DELIMITED BY "  "
                  "*,*MOTIVO*:*"     DELIMITED BY SIZE
                  MOTIVO-PBA         DELIMITED BY "  "
                  "*},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       ABRIR-PAGOS-BANCO.
           OPEN I-O ARCHIVO-PAGOS-BANCO
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PAGOS-BANCO
              CLOSE       ARCHIVO-PAGOS-BANCO
              OPEN I-O    ARCHIVO-PAGOS-BANCO
           END-IF.

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
                    MOVE "REVERSO PAGOS BANCO" TO DETALLE-MOV
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
           MOVE NRO-FACT-PBA     TO REFER-MOV
           MOVE "REVERSO PAGO RECHAZADO POR EL BANCO" TO DETALLE-MOV
           MOVE NIT-PROV-PBA     TO ID-MOV
           MOVE FECHA6-W         TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W    TO OPER-MOV
           MOVE LINEA-MOV-W      TO CONSEC-FEC-MOV

           WRITE MOV-DIARIO END-WRITE
           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-MOV
           INITIALIZE CUENTA-MOV VALOR-MOV.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "..\PAGINAS\RECIBIDOS.ASPX" TO SALIDA-HTML
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

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
