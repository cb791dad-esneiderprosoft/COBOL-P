      *=================================================================
      * CONTABILIDAD - OBLIGACIONES FINANCIERAS (CREDITOS Y LEASING)
      *                (SC-ARCHOBL / SC-ARCHOBC):
      *                - OPC "A": GRABA/ACTUALIZA LA OBLIGACION
      *                  (ACREEDOR, DESEMBOLSO, VALOR, TASA FIJA E.A.
      *                  O DTF / IBR MAS SPREAD, PLAZO Y GRACIA A
      *                  CAPITAL EN MESES, PERIODICIDAD DE LA CUOTA Y
      *                  VALOR RESIDUAL) Y GENERA SU TABLA. LAS
      *                  CUENTAS Y EL CENTRO DE COSTO LLEGAN EN LA
      *                  VARIABLE "cuentas". CON ABONOS A CAPITAL NO
      *                  SE CAMBIAN LAS CONDICIONES DEL CREDITO.
      *                - OPC "T": REGENERA LA TABLA DE AMORTIZACION
      *                  DESDE LA PRIMERA CUOTA PENDIENTE CON EL SALDO
      *                  DE CAPITAL; EN LAS INDEXADAS RECIBE LA NUEVA
      *                  TASA DE REFERENCIA (REAJUSTE DE LA DTF/IBR).
      *                  CUOTA FIJA (SISTEMA FRANCES) DESPUES DE LA
      *                  GRACIA, SOLO INTERES DURANTE LA GRACIA. LA
      *                  ULTIMA CUOTA LLEVA EL VALOR RESIDUAL.
      *                - OPC "V": TABLA DE AMORTIZACION EN JSON.
      *                - OPC "L": LISTADO DE OBLIGACIONES.
      *                - OPC "C": CAUSACION MENSUAL DE INTERESES: UN
      *                  COMPROBANTE POR LA SECUENCIA DEL LOTE CON
      *                  DEBITO AL GASTO FINANCIERO Y CREDITO A LOS
      *                  INTERESES POR PAGAR, CON EL ACREEDOR. LOS
      *                  MESES NO CAUSADOS SE LLEVAN JUNTOS; EL MES
      *                  DEL DESEMBOLSO VA PROPORCIONAL (MES DE 30).
      *                - OPC "P": PAGO DE LA PRIMERA CUOTA PENDIENTE:
      *                  SEPARA INTERES Y CAPITAL, CRUZA EL INTERES
      *                  CONTRA LO CAUSADO (EL EXCESO VA AL GASTO) Y
      *                  ACREDITA EL BANCO. SI EL ABONO A CAPITAL NO
      *                  ES EL DE LA TABLA, LA REGENERA.
      *                - OPC "S": PORCION CORRIENTE (CAPITAL QUE VENCE
      *                  DENTRO DE LOS DOCE MESES SIGUIENTES AL CORTE)
      *                  Y NO CORRIENTE DE CADA OBLIGACION. LA MISMA
      *                  REGLA LA APLICA CON863 AL BALANCE Y CON864
      *                  PROYECTA LAS CUOTAS PENDIENTES.
      *                LA TASA DE REFERENCIA Y EL SPREAD SE DIGITAN
      *                EN SU EQUIVALENTE EFECTIVO ANUAL.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON881".

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
            COPY "P:\PROG\PROYECT\FUENTES\FS-OBLIG.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-OBCUO.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-COSTO LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COSTO-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-COSTO
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
       COPY "P:\PROG\PROYECT\FUENTES\FD-OBLIG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-OBCUO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COSTO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-OBL-W                    PIC X(70).
       01 NOM-OBC-W                    PIC X(70).
       01 NOM-TER-W                    PIC X(70).
       01 NOM-COSTO-W                  PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 COD-OBL-LLEGAD-W          PIC X(8).
          02 DATO-A-LLEGAD-W.
             03 DESCRIP-LLEGAD-W       PIC X(40).
             03 TIPO-LLEGAD-W          PIC X.
             03 NIT-LLEGAD-W           PIC 9(11).
             03 FECHA-DES-LLEGAD-W     PIC 9(8).
             03 VALOR-LLEGAD-W         PIC 9(13)V99.
             03 TIPO-TASA-LLEGAD-W     PIC X.
             03 TASA-LLEGAD-W          PIC 99V9999.
             03 SPREAD-LLEGAD-W        PIC 99V9999.
             03 PLAZO-LLEGAD-W         PIC 9(3).
             03 GRACIA-LLEGAD-W        PIC 9(3).
             03 PERIODO-LLEGAD-W       PIC 99.
             03 RESIDUAL-LLEGAD-W      PIC 9(13)V99.
             03 ESTADO-LLEGAD-W        PIC X.
          02 TASA-REF-LLEGAD-W         PIC 99V9999.
          02 VALOR-PAGO-LLEGAD-W       PIC 9(13)V99.
          02 CTA-BANCO-LLEGAD-W        PIC X(11).
          02 FECHA-CORTE-LLEGAD-W      PIC 9(8).
          02 LOTE-LLEGAD-W             PIC XX.
          02 ANO-GEN-LLEGAD-W          PIC 9(4).
          02 MES-GEN-LLEGAD-W          PIC 99.
          02 OPER-LLEGAD-W             PIC 9(4).

       01 DATO-CUENTAS-LLEGAD-W.
          02 CTA-CAPITAL-LLEGAD-W      PIC X(11).
          02 CTA-GASTO-LLEGAD-W        PIC X(11).
          02 CTA-INT-PAGAR-LLEGAD-W    PIC X(11).
          02 CCOSTO-LLEGAD-W           PIC X(4).

       01 VARIABLES.
          02 NRO-W                  PIC 9(3).
          02 NRO-INI-W              PIC 9(3).
          02 N-CUOTAS-W             PIC 9(3).
          02 N-GRACIA-W             PIC 9(3).
          02 ULT-PAGADA-W           PIC 9(3).
          02 N-FALTAN-W             PIC 9(3).
          02 RESTO-W                PIC 9(3).
          02 SW-CUOTA-W             PIC X.
          02 SW-HALLADO-W           PIC X.
          02 TASA-EA-W              PIC 9(3)V9(6).
          02 TASA-PER-W             PIC 9V9(9).
          02 TASA-MES-W             PIC 9V9(9).
          02 FACTOR-W               PIC 9(6)V9(9).
          02 CUOTA-FIJA-W           PIC S9(13)V99.
          02 SALDO-W                PIC S9(13)V99.
          02 INTERES-W              PIC S9(13)V99.
          02 CAPITAL-W              PIC S9(13)V99.
          02 MESES-TOT-W            PIC 9(6).
          02 MESES-PEND-W           PIC S9(6).
          02 DIAS-PRIMER-MES-W      PIC 99.
          02 FACTOR-MESES-W         PIC S9(4)V9(6).
          02 INT-PAGO-W             PIC S9(13)V99.
          02 CAP-PAGO-W             PIC S9(13)V99.
          02 INT-APLICADO-W         PIC S9(13)V99.
          02 INT-GASTO-W            PIC S9(13)V99.
          02 CORRIENTE-W            PIC S9(13)V99.
          02 NO-CORRIENTE-W         PIC S9(13)V99.
          02 TOT-CORRIENTE-W        PIC S9(14)V99.
          02 TOT-NO-CORRIENTE-W     PIC S9(14)V99.
          02 FECHA-HOY-W            PIC 9(8).
          02 CORTE-W                PIC 9(8).
          02 LIMITE-CORR-W          PIC 9(8).
          02 NRO-COMP-W             PIC 9(6).
          02 LINEA-MOV-W            PIC 9(4).
          02 FECHA6-W               PIC 9(6).
          02 CANT-GENERADAS-W       PIC 9(4) VALUE 0.
          02 CANT-RECHAZADAS-W      PIC 9(4) VALUE 0.
          02 DETALLE-COMP-W         PIC X(40).

       01 FECHA-VENCE-W.
          02 ANO-VENCE-W            PIC 9(4).
          02 MES-VENCE-W            PIC 99.
          02 DIA-VENCE-W            PIC 99.
       01 FECHA-VENCE-N REDEFINES FECHA-VENCE-W PIC 9(8).

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W         PIC 9.
          02 SEC2-CONTROL-W         PIC XX.

       01 VALOR-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 TASA-EDIT                 PIC ZZ9.9999.
       01 LIN-JSON-W                PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 COMP-ENV               PIC X(6).
          02 FILLER                 PIC X VALUE "|".
          02 GENERADAS-ENV          PIC 9(4).
          02 FILLER                 PIC X VALUE "|".
          02 RECHAZADAS-ENV         PIC 9(4).

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
              MOVE "CON881"                 TO MSJ3-HTML
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
              MOVE "CON881"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-MOV                  TO MSJ2-HTML
              MOVE "CON881"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-OBLIG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-OBLIGACIONES.
       ESCR-EXCEP-OBLIG.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-OBL-W                TO MSJ2-HTML
              MOVE "CON881"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-OBCUO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CUOTAS-OBL.
       ESCR-EXCEP-OBCUO.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-OBC-W                TO MSJ2-HTML
              MOVE "CON881"                 TO MSJ3-HTML
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
              MOVE "CON881"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COSTO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COSTO.
       ESCR-EXCEP-COSTO.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-COSTO-W              TO MSJ2-HTML
              MOVE "CON881"                 TO MSJ3-HTML
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
              MOVE "CON881"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON881" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W DATO-CUENTAS-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    COD-OBL-LLEGAD-W, DESCRIP-LLEGAD-W,
                    TIPO-LLEGAD-W, NIT-LLEGAD-W,
                    FECHA-DES-LLEGAD-W, VALOR-LLEGAD-W,
                    TIPO-TASA-LLEGAD-W, TASA-LLEGAD-W,
                    SPREAD-LLEGAD-W, PLAZO-LLEGAD-W,
                    GRACIA-LLEGAD-W, PERIODO-LLEGAD-W,
                    RESIDUAL-LLEGAD-W, ESTADO-LLEGAD-W,
                    TASA-REF-LLEGAD-W, VALOR-PAGO-LLEGAD-W,
                    CTA-BANCO-LLEGAD-W, FECHA-CORTE-LLEGAD-W,
                    LOTE-LLEGAD-W, ANO-GEN-LLEGAD-W,
                    MES-GEN-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "cuentas" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO CTA-CAPITAL-LLEGAD-W, CTA-GASTO-LLEGAD-W,
                    CTA-INT-PAGAR-LLEGAD-W, CCOSTO-LLEGAD-W
           END-UNSTRING.

           MOVE LLAVE-SESION-LLEGAD-W  TO LLAVE-SESION-W.
           MOVE FUNCTION CURRENT-DATE  TO FECHA-TOTAL.
           MOVE FECHA-TOTAL            TO FECHA-HOY-W.
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
              MOVE "CON881"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-OBL-W NOM-OBC-W NOM-TER-W NOM-COSTO-W
                      NOM-MOV NOM-PLANO-W

           MOVE "\\" TO NOM-OBL-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-OBL-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-OBL-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-OBL-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-OBL-W TO NOM-OBC-W NOM-TER-W NOM-COSTO-W NOM-MOV

           INSPECT NOM-OBL-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHOBL.DAT"
           INSPECT NOM-OBC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHOBC.DAT"
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"
           INSPECT NOM-COSTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCOS.DAT"

           INSPECT NOM-MOV REPLACING FIRST "     "
                                        BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                                        BY "SC-ARCHMOV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-OBLIGACIONES-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                            DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-OBLIGACIONES.
           OPEN I-O ARCHIVO-OBLIGACIONES
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-OBLIGACIONES
              CLOSE       ARCHIVO-OBLIGACIONES
              OPEN I-O    ARCHIVO-OBLIGACIONES
           END-IF

           OPEN I-O ARCHIVO-CUOTAS-OBL
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-CUOTAS-OBL
              CLOSE       ARCHIVO-CUOTAS-OBL
              OPEN I-O    ARCHIVO-CUOTAS-OBL
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO GRABAR-OBLIGACION
             WHEN "T"   GO TO GENERAR-TABLA
             WHEN "V"   GO TO VER-TABLA
             WHEN "L"   GO TO LISTAR-OBLIGACIONES
             WHEN "C"   GO TO CAUSAR-INTERESES
             WHEN "P"   GO TO PAGAR-CUOTA
             WHEN "S"   GO TO PORCION-CORRIENTE
             WHEN OTHER
                  CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON881"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "A": MAESTRO DE LA OBLIGACION
      *=================================================================
       GRABAR-OBLIGACION.
           IF PERIODO-LLEGAD-W = ZEROS
              MOVE 1 TO PERIODO-LLEGAD-W
           END-IF

           IF COD-OBL-LLEGAD-W = SPACES
           OR VALOR-LLEGAD-W = ZEROS
           OR PLAZO-LLEGAD-W = ZEROS
           OR FECHA-DES-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Falta codigo, valor, plazo o desembolso"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    EL PLAZO Y LA GRACIA DEBEN CERRAR EN CUOTAS COMPLETAS
           DIVIDE PLAZO-LLEGAD-W BY PERIODO-LLEGAD-W
                  GIVING N-CUOTAS-W REMAINDER RESTO-W
           IF RESTO-W = ZEROS
              DIVIDE GRACIA-LLEGAD-W BY PERIODO-LLEGAD-W
                     GIVING N-GRACIA-W REMAINDER RESTO-W
           END-IF

           IF RESTO-W NOT = ZEROS
           OR GRACIA-LLEGAD-W NOT < PLAZO-LLEGAD-W
           OR (TIPO-LLEGAD-W NOT = "C" AND NOT = "L")
           OR (TIPO-TASA-LLEGAD-W NOT = "F" AND NOT = "D"
                                             AND NOT = "I")
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Tipo, tasa, plazo o gracia no validos"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF RESIDUAL-LLEGAD-W NOT < VALOR-LLEGAD-W
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "El valor residual supera el de la obligacion"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CTA-CAPITAL-LLEGAD-W = SPACES
           OR CTA-GASTO-LLEGAD-W = SPACES
           OR CTA-INT-PAGAR-LLEGAD-W = SPACES
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Faltan las cuentas de capital o de intereses"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-TERCEROS
           MOVE NIT-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   CLOSE ARCHIVO-TERCEROS ARCHIVO-OBLIGACIONES
                         ARCHIVO-CUOTAS-OBL
                   MOVE "99"                      TO MSJ1-HTML
                   MOVE "Tercero no existe"       TO MSJ2-HTML
                   MOVE "CON881"                  TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-TERCEROS

           OPEN INPUT ARCHIVO-COSTO
           MOVE CCOSTO-LLEGAD-W TO COD-COSTO
           READ ARCHIVO-COSTO
                INVALID KEY
                   CLOSE ARCHIVO-COSTO ARCHIVO-OBLIGACIONES
                         ARCHIVO-CUOTAS-OBL
                   MOVE "99"                          TO MSJ1-HTML
                   MOVE "Centro de costo no existe"   TO MSJ2-HTML
                   MOVE "CON881"                      TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COSTO

           MOVE COD-OBL-LLEGAD-W TO COD-OBL
           READ ARCHIVO-OBLIGACIONES
                INVALID KEY
                   INITIALIZE REG-OBLIGACION
                   MOVE COD-OBL-LLEGAD-W TO COD-OBL
                   MOVE "A"              TO ESTADO-OBL
                   MOVE VALOR-LLEGAD-W   TO VALOR-OBL
                   MOVE VALOR-LLEGAD-W   TO SALDO-CAPITAL-OBL
           END-READ

      *    CON ABONOS A CAPITAL NO SE CAMBIAN LAS CONDICIONES
           IF SALDO-CAPITAL-OBL NOT = VALOR-OBL
              IF VALOR-LLEGAD-W NOT = VALOR-OBL
              OR FECHA-DES-LLEGAD-W NOT = FECHA-DESEMB-OBL
              OR PLAZO-LLEGAD-W NOT = PLAZO-MESES-OBL
              OR GRACIA-LLEGAD-W NOT = GRACIA-MESES-OBL
              OR PERIODO-LLEGAD-W NOT = PERIODICIDAD-OBL
                 CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
                 MOVE "99"                                TO MSJ1-HTML
                 MOVE "Obligacion con abonos, no se cambian condiciones"
                                                          TO MSJ2-HTML
                 MOVE "CON881"                            TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           ELSE
              MOVE VALOR-LLEGAD-W   TO VALOR-OBL SALDO-CAPITAL-OBL
           END-IF

           MOVE DESCRIP-LLEGAD-W       TO DESCRIP-OBL
           MOVE TIPO-LLEGAD-W          TO TIPO-OBL
           MOVE NIT-LLEGAD-W           TO NIT-ACREEDOR-OBL
           MOVE FECHA-DES-LLEGAD-W     TO FECHA-DESEMB-OBL
           MOVE TIPO-TASA-LLEGAD-W     TO TIPO-TASA-OBL
           MOVE TASA-LLEGAD-W          TO TASA-FIJA-EA-OBL
           MOVE SPREAD-LLEGAD-W        TO SPREAD-OBL
           IF TASA-REF-LLEGAD-W > ZEROS
              MOVE TASA-REF-LLEGAD-W   TO TASA-REF-OBL
           END-IF
           MOVE PLAZO-LLEGAD-W         TO PLAZO-MESES-OBL
           MOVE GRACIA-LLEGAD-W        TO GRACIA-MESES-OBL
           MOVE PERIODO-LLEGAD-W       TO PERIODICIDAD-OBL
           MOVE RESIDUAL-LLEGAD-W      TO VALOR-RESIDUAL-OBL
           MOVE CTA-CAPITAL-LLEGAD-W   TO CTA-CAPITAL-OBL
           MOVE CTA-GASTO-LLEGAD-W     TO CTA-GASTO-INT-OBL
           MOVE CTA-INT-PAGAR-LLEGAD-W TO CTA-INT-PAGAR-OBL
           MOVE CCOSTO-LLEGAD-W        TO CCOSTO-OBL
           IF ESTADO-LLEGAD-W = "C"
              MOVE "C" TO ESTADO-OBL
           END-IF
           MOVE OPER-LLEGAD-W          TO OPER-OBL

           WRITE REG-OBLIGACION
                 INVALID KEY
                    REWRITE REG-OBLIGACION END-REWRITE
           END-WRITE

           IF OBL-CANCELADA
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "00" TO DAT0-ENV
              GO TO ENVIO-DATOS
           END-IF.

      *=================================================================
      * OPC "T": TABLA DE AMORTIZACION
      *=================================================================
       GENERAR-TABLA.
           MOVE COD-OBL-LLEGAD-W TO COD-OBL
           READ ARCHIVO-OBLIGACIONES
                INVALID KEY
                   CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "No existe la obligacion"   TO MSJ2-HTML
                   MOVE "CON881"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT OBL-VIGENTE
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                          TO MSJ1-HTML
              MOVE "La obligacion esta cancelada" TO MSJ2-HTML
              MOVE "CON881"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF NOT TASA-FIJA-OBL
              IF TASA-REF-LLEGAD-W > ZEROS
                 MOVE TASA-REF-LLEGAD-W TO TASA-REF-OBL
                 REWRITE REG-OBLIGACION END-REWRITE
              END-IF
           END-IF

           PERFORM REGENERAR-CUOTAS

           CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *    BORRA LAS CUOTAS PENDIENTES DE LA OBLIGACION EN
      *    REG-OBLIGACION Y LAS VUELVE A CALCULAR CON EL SALDO DE
      *    CAPITAL, DESDE LA SIGUIENTE A LA ULTIMA PAGADA.
       REGENERAR-CUOTAS.
           PERFORM CALCULAR-TASAS

           DIVIDE PLAZO-MESES-OBL BY PERIODICIDAD-OBL
                  GIVING N-CUOTAS-W
           DIVIDE GRACIA-MESES-OBL BY PERIODICIDAD-OBL
                  GIVING N-GRACIA-W

           MOVE ZEROS TO ULT-PAGADA-W
           MOVE COD-OBL   TO COD-OBL-OBC
           MOVE ZEROS     TO NRO-CUOTA-OBC
           START ARCHIVO-CUOTAS-OBL KEY IS NOT LESS LLAVE-OBC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM DEPURAR-CUOTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SALDO-CAPITAL-OBL TO SALDO-W
           MOVE "N"               TO SW-CUOTA-W
           COMPUTE NRO-INI-W = ULT-PAGADA-W + 1

           IF SALDO-W > ZEROS
              PERFORM GRABAR-CUOTA
                      VARYING NRO-W FROM NRO-INI-W BY 1
                      UNTIL NRO-W > N-CUOTAS-W
           END-IF.

       DEPURAR-CUOTA.
           READ ARCHIVO-CUOTAS-OBL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-OBL-OBC NOT = COD-OBL
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CUOTA-PAGADA
                    MOVE NRO-CUOTA-OBC TO ULT-PAGADA-W
                 ELSE
                    DELETE ARCHIVO-CUOTAS-OBL RECORD END-DELETE
                 END-IF
              END-IF
           END-IF.

       GRABAR-CUOTA.
           INITIALIZE REG-CUOTA-OBL
           MOVE COD-OBL TO COD-OBL-OBC
           MOVE NRO-W   TO NRO-CUOTA-OBC
           PERFORM CALCULAR-VENCIMIENTO
           MOVE FECHA-VENCE-N TO FECHA-VENCE-OBC

           COMPUTE INTERES-W ROUNDED = SALDO-W * TASA-PER-W

           IF NRO-W NOT > N-GRACIA-W
              MOVE ZEROS TO CAPITAL-W
           ELSE
              IF SW-CUOTA-W = "N"
                 PERFORM CALCULAR-CUOTA-FIJA
                 MOVE "S" TO SW-CUOTA-W
              END-IF
              COMPUTE CAPITAL-W = CUOTA-FIJA-W - INTERES-W
           END-IF

      *    LA ULTIMA CUOTA CIERRA EL SALDO (CON EL VALOR RESIDUAL)
           IF NRO-W = N-CUOTAS-W
           OR CAPITAL-W > SALDO-W
              MOVE SALDO-W TO CAPITAL-W
           END-IF
           IF CAPITAL-W < ZEROS
              MOVE ZEROS TO CAPITAL-W
           END-IF

           MOVE SALDO-W    TO SALDO-INI-OBC
           MOVE CAPITAL-W  TO CAPITAL-OBC
           MOVE INTERES-W  TO INTERES-OBC
           COMPUTE VALOR-CUOTA-OBC = CAPITAL-W + INTERES-W
           COMPUTE SALDO-W = SALDO-W - CAPITAL-W
           MOVE SALDO-W    TO SALDO-FIN-OBC
           MOVE TASA-PER-W TO TASA-PERIODO-OBC
           MOVE "P"        TO ESTADO-OBC
           MOVE OPER-LLEGAD-W TO OPER-OBC

           WRITE REG-CUOTA-OBL
                 INVALID KEY
                    REWRITE REG-CUOTA-OBL END-REWRITE
           END-WRITE
           ADD 1 TO CANT-GENERADAS-W.

      *    CUOTA FIJA SOBRE EL SALDO PARA LAS CUOTAS QUE FALTAN, DEJANDO
      *    EL VALOR RESIDUAL PARA LA ULTIMA
       CALCULAR-CUOTA-FIJA.
           COMPUTE N-FALTAN-W = N-CUOTAS-W - NRO-W + 1

           IF TASA-PER-W = ZEROS
              COMPUTE CUOTA-FIJA-W ROUNDED =
                      (SALDO-W - VALOR-RESIDUAL-OBL) / N-FALTAN-W
           ELSE
              COMPUTE FACTOR-W ROUNDED =
                      (1 + TASA-PER-W) ** N-FALTAN-W
              COMPUTE CUOTA-FIJA-W ROUNDED =
                      (SALDO-W * FACTOR-W - VALOR-RESIDUAL-OBL)
                    * TASA-PER-W / (FACTOR-W - 1)
           END-IF.

      *    TASA DEL PERIODO DE LA CUOTA Y TASA MENSUAL EQUIVALENTES A
      *    LA EFECTIVA ANUAL (FIJA, O REFERENCIA MAS SPREAD)
       CALCULAR-TASAS.
           IF TASA-FIJA-OBL
              MOVE TASA-FIJA-EA-OBL TO TASA-EA-W
           ELSE
              COMPUTE TASA-EA-W = TASA-REF-OBL + SPREAD-OBL
           END-IF

           COMPUTE TASA-PER-W ROUNDED =
                   (1 + TASA-EA-W / 100) ** (PERIODICIDAD-OBL / 12) - 1
           COMPUTE TASA-MES-W ROUNDED =
                   (1 + TASA-EA-W / 100) ** (1 / 12) - 1.

      *    VENCIMIENTO DE LA CUOTA NRO-W: DESEMBOLSO MAS NRO-W PERIODOS;
      *    EL DIA SE LIMITA AL 28 PARA QUE EXISTA EN TODOS LOS MESES
       CALCULAR-VENCIMIENTO.
           COMPUTE MESES-TOT-W = ANO-DESEMB-OBL * 12
                               + MES-DESEMB-OBL - 1
                               + NRO-W * PERIODICIDAD-OBL
           DIVIDE MESES-TOT-W BY 12
                  GIVING ANO-VENCE-W REMAINDER MES-VENCE-W
           ADD 1 TO MES-VENCE-W
           MOVE DIA-DESEMB-OBL TO DIA-VENCE-W
           IF DIA-VENCE-W > 28
              MOVE 28 TO DIA-VENCE-W
           END-IF.

      *=================================================================
      * OPC "V": TABLA DE AMORTIZACION EN JSON
      *=================================================================
       VER-TABLA.
           MOVE COD-OBL-LLEGAD-W TO COD-OBL
           READ ARCHIVO-OBLIGACIONES
                INVALID KEY
                   CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "No existe la obligacion"   TO MSJ2-HTML
                   MOVE "CON881"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*COD*:*"      DELIMITED BY SIZE
                  COD-OBL         DELIMITED BY SIZE
                  "*,*DESCRIP*:*" DELIMITED BY SIZE
                  DESCRIP-OBL     DELIMITED BY "  "
                  "*,*CUOTAS*:["  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE COD-OBL   TO COD-OBL-OBC
           MOVE ZEROS     TO NRO-CUOTA-OBC
           START ARCHIVO-CUOTAS-OBL KEY IS NOT LESS LLAVE-OBC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM ESCRIBIR-CUOTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{*NRO*:0}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       ESCRIBIR-CUOTA.
           READ ARCHIVO-CUOTAS-OBL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-OBL-OBC NOT = COD-OBL
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE SPACES TO LIN-JSON-W
                 MOVE SALDO-INI-OBC TO VALOR-EDIT
                 STRING "{*NRO*:"         DELIMITED BY SIZE
                        NRO-CUOTA-OBC     DELIMITED BY SIZE
                        ",*VENCE*:"       DELIMITED BY SIZE
                        FECHA-VENCE-OBC   DELIMITED BY SIZE
                        ",*ESTADO*:*"     DELIMITED BY SIZE
                        ESTADO-OBC        DELIMITED BY SIZE
                        "*,*SALDO-INI*:*" DELIMITED BY SIZE
                        VALOR-EDIT        DELIMITED BY SIZE
                        "*,*CAPITAL*:*"   DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 MOVE CAPITAL-OBC TO VALOR-EDIT
                 STRING LIN-JSON-W       DELIMITED BY "   "
                        VALOR-EDIT       DELIMITED BY SIZE
                        "*,*INTERES*:*"  DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 MOVE INTERES-OBC TO VALOR-EDIT
                 STRING LIN-JSON-W       DELIMITED BY "   "
                        VALOR-EDIT       DELIMITED BY SIZE
                        "*,*CUOTA*:*"    DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 MOVE VALOR-CUOTA-OBC TO VALOR-EDIT
                 STRING LIN-JSON-W       DELIMITED BY "   "
                        VALOR-EDIT       DELIMITED BY SIZE
                        "*,*SALDO-FIN*:*" DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 MOVE SALDO-FIN-OBC TO VALOR-EDIT
                 STRING LIN-JSON-W       DELIMITED BY "   "
                        VALOR-EDIT       DELIMITED BY SIZE
                        "*,*PAGO*:"      DELIMITED BY SIZE
                        FECHA-PAGO-OBC   DELIMITED BY SIZE
                        ",*COMP*:*"      DELIMITED BY SIZE
                        COMP-PAGO-OBC    DELIMITED BY " "
                        "*},"            DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "L": LISTADO DE OBLIGACIONES
      *=================================================================
       LISTAR-OBLIGACIONES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*OBLIGACIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE SPACES TO COD-OBL
           START ARCHIVO-OBLIGACIONES KEY IS NOT LESS LLAVE-OBL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-UNA-OBLIGACION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LISTAR-UNA-OBLIGACION.
           READ ARCHIVO-OBLIGACIONES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM CALCULAR-TASAS
              MOVE TASA-EA-W TO TASA-EDIT
              MOVE SPACES TO LIN-JSON-W
              STRING "{*COD*:*"       DELIMITED BY SIZE
                     COD-OBL          DELIMITED BY SIZE
                     "*,*DESCRIP*:*"  DELIMITED BY SIZE
                     DESCRIP-OBL      DELIMITED BY "  "
                     "*,*TIPO*:*"     DELIMITED BY SIZE
                     TIPO-OBL         DELIMITED BY SIZE
                     "*,*ACREEDOR*:"  DELIMITED BY SIZE
                     NIT-ACREEDOR-OBL DELIMITED BY SIZE
                     ",*DESEMBOLSO*:" DELIMITED BY SIZE
                     FECHA-DESEMB-OBL DELIMITED BY SIZE
                     ",*TASA*:*"      DELIMITED BY SIZE
                     TIPO-TASA-OBL    DELIMITED BY SIZE
                     "*,*TASA-EA*:*"  DELIMITED BY SIZE
                     TASA-EDIT        DELIMITED BY SIZE
                     "*,*PLAZO*:"     DELIMITED BY SIZE
                     PLAZO-MESES-OBL  DELIMITED BY SIZE
                     ",*GRACIA*:"     DELIMITED BY SIZE
                     GRACIA-MESES-OBL DELIMITED BY SIZE
                     ",*PERIODO*:"    DELIMITED BY SIZE
                     PERIODICIDAD-OBL DELIMITED BY SIZE
                     ",*ESTADO*:*"    DELIMITED BY SIZE
                     ESTADO-OBL       DELIMITED BY SIZE
                     "*,*VALOR*:*"    DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE VALOR-OBL TO VALOR-EDIT
              STRING LIN-JSON-W     DELIMITED BY "   "
                     VALOR-EDIT     DELIMITED BY SIZE
                     "*,*SALDO*:*"  DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE SALDO-CAPITAL-OBL TO VALOR-EDIT
              STRING LIN-JSON-W      DELIMITED BY "   "
                     VALOR-EDIT      DELIMITED BY SIZE
                     "*,*CAUSADO*:*" DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE INT-CAUSADO-OBL TO VALOR-EDIT
              STRING LIN-JSON-W      DELIMITED BY "   "
                     VALOR-EDIT      DELIMITED BY SIZE
                     "*,*ULT-CAUSA*:" DELIMITED BY SIZE
                     ULT-ANO-CAUSA-OBL DELIMITED BY SIZE
                     ULT-MES-CAUSA-OBL DELIMITED BY SIZE
                     "},"            DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "C": CAUSACION MENSUAL DE INTERESES
      *=================================================================
       CAUSAR-INTERESES.
           IF ANO-GEN-LLEGAD-W = ZEROS
           OR MES-GEN-LLEGAD-W = ZEROS
           OR LOTE-LLEGAD-W = SPACES
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                      TO MSJ1-HTML
              MOVE "Falta el periodo o el lote" TO MSJ2-HTML
              MOVE "CON881"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE ANO-GEN-LLEGAD-W (3:2) TO FECHA6-W (1:2)
           MOVE MES-GEN-LLEGAD-W       TO FECHA6-W (3:2)
           MOVE 01                     TO FECHA6-W (5:2)

           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           PERFORM TOMAR-NUMERO-SECUENCIA

           MOVE SPACES TO DETALLE-COMP-W
           STRING "CAUSACION INTERESES " DELIMITED BY SIZE
                  ANO-GEN-LLEGAD-W       DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  MES-GEN-LLEGAD-W       DELIMITED BY SIZE
                  INTO DETALLE-COMP-W
           END-STRING

           INITIALIZE LINEA-MOV-W
           MOVE SPACES TO COD-OBL
           START ARCHIVO-OBLIGACIONES KEY IS NOT LESS LLAVE-OBL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM CAUSAR-OBLIGACION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE MOVIMIENTO-DIARIO ARCHIVO-OBLIGACIONES
                 ARCHIVO-CUOTAS-OBL
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       CAUSAR-OBLIGACION.
           READ ARCHIVO-OBLIGACIONES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
      *       MESES POR CAUSAR: DESDE EL SIGUIENTE AL ULTIMO CAUSADO (O
      *       DESDE EL DEL DESEMBOLSO) HASTA EL PERIODO PEDIDO
              IF ULT-ANO-CAUSA-OBL = ZEROS
                 COMPUTE MESES-PEND-W =
                         (ANO-GEN-LLEGAD-W * 12 + MES-GEN-LLEGAD-W)
                       - (ANO-DESEMB-OBL * 12 + MES-DESEMB-OBL) + 1
              ELSE
                 COMPUTE MESES-PEND-W =
                         (ANO-GEN-LLEGAD-W * 12 + MES-GEN-LLEGAD-W)
                       - (ULT-ANO-CAUSA-OBL * 12 + ULT-MES-CAUSA-OBL)
              END-IF

              IF NOT OBL-VIGENTE
              OR SALDO-CAPITAL-OBL NOT > ZEROS
              OR MESES-PEND-W NOT > ZEROS
                 ADD 1 TO CANT-RECHAZADAS-W
              ELSE
                 PERFORM CALCULAR-INTERES-MES
                 PERFORM GRABAR-CAUSACION
              END-IF
           END-IF.

      *    INTERES SOBRE EL SALDO DE CAPITAL A LA TASA MENSUAL; EL MES
      *    DEL DESEMBOLSO SOLO POR LOS DIAS CORRIDOS (MES DE 30 DIAS)
       CALCULAR-INTERES-MES.
           PERFORM CALCULAR-TASAS
           MOVE MESES-PEND-W TO FACTOR-MESES-W

           IF ULT-ANO-CAUSA-OBL = ZEROS
              MOVE DIA-DESEMB-OBL TO DIAS-PRIMER-MES-W
              IF DIAS-PRIMER-MES-W > 30
                 MOVE 30 TO DIAS-PRIMER-MES-W
              END-IF
              COMPUTE DIAS-PRIMER-MES-W = 31 - DIAS-PRIMER-MES-W
              COMPUTE FACTOR-MESES-W ROUNDED =
                      MESES-PEND-W - 1 + DIAS-PRIMER-MES-W / 30
           END-IF

           COMPUTE INTERES-W ROUNDED =
                   SALDO-CAPITAL-OBL * TASA-MES-W * FACTOR-MESES-W.

       GRABAR-CAUSACION.
           IF INTERES-W NOT > ZEROS
              ADD 1 TO CANT-RECHAZADAS-W
           ELSE
              MOVE CTA-GASTO-INT-OBL TO CUENTA-MOV
              MOVE CCOSTO-OBL (1:2)  TO COSTO-MOV
              MOVE NIT-ACREEDOR-OBL  TO ID-MOV
              MOVE INTERES-W         TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV

              MOVE CTA-INT-PAGAR-OBL TO CUENTA-MOV
              MOVE CCOSTO-OBL (1:2)  TO COSTO-MOV
              MOVE NIT-ACREEDOR-OBL  TO ID-MOV
              COMPUTE VALOR-MOV = INTERES-W * -1
              PERFORM GRABAR-LINEA-MOV

              ADD INTERES-W          TO INT-CAUSADO-OBL
              MOVE ANO-GEN-LLEGAD-W  TO ULT-ANO-CAUSA-OBL
              MOVE MES-GEN-LLEGAD-W  TO ULT-MES-CAUSA-OBL
              REWRITE REG-OBLIGACION END-REWRITE
              ADD 1 TO CANT-GENERADAS-W
           END-IF.

      *=================================================================
      * OPC "P": PAGO DE LA CUOTA (CAPITAL / INTERES)
      *=================================================================
       PAGAR-CUOTA.
           IF VALOR-PAGO-LLEGAD-W = ZEROS
           OR CTA-BANCO-LLEGAD-W = SPACES
           OR LOTE-LLEGAD-W = SPACES
           OR ANO-GEN-LLEGAD-W = ZEROS
           OR MES-GEN-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Falta valor, banco, lote o periodo del pago"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF FECHA-CORTE-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-CORTE-LLEGAD-W
           END-IF

           MOVE COD-OBL-LLEGAD-W TO COD-OBL
           READ ARCHIVO-OBLIGACIONES
                INVALID KEY
                   CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "No existe la obligacion"   TO MSJ2-HTML
                   MOVE "CON881"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

      *    PRIMERA CUOTA PENDIENTE
           MOVE "N"       TO SW-HALLADO-W
           MOVE COD-OBL   TO COD-OBL-OBC
           MOVE ZEROS     TO NRO-CUOTA-OBC
           START ARCHIVO-CUOTAS-OBL KEY IS NOT LESS LLAVE-OBC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM BUSCAR-CUOTA-PENDIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF SW-HALLADO-W = "N"
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "La obligacion no tiene cuotas pendientes"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    PRIMERO EL INTERES DE LA CUOTA; EL RESTO ABONA A CAPITAL
           MOVE INTERES-OBC TO INT-PAGO-W
           COMPUTE CAP-PAGO-W = VALOR-PAGO-LLEGAD-W - INT-PAGO-W

           IF CAP-PAGO-W < ZEROS
           OR CAP-PAGO-W > SALDO-CAPITAL-OBL
              CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "El pago no cubre el interes o supera el saldo"
                                                         TO MSJ2-HTML
              MOVE "CON881"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    EL INTERES SE CRUZA CONTRA LO CAUSADO; LO QUE NO ALCANZO A
      *    CAUSARSE VA DIRECTO AL GASTO
           IF INT-PAGO-W > INT-CAUSADO-OBL
              MOVE INT-CAUSADO-OBL TO INT-APLICADO-W
           ELSE
              MOVE INT-PAGO-W      TO INT-APLICADO-W
           END-IF
           COMPUTE INT-GASTO-W = INT-PAGO-W - INT-APLICADO-W

           MOVE ANO-GEN-LLEGAD-W (3:2) TO FECHA6-W (1:2)
           MOVE MES-GEN-LLEGAD-W       TO FECHA6-W (3:2)
           MOVE FECHA-CORTE-LLEGAD-W (7:2) TO FECHA6-W (5:2)

           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           PERFORM TOMAR-NUMERO-SECUENCIA

           MOVE SPACES TO DETALLE-COMP-W
           STRING "PAGO CUOTA "   DELIMITED BY SIZE
                  NRO-CUOTA-OBC   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  DESCRIP-OBL     DELIMITED BY "  "
                  INTO DETALLE-COMP-W
           END-STRING

           INITIALIZE LINEA-MOV-W

           IF CAP-PAGO-W > ZEROS
              MOVE CTA-CAPITAL-OBL   TO CUENTA-MOV
              MOVE CCOSTO-OBL (1:2)  TO COSTO-MOV
              MOVE NIT-ACREEDOR-OBL  TO ID-MOV
              MOVE CAP-PAGO-W        TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF INT-APLICADO-W > ZEROS
              MOVE CTA-INT-PAGAR-OBL TO CUENTA-MOV
              MOVE CCOSTO-OBL (1:2)  TO COSTO-MOV
              MOVE NIT-ACREEDOR-OBL  TO ID-MOV
              MOVE INT-APLICADO-W    TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF INT-GASTO-W > ZEROS
              MOVE CTA-GASTO-INT-OBL TO CUENTA-MOV
              MOVE CCOSTO-OBL (1:2)  TO COSTO-MOV
              MOVE NIT-ACREEDOR-OBL  TO ID-MOV
              MOVE INT-GASTO-W       TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           MOVE CTA-BANCO-LLEGAD-W   TO CUENTA-MOV
           MOVE CCOSTO-OBL (1:2)     TO COSTO-MOV
           MOVE NIT-ACREEDOR-OBL     TO ID-MOV
           COMPUTE VALOR-MOV = VALOR-PAGO-LLEGAD-W * -1
           PERFORM GRABAR-LINEA-MOV

           CLOSE MOVIMIENTO-DIARIO

           MOVE "G"                  TO ESTADO-OBC
           MOVE FECHA-CORTE-LLEGAD-W TO FECHA-PAGO-OBC
           MOVE CAP-PAGO-W           TO CAPITAL-PAG-OBC
           MOVE INT-PAGO-W           TO INTERES-PAG-OBC
           MOVE SPACES               TO COMP-PAGO-OBC
           STRING SECU-CONTROL-W DELIMITED BY SIZE
                  NRO-COMP-W     DELIMITED BY SIZE
                  INTO COMP-PAGO-OBC
           END-STRING
           MOVE OPER-LLEGAD-W        TO OPER-OBC
           REWRITE REG-CUOTA-OBL END-REWRITE

           SUBTRACT CAP-PAGO-W     FROM SALDO-CAPITAL-OBL
           SUBTRACT INT-APLICADO-W FROM INT-CAUSADO-OBL
           IF SALDO-CAPITAL-OBL NOT > ZEROS
              MOVE "C" TO ESTADO-OBL
           END-IF
           REWRITE REG-OBLIGACION END-REWRITE

      *    ABONO DISTINTO AL DE LA TABLA: SE RECALCULAN LAS QUE FALTAN
           IF OBL-VIGENTE
           AND CAP-PAGO-W NOT = CAPITAL-OBC
              PERFORM REGENERAR-CUOTAS
           END-IF

           MOVE 1 TO CANT-GENERADAS-W
           CLOSE ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       BUSCAR-CUOTA-PENDIENTE.
           READ ARCHIVO-CUOTAS-OBL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-OBL-OBC NOT = COD-OBL
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CUOTA-PENDIENTE
                    MOVE "S"  TO SW-HALLADO-W
                    MOVE "10" TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * OPC "S": PORCION CORRIENTE Y NO CORRIENTE AL CORTE
      *=================================================================
       PORCION-CORRIENTE.
           IF FECHA-CORTE-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-CORTE-LLEGAD-W
           END-IF
           MOVE FECHA-CORTE-LLEGAD-W TO CORTE-W
           COMPUTE LIMITE-CORR-W = CORTE-W + 10000

           INITIALIZE TOT-CORRIENTE-W TOT-NO-CORRIENTE-W

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*CORTE*:"        DELIMITED BY SIZE
                  CORTE-W            DELIMITED BY SIZE
                  ",*OBLIGACIONES*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE SPACES TO COD-OBL
           START ARCHIVO-OBLIGACIONES KEY IS NOT LESS LLAVE-OBL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM CLASIFICAR-OBLIGACION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           MOVE TOT-CORRIENTE-W TO VALOR-EDIT
           STRING "{*COD*:**}],*CORRIENTE*:*" DELIMITED BY SIZE
                  VALOR-EDIT                  DELIMITED BY SIZE
                  "*,*NO-CORRIENTE*:*"        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE TOT-NO-CORRIENTE-W TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*}"         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-OBLIGACIONES ARCHIVO-CUOTAS-OBL
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *    SALDO AL CORTE: CUOTAS PENDIENTES MAS LAS PAGADAS DESPUES DEL
      *    CORTE, DE LAS OBLIGACIONES DESEMBOLSADAS HASTA EL CORTE. ES
      *    CORRIENTE LO QUE VENCE HASTA UN ANO DESPUES DEL CORTE.
       CLASIFICAR-OBLIGACION.
           READ ARCHIVO-OBLIGACIONES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-DESEMB-OBL NOT > CORTE-W
                 INITIALIZE CORRIENTE-W NO-CORRIENTE-W
                 MOVE COD-OBL   TO COD-OBL-OBC
                 MOVE ZEROS     TO NRO-CUOTA-OBC
                 START ARCHIVO-CUOTAS-OBL KEY IS NOT LESS LLAVE-OBC
                       INVALID KEY MOVE "10" TO OTR-STAT
                 END-START
                 PERFORM SUMAR-CUOTA-CORTE UNTIL OTR-STAT NOT = "00"
                 MOVE "00" TO OTR-STAT

                 IF CORRIENTE-W NOT = ZEROS
                 OR NO-CORRIENTE-W NOT = ZEROS
                    PERFORM ESCRIBIR-PORCION
                 END-IF
              END-IF
           END-IF.

       SUMAR-CUOTA-CORTE.
           READ ARCHIVO-CUOTAS-OBL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-OBL-OBC NOT = COD-OBL
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE ZEROS TO CAPITAL-W
                 IF CUOTA-PENDIENTE
                    MOVE CAPITAL-OBC TO CAPITAL-W
                 ELSE
                    IF FECHA-PAGO-OBC > CORTE-W
                       MOVE CAPITAL-PAG-OBC TO CAPITAL-W
                    END-IF
                 END-IF
                 IF FECHA-VENCE-OBC NOT > LIMITE-CORR-W
                    ADD CAPITAL-W TO CORRIENTE-W
                 ELSE
                    ADD CAPITAL-W TO NO-CORRIENTE-W
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-PORCION.
           ADD CORRIENTE-W    TO TOT-CORRIENTE-W
           ADD NO-CORRIENTE-W TO TOT-NO-CORRIENTE-W

           MOVE SPACES TO LIN-JSON-W
           MOVE CORRIENTE-W TO VALOR-EDIT
           STRING "{*COD*:*"         DELIMITED BY SIZE
                  COD-OBL            DELIMITED BY SIZE
                  "*,*DESCRIP*:*"    DELIMITED BY SIZE
                  DESCRIP-OBL        DELIMITED BY "  "
                  "*,*CUENTA*:*"     DELIMITED BY SIZE
                  CTA-CAPITAL-OBL    DELIMITED BY " "
                  "*,*ACREEDOR*:"    DELIMITED BY SIZE
                  NIT-ACREEDOR-OBL   DELIMITED BY SIZE
                  ",*CORRIENTE*:*"   DELIMITED BY SIZE
                  VALOR-EDIT         DELIMITED BY SIZE
                  "*,*NO-CORRIENTE*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE NO-CORRIENTE-W TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*},"        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       TOMAR-NUMERO-SECUENCIA.
           INITIALIZE MOV-DIARIO
           MOVE 0              TO SEC1-CONTROL-W
           MOVE LOTE-LLEGAD-W  TO SEC2-CONTROL-W
           MOVE SECU-CONTROL-W TO SECU-MOV
           MOVE "99999999"     TO LLAVE-COMP-MOV

           READ MOVIMIENTO-DIARIO KEY IS SECUENCIA-MOV
                INVALID KEY
                    MOVE 1              TO NRO-COMP-W
                    MOVE NRO-COMP-W     TO ULT-NRO-MOV
                    MOVE "OBLIGACIONES" TO DETALLE-MOV
                    WRITE MOV-DIARIO END-WRITE
                    MOVE "W" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
                NOT INVALID KEY
                    COMPUTE NRO-COMP-W = ULT-NRO-MOV + 1
                    MOVE NRO-COMP-W     TO ULT-NRO-MOV
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
           MOVE COD-OBL          TO REFER-MOV
           MOVE DETALLE-COMP-W   TO DETALLE-MOV
           MOVE FECHA6-W         TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W    TO OPER-MOV
           MOVE LINEA-MOV-W      TO CONSEC-FEC-MOV

           WRITE MOV-DIARIO END-WRITE
           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-MOV
           INITIALIZE CUENTA-MOV VALOR-MOV ID-MOV.

       ENVIO-DATOS.
           MOVE NRO-COMP-W        TO COMP-ENV
           MOVE CANT-GENERADAS-W  TO GENERADAS-ENV
           MOVE CANT-RECHAZADAS-W TO RECHAZADAS-ENV

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
