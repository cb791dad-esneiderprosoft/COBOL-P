      *=================================================================
      * CONTABILIDAD - CARGOS DIFERIDOS (GASTOS PAGADOS POR
      *                ANTICIPADO) (SC-ARCHDIF):
      *                - OPC "A": GRABA/ACTUALIZA EL DIFERIDO (CUENTA
      *                  DEL DIFERIDO, CUENTA DE GASTO, CENTRO DE
      *                  COSTO, TERCERO, FECHA DE INICIO, MESES Y
      *                  VALOR). ESTADO "X" LO ANULA.
      *                - OPC "L": AUXILIAR DIFERIDO POR DIFERIDO CON
      *                  LA CUOTA, LO AMORTIZADO Y EL SALDO.
      *                - OPC "G": CORRIDA MENSUAL DE AMORTIZACION: UN
      *                  COMPROBANTE POR LA SECUENCIA DEL LOTE
      *                  (CONVENCION DE CON007X) CON DEBITO AL GASTO
      *                  POR CENTRO DE COSTO Y CREDITO AL DIFERIDO,
      *                  AMBOS CON EL TERCERO. SI SE DEJARON DE
      *                  CORRER MESES, EL PERIODO LLEVA TODOS LOS
      *                  ATRASADOS DESDE EL INICIO; EL ULTIMO MES
      *                  AJUSTA PARA CERRAR EXACTO CONTRA EL VALOR.
      *                - OPC "S": SALDOS POR CUENTA DEL DIFERIDO
      *                  CONCILIADOS CONTRA EL SALDO DE LA CUENTA EN
      *                  LOS LIBROS (APERTURA DE ENERO MAS EL
      *                  MOVIMIENTO DE ENERO AL MES PEDIDO).
      *                LOS DIFERIDOS NO SE DEPRECIAN NI VAN AL MAESTRO
      *                DE ACTIVOS FIJOS DE CON862.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON880".

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
            COPY "P:\PROG\PROYECT\FUENTES\FS-DIFER.CBL".

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
       COPY "P:\PROG\PROYECT\FUENTES\FD-DIFER.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COSTO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-DIF-W                    PIC X(70).
       01 NOM-TER-W                    PIC X(70).
       01 NOM-COSTO-W                  PIC X(70).
       01 NOM-MOV-BASE-W               PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 COD-DIF-LLEGAD-W          PIC X(8).
          02 DATO-A-LLEGAD-W.
             03 DESCRIP-LLEGAD-W       PIC X(40).
             03 CTA-DIF-LLEGAD-W       PIC X(11).
             03 CTA-GASTO-LLEGAD-W     PIC X(11).
             03 CCOSTO-LLEGAD-W        PIC X(4).
             03 NIT-LLEGAD-W           PIC 9(11).
             03 FECHA-INI-LLEGAD-W     PIC 9(8).
             03 MESES-LLEGAD-W         PIC 9(4).
             03 VALOR-LLEGAD-W         PIC 9(13)V99.
             03 ESTADO-LLEGAD-W        PIC X.
          02 LOTE-LLEGAD-W             PIC XX.
          02 ANO-GEN-LLEGAD-W          PIC 9(4).
          02 MES-GEN-LLEGAD-W          PIC 99.
          02 OPER-LLEGAD-W             PIC 9(4).

       01 VARIABLES.
          02 K                      PIC 9(4).
          02 N-CTA-W                PIC 9(4) VALUE 0.
          02 SW-HALLADO-W           PIC X.
          02 SW-LIMITE-W            PIC X    VALUE "N".
          02 MES-W                  PIC 99.
          02 ANO2-W                 PIC XX.
          02 NRO-COMP-W             PIC 9(6).
          02 LINEA-MOV-W            PIC 9(4).
          02 FECHA6-W               PIC 9(6).
          02 MESES-CORRIDOS-W       PIC S9(6).
          02 MESES-PEND-W           PIC S9(6).
          02 CUOTA-MES-W            PIC S9(13)V99.
          02 VALOR-AMORT-W          PIC S9(13)V99.
          02 SALDO-DIF-W            PIC S9(13)V99.
          02 DIFERENCIA-W           PIC S9(14)V99.
          02 CANT-GENERADAS-W       PIC 9(4) VALUE 0.
          02 CANT-RECHAZADAS-W      PIC 9(4) VALUE 0.
          02 DETALLE-COMP-W         PIC X(40).

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W         PIC 9.
          02 SEC2-CONTROL-W         PIC XX.

      * SALDO DE CADA CUENTA DE DIFERIDOS: EL DEL AUXILIAR Y EL DE LOS
      * LIBROS
       01 TABLA-CUENTAS-W.
          02 DET-CTA-W OCCURS 100.
             03 CTA-CTA-W           PIC X(11).
             03 SALDO-AUX-CTA-W     PIC S9(14)V99.
             03 SALDO-LIB-CTA-W     PIC S9(14)V99.

       01 TABLA-MESES-W.
          02 FILLER PIC X(36) VALUE
             "ENEFEBMARABRMAYJUNJULAGTSEPOCTNOVDIC".
       01 TABLA-MESES-R REDEFINES TABLA-MESES-W.
          02 MES-DIR-W OCCURS 12    PIC XXX.

       01 VALOR-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
              MOVE "CON880"                 TO MSJ3-HTML
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
              MOVE "CON880"                 TO MSJ3-HTML
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
              MOVE "CON880"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DIFER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DIFERIDOS.
       ESCR-EXCEP-DIFER.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-DIF-W                TO MSJ2-HTML
              MOVE "CON880"                 TO MSJ3-HTML
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
              MOVE "CON880"                 TO MSJ3-HTML
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
              MOVE "CON880"                 TO MSJ3-HTML
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
              MOVE "CON880"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON880" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    COD-DIF-LLEGAD-W, DESCRIP-LLEGAD-W,
                    CTA-DIF-LLEGAD-W, CTA-GASTO-LLEGAD-W,
                    CCOSTO-LLEGAD-W, NIT-LLEGAD-W,
                    FECHA-INI-LLEGAD-W, MESES-LLEGAD-W,
                    VALOR-LLEGAD-W, ESTADO-LLEGAD-W,
                    LOTE-LLEGAD-W, ANO-GEN-LLEGAD-W,
                    MES-GEN-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE LLAVE-SESION-LLEGAD-W  TO LLAVE-SESION-W.
           MOVE FUNCTION CURRENT-DATE  TO FECHA-TOTAL.
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
              MOVE "CON880"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-DIF-W NOM-TER-W NOM-COSTO-W NOM-MOV
                      NOM-MOV-BASE-W NOM-PLANO-W

           MOVE "\\" TO NOM-DIF-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-DIF-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-DIF-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-DIF-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-DIF-W TO NOM-TER-W NOM-COSTO-W NOM-MOV
                             NOM-MOV-BASE-W

           INSPECT NOM-DIF-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDIF.DAT"
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
           STRING "C:\PROSOFT\TEMP\SC-DIFERIDOS-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W           DELIMITED BY "  "
                  ".JSON"                         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-DIFERIDOS.
           OPEN I-O ARCHIVO-DIFERIDOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-DIFERIDOS
              CLOSE       ARCHIVO-DIFERIDOS
              OPEN I-O    ARCHIVO-DIFERIDOS
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO GRABAR-DIFERIDO
             WHEN "L"   GO TO LISTAR-DIFERIDOS
             WHEN "G"   GO TO GENERAR-AMORTIZACION
             WHEN "S"   GO TO CONCILIAR-SALDOS
             WHEN OTHER
                  CLOSE ARCHIVO-DIFERIDOS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON880"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "A": MAESTRO DEL DIFERIDO
      *=================================================================
       GRABAR-DIFERIDO.
           IF COD-DIF-LLEGAD-W = SPACES
           OR VALOR-LLEGAD-W = ZEROS
           OR MESES-LLEGAD-W = ZEROS
           OR FECHA-INI-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-DIFERIDOS
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Falta codigo, valor, meses o fecha de inicio"
                                                         TO MSJ2-HTML
              MOVE "CON880"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CTA-DIF-LLEGAD-W = SPACES
           OR CTA-GASTO-LLEGAD-W = SPACES
              CLOSE ARCHIVO-DIFERIDOS
              MOVE "99"                                  TO MSJ1-HTML
              MOVE "Falta la cuenta del diferido o la del gasto"
                                                         TO MSJ2-HTML
              MOVE "CON880"                              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-TERCEROS
           MOVE NIT-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   CLOSE ARCHIVO-TERCEROS ARCHIVO-DIFERIDOS
                   MOVE "99"                      TO MSJ1-HTML
                   MOVE "Tercero no existe"       TO MSJ2-HTML
                   MOVE "CON880"                  TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-TERCEROS

           OPEN INPUT ARCHIVO-COSTO
           MOVE CCOSTO-LLEGAD-W TO COD-COSTO
           READ ARCHIVO-COSTO
                INVALID KEY
                   CLOSE ARCHIVO-COSTO ARCHIVO-DIFERIDOS
                   MOVE "99"                          TO MSJ1-HTML
                   MOVE "Centro de costo no existe"   TO MSJ2-HTML
                   MOVE "CON880"                      TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COSTO

           MOVE COD-DIF-LLEGAD-W TO COD-DIF
           READ ARCHIVO-DIFERIDOS
                INVALID KEY
                   INITIALIZE REG-DIFERIDO
                   MOVE COD-DIF-LLEGAD-W TO COD-DIF
                   MOVE "A"              TO ESTADO-DIF
           END-READ

      *    YA AMORTIZADO EN PARTE NO SE LE CAMBIA EL VALOR NI LOS MESES
           IF MESES-AMORT-DIF > ZEROS
              IF VALOR-LLEGAD-W NOT = VALOR-DIF
              OR MESES-LLEGAD-W NOT = MESES-DIF
              OR CTA-DIF-LLEGAD-W NOT = CTA-DIFERIDO-DIF
                 CLOSE ARCHIVO-DIFERIDOS
                 MOVE "99"                                TO MSJ1-HTML
                 MOVE "Diferido con amortizacion, no se cambia valor"
                                                          TO MSJ2-HTML
                 MOVE "CON880"                            TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           MOVE DESCRIP-LLEGAD-W     TO DESCRIP-DIF
           MOVE CTA-DIF-LLEGAD-W     TO CTA-DIFERIDO-DIF
           MOVE CTA-GASTO-LLEGAD-W   TO CTA-GASTO-DIF
           MOVE CCOSTO-LLEGAD-W      TO CCOSTO-DIF
           MOVE NIT-LLEGAD-W         TO NIT-TER-DIF
           MOVE FECHA-INI-LLEGAD-W   TO FECHA-INICIO-DIF
           MOVE MESES-LLEGAD-W       TO MESES-DIF
           MOVE VALOR-LLEGAD-W       TO VALOR-DIF
           IF ESTADO-LLEGAD-W = "X"
              MOVE "X" TO ESTADO-DIF
           END-IF
           MOVE OPER-LLEGAD-W        TO OPER-DIF

           WRITE REG-DIFERIDO
                 INVALID KEY
                    REWRITE REG-DIFERIDO END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-DIFERIDOS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "L": AUXILIAR DE DIFERIDOS
      *=================================================================
       LISTAR-DIFERIDOS.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*DIFERIDOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE SPACES TO COD-DIF
           START ARCHIVO-DIFERIDOS KEY IS NOT LESS LLAVE-DIF
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-UN-DIFERIDO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-DIFERIDOS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LISTAR-UN-DIFERIDO.
           READ ARCHIVO-DIFERIDOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM CALCULAR-CUOTA
              COMPUTE SALDO-DIF-W = VALOR-DIF - AMORT-ACUM-DIF
              MOVE SPACES TO LIN-JSON-W
              STRING "{*COD*:*"      DELIMITED BY SIZE
                     COD-DIF         DELIMITED BY SIZE
                     "*,*DESCRIP*:*" DELIMITED BY SIZE
                     DESCRIP-DIF     DELIMITED BY "  "
                     "*,*CUENTA*:*"  DELIMITED BY SIZE
                     CTA-DIFERIDO-DIF DELIMITED BY " "
                     "*,*GASTO*:*"   DELIMITED BY SIZE
                     CTA-GASTO-DIF   DELIMITED BY " "
                     "*,*CCOSTO*:*"  DELIMITED BY SIZE
                     CCOSTO-DIF      DELIMITED BY SIZE
                     "*,*TERCERO*:"  DELIMITED BY SIZE
                     NIT-TER-DIF     DELIMITED BY SIZE
                     ",*INICIO*:"    DELIMITED BY SIZE
                     FECHA-INICIO-DIF DELIMITED BY SIZE
                     ",*ESTADO*:*"   DELIMITED BY SIZE
                     ESTADO-DIF      DELIMITED BY SIZE
                     "*,*VALOR*:*"   DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE VALOR-DIF TO VALOR-EDIT
              STRING LIN-JSON-W    DELIMITED BY "   "
                     VALOR-EDIT    DELIMITED BY SIZE
                     "*,*CUOTA*:*" DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE CUOTA-MES-W TO VALOR-EDIT
              STRING LIN-JSON-W         DELIMITED BY "   "
                     VALOR-EDIT         DELIMITED BY SIZE
                     "*,*AMORTIZADO*:*" DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE AMORT-ACUM-DIF TO VALOR-EDIT
              STRING LIN-JSON-W     DELIMITED BY "   "
                     VALOR-EDIT     DELIMITED BY SIZE
                     "*,*SALDO*:*"  DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE SALDO-DIF-W TO VALOR-EDIT
              STRING LIN-JSON-W          DELIMITED BY "   "
                     VALOR-EDIT          DELIMITED BY SIZE
                     "*,*MESES-AMORT*:"  DELIMITED BY SIZE
                     MESES-AMORT-DIF     DELIMITED BY SIZE
                     ",*MESES*:"         DELIMITED BY SIZE
                     MESES-DIF           DELIMITED BY SIZE
                     "},"                DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "G": CORRIDA MENSUAL DE AMORTIZACION
      *=================================================================
       GENERAR-AMORTIZACION.
           IF ANO-GEN-LLEGAD-W = ZEROS
           OR MES-GEN-LLEGAD-W = ZEROS
           OR LOTE-LLEGAD-W = SPACES
              CLOSE ARCHIVO-DIFERIDOS
              MOVE "99"                      TO MSJ1-HTML
              MOVE "Falta el periodo o el lote" TO MSJ2-HTML
              MOVE "CON880"                  TO MSJ3-HTML
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
           STRING "AMORTIZACION DIFERIDOS " DELIMITED BY SIZE
                  ANO-GEN-LLEGAD-W          DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  MES-GEN-LLEGAD-W          DELIMITED BY SIZE
                  INTO DETALLE-COMP-W
           END-STRING

           INITIALIZE LINEA-MOV-W
           MOVE SPACES TO COD-DIF
           START ARCHIVO-DIFERIDOS KEY IS NOT LESS LLAVE-DIF
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM AMORTIZAR-DIFERIDO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE MOVIMIENTO-DIARIO ARCHIVO-DIFERIDOS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       AMORTIZAR-DIFERIDO.
           READ ARCHIVO-DIFERIDOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
      *       MESES QUE DEBERIAN ESTAR AMORTIZADOS AL CIERRE DEL
      *       PERIODO, CONTANDO EL MES DE INICIO
              COMPUTE MESES-CORRIDOS-W =
                      (ANO-GEN-LLEGAD-W * 12 + MES-GEN-LLEGAD-W)
                    - (ANO-INICIO-DIF * 12 + MES-INICIO-DIF) + 1
              IF MESES-CORRIDOS-W > MESES-DIF
                 MOVE MESES-DIF TO MESES-CORRIDOS-W
              END-IF
              COMPUTE MESES-PEND-W = MESES-CORRIDOS-W - MESES-AMORT-DIF

              IF ESTADO-DIF NOT = "A"
              OR MESES-PEND-W <= ZEROS
              OR (ULT-ANO-AMORT-DIF = ANO-GEN-LLEGAD-W
                  AND ULT-MES-AMORT-DIF = MES-GEN-LLEGAD-W)
                 ADD 1 TO CANT-RECHAZADAS-W
              ELSE
                 PERFORM CALCULAR-CUOTA
                 PERFORM GRABAR-AMORT-DIFERIDO
              END-IF
           END-IF.

       CALCULAR-CUOTA.

      *    CUOTA IGUAL POR MES; LOS MESES ATRASADOS SE LLEVAN JUNTOS Y
      *    EL ULTIMO MES AJUSTA PARA QUE LO AMORTIZADO CIERRE EXACTO
      *    CONTRA EL VALOR DEL DIFERIDO.

           IF MESES-DIF > ZEROS
              COMPUTE CUOTA-MES-W ROUNDED = VALOR-DIF / MESES-DIF
           ELSE
              MOVE ZEROS TO CUOTA-MES-W
           END-IF

           IF OPC-LLEGAD-W = "G"
              COMPUTE VALOR-AMORT-W = CUOTA-MES-W * MESES-PEND-W
              IF MESES-AMORT-DIF + MESES-PEND-W >= MESES-DIF
                 COMPUTE VALOR-AMORT-W = VALOR-DIF - AMORT-ACUM-DIF
              END-IF
           END-IF.

       GRABAR-AMORT-DIFERIDO.
           IF VALOR-AMORT-W <= ZEROS
              ADD 1 TO CANT-RECHAZADAS-W
           ELSE
              MOVE CTA-GASTO-DIF    TO CUENTA-MOV
              MOVE CCOSTO-DIF (1:2) TO COSTO-MOV
              MOVE NIT-TER-DIF      TO ID-MOV
              MOVE VALOR-AMORT-W    TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV

              MOVE CTA-DIFERIDO-DIF TO CUENTA-MOV
              MOVE CCOSTO-DIF (1:2) TO COSTO-MOV
              MOVE NIT-TER-DIF      TO ID-MOV
              COMPUTE VALOR-MOV = VALOR-AMORT-W * -1
              PERFORM GRABAR-LINEA-MOV

              ADD VALOR-AMORT-W     TO AMORT-ACUM-DIF
              ADD MESES-PEND-W      TO MESES-AMORT-DIF
              MOVE ANO-GEN-LLEGAD-W TO ULT-ANO-AMORT-DIF
              MOVE MES-GEN-LLEGAD-W TO ULT-MES-AMORT-DIF
              IF MESES-AMORT-DIF >= MESES-DIF
                 MOVE "T" TO ESTADO-DIF
              END-IF
              REWRITE REG-DIFERIDO END-REWRITE
              ADD 1 TO CANT-GENERADAS-W
           END-IF.

      *=================================================================
      * OPC "S": SALDOS CONCILIADOS CONTRA LOS LIBROS
      *=================================================================
       CONCILIAR-SALDOS.
           IF ANO-GEN-LLEGAD-W = ZEROS
           OR MES-GEN-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-DIFERIDOS
              MOVE "99"                      TO MSJ1-HTML
              MOVE "Falta el periodo"        TO MSJ2-HTML
              MOVE "CON880"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE TABLA-CUENTAS-W N-CTA-W

      *    SALDO DEL AUXILIAR: LO QUE FALTA POR AMORTIZAR DE LOS
      *    DIFERIDOS QUE YA HABIAN INICIADO EN EL PERIODO
           MOVE SPACES TO COD-DIF
           START ARCHIVO-DIFERIDOS KEY IS NOT LESS LLAVE-DIF
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM SUMAR-SALDO-DIFERIDO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-DIFERIDOS

           IF SW-LIMITE-W = "S"
              MOVE "99"                               TO MSJ1-HTML
              MOVE "Mas de 100 cuentas de diferidos"  TO MSJ2-HTML
              MOVE "CON880"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    SALDO EN LIBROS: ENERO (CON LA APERTURA) HASTA EL MES PEDIDO
           MOVE ANO-GEN-LLEGAD-W (3:2) TO ANO2-W
           PERFORM ACUMULAR-MES
                   VARYING MES-W FROM 1 BY 1
                   UNTIL MES-W > MES-GEN-LLEGAD-W

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*ANO*:"         DELIMITED BY SIZE
                  ANO-GEN-LLEGAD-W  DELIMITED BY SIZE
                  ",*MES*:"         DELIMITED BY SIZE
                  MES-GEN-LLEGAD-W  DELIMITED BY SIZE
                  ",*CUENTAS*:["    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-CUENTA-JSON
                   VARYING K FROM 1 BY 1 UNTIL K > N-CTA-W

           MOVE "{*CUENTA*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       SUMAR-SALDO-DIFERIDO.
           READ ARCHIVO-DIFERIDOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ESTADO-DIF NOT = "X"
              AND (ANO-INICIO-DIF * 100 + MES-INICIO-DIF)
                  <= (ANO-GEN-LLEGAD-W * 100 + MES-GEN-LLEGAD-W)
                 MOVE CTA-DIFERIDO-DIF TO CUENTA-MOV
                 PERFORM BUSCAR-CUENTA
                 IF SW-HALLADO-W = "S"
                    COMPUTE SALDO-AUX-CTA-W (K) =
                            SALDO-AUX-CTA-W (K)
                          + VALOR-DIF - AMORT-ACUM-DIF
                 END-IF
              END-IF
           END-IF.

      *    UBICA CUENTA-MOV EN LA TABLA; LA AGREGA SI NO ESTA Y CABE
       BUSCAR-CUENTA.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-CUENTA VARYING K FROM 1 BY 1
                   UNTIL K > N-CTA-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF N-CTA-W < 100
                 ADD 1 TO N-CTA-W
                 MOVE N-CTA-W    TO K
                 MOVE CUENTA-MOV TO CTA-CTA-W (K)
                 MOVE "S" TO SW-HALLADO-W
              ELSE
                 MOVE "S" TO SW-LIMITE-W
              END-IF
           END-IF.

       COMPARAR-CUENTA.
           IF CTA-CTA-W (K) = CUENTA-MOV
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       ACUMULAR-MES.
           MOVE NOM-MOV-BASE-W TO NOM-MOV
           INSPECT NOM-MOV REPLACING FIRST "   " BY MES-DIR-W (MES-W)
           INSPECT NOM-MOV REPLACING FIRST "  " BY ANO2-W
           INSPECT NOM-MOV REPLACING FIRST "               "
                                        BY "\SC-ARCHMOV.DAT"

           OPEN INPUT MOVIMIENTO-DIARIO

           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              PERFORM LEER-MOVIMIENTO-MES
                      UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE MOVIMIENTO-DIARIO
           END-IF.

       LEER-MOVIMIENTO-MES.
           READ MOVIMIENTO-DIARIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF LLAVE-COMP-MOV NOT = "99999999"
                 MOVE "N" TO SW-HALLADO-W
                 PERFORM COMPARAR-CUENTA VARYING K FROM 1 BY 1
                         UNTIL K > N-CTA-W OR SW-HALLADO-W = "S"
                 IF SW-HALLADO-W = "S"
                    SUBTRACT 1 FROM K
                    ADD VALOR-MOV TO SALDO-LIB-CTA-W (K)
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-CUENTA-JSON.
           COMPUTE DIFERENCIA-W =
                   SALDO-LIB-CTA-W (K) - SALDO-AUX-CTA-W (K)

           MOVE SPACES TO LIN-JSON-W
           MOVE SALDO-AUX-CTA-W (K) TO VALOR-EDIT
           STRING "{*CUENTA*:*"     DELIMITED BY SIZE
                  CTA-CTA-W (K)     DELIMITED BY " "
                  "*,*AUXILIAR*:*"  DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*,*LIBROS*:*"    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE SALDO-LIB-CTA-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W           DELIMITED BY "   "
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*,*DIFERENCIA*:*"   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE DIFERENCIA-W TO VALOR-EDIT
           STRING LIN-JSON-W    DELIMITED BY "   "
                  VALOR-EDIT    DELIMITED BY SIZE
                  "*},"         DELIMITED BY SIZE
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
                    MOVE 1            TO NRO-COMP-W
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    MOVE "DIFERIDOS"  TO DETALLE-MOV
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
           MOVE COD-DIF          TO REFER-MOV
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
