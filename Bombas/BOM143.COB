      *=================================================================
      * BOMBAS - PLAN DE PUNTOS DE FIDELIZACION DE LOS CLIENTES DE
      *          CONTADO IDENTIFICADOS POR CEDULA. LA ACUMULACION LA
      *          HACE EL DOCUMENTO EQUIVALENTE (BOM135 OPC "P").
      *          - OPC "A": PARAMETROS (SC-ARCHPPR): PUNTOS POR GALON
      *            DE UN PRODUCTO, O CON PRODUCTO "GENERAL" EL VALOR
      *            EN PESOS DE UN PUNTO Y LOS MESES DE VIGENCIA.
      *          - OPC "R": REDENCION DE PUNTOS COMO MEDIO DE PAGO DE
      *            COMBUSTIBLE ("C") O LUBRICANTES ("L") EN UNA
      *            PLANILLA. CONSUME LAS ACUMULACIONES NO VENCIDAS
      *            MAS ANTIGUAS PRIMERO Y GRABA EL MOVIMIENTO "R"
      *            LIGADO A LA PLANILLA; LA LIQUIDACION DEL ISLERO
      *            (BOM131) Y EL COMPROBANTE DEL TURNO (BOM126) LO
      *            TOMAN COMO PAGO.
      *          - OPC "V": VENCIMIENTO: PASA A VENCIDOS EL SALDO DE
      *            LAS ACUMULACIONES CON VIGENCIA ANTERIOR A LA FECHA.
      *          - OPC "S": ESTADO DE CUENTA DE UNA CEDULA.
      *          - OPC "M": PASIVO MENSUAL DEL PLAN: POR CLIENTE Y EN
      *            TOTAL, SALDO INICIAL, ACUMULADOS, REDIMIDOS,
      *            VENCIDOS Y SALDO AL CIERRE DEL MES, VALORIZADO AL
      *            VALOR VIGENTE DEL PUNTO. SE CALCULA POR FECHAS
      *            SOBRE EL LIBRO, SIN DEPENDER DE LA OPC "V".
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM143".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PUNTO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PTPAR.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE DYNAMIC;
                  RECORD KEY IS LLAVE-COMB
                  ALTERNATE RECORD KEY IS FECHA-COMB WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PUNTO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PTPAR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-PTO-W             PIC X(70).
       01 NOM-PPR-W             PIC X(70).
       01 NOM-COMBU-W           PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 CEDULA-LLEGAD-W        PIC 9(11).
          02 NRO-LLEGAD-W           PIC 9(6).
          02 PRODUCTO-LLEGAD-W      PIC X(18).
          02 CONCEPTO-LLEGAD-W      PIC X.
          02 PUNTOS-LLEGAD-W        PIC 9(9).
          02 PUNTOS-GAL-LLEGAD-W    PIC 9(3)V99.
          02 VALOR-PUNTO-LLEGAD-W   PIC 9(5)V99.
          02 MESES-LLEGAD-W         PIC 99.
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 FECHA-MOV-W        PIC 9(8).
          02 INI-MES-W          PIC 9(8).
          02 FIN-MES-W          PIC 9(8).
          02 FIN-MES-R REDEFINES FIN-MES-W.
             03 ANO-FIN-W       PIC 9(4).
             03 MMDD-FIN-W      PIC 9(4).
          02 CEDULA-BUSQ-W      PIC 9(11).
          02 CEDULA-ANT-W       PIC 9(11).
          02 CONSEC-W           PIC 9(4).
          02 VALOR-PUNTO-W      PIC 9(5)V99.
          02 DISPONIBLE-W       PIC 9(11).
          02 RESTA-W            PIC 9(9).
          02 PERDIDOS-W         PIC 9(9).
          02 CANT-VENCE-W       PIC 9(6).
          02 PUNT-W             PIC 9(3).
          02 ESTADO-W           PIC X(8).
          02 PUNTOS-EDIT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
          02 VALOR-EDIT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 GALON-EDIT         PIC ZZZ,ZZ9.99.

       01 ACUM-CLIENTE.
          02 APER-CLI-W         PIC S9(11).
          02 GANA-CLI-W         PIC S9(11).
          02 REDIME-CLI-W       PIC S9(11).
          02 VENCE-CLI-W        PIC S9(11).
          02 CIERRE-CLI-W       PIC S9(11).

       01 ACUM-TOTAL.
          02 APER-TOT-W         PIC S9(11).
          02 GANA-TOT-W         PIC S9(11).
          02 REDIME-TOT-W       PIC S9(11).
          02 VENCE-TOT-W        PIC S9(11).
          02 CIERRE-TOT-W       PIC S9(11).
          02 VLR-REDIME-TOT-W   PIC S9(13)V99.
          02 PASIVO-TOT-W       PIC S9(13)V99.

       01 LIN-JSON-W            PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 PUNTOS-ENV         PIC X(16).
          02 FILLER             PIC X VALUE "|".
          02 VALOR-ENV          PIC X(20).
          02 FILLER             PIC X VALUE "|".
          02 SALDO-ENV          PIC X(16).

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
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-USU-W               TO MSJ2-HTML
              MOVE "BOM143"                TO MSJ3-HTML
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
              MOVE "BOM143"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PUNTOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PUNTOS.
       ESCR-EXCEP-PUNTOS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PTO-W               TO MSJ2-HTML
              MOVE "BOM143"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PTPAR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PUNTOS-PAR.
       ESCR-EXCEP-PTPAR.
           IF OTR-STAT = "00" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PPR-W               TO MSJ2-HTML
              MOVE "BOM143"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COMBU SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COMBUSTIBLES.
       ESCR-EXCEP-COMBU.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COMBU-W             TO MSJ2-HTML
              MOVE "BOM143"                TO MSJ3-HTML
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
              MOVE "BOM143"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM143" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, CEDULA-LLEGAD-W, NRO-LLEGAD-W,
                   PRODUCTO-LLEGAD-W, CONCEPTO-LLEGAD-W,
                   PUNTOS-LLEGAD-W, PUNTOS-GAL-LLEGAD-W,
                   VALOR-PUNTO-LLEGAD-W, MESES-LLEGAD-W,
                   FECHA-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.
           MOVE FECHA-TOTAL TO FECHA-HOY-W.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-LLEGAD-W
           END-IF.

           EVALUATE OPC-LLEGAD-W
             WHEN "A"
                  IF PRODUCTO-LLEGAD-W = SPACES
                     MOVE "99"                        TO MSJ1-HTML
                     MOVE "Falta el producto"         TO MSJ2-HTML
                     MOVE "BOM143"                    TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN "R"
                  IF CEDULA-LLEGAD-W = ZEROS
                  OR PUNTOS-LLEGAD-W = ZEROS
                  OR (CONCEPTO-LLEGAD-W NOT = "C" AND NOT = "L")
                     MOVE "99"                        TO MSJ1-HTML
                     MOVE "Falta cedula, puntos o concepto"
                                                      TO MSJ2-HTML
                     MOVE "BOM143"                    TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN "S"
                  IF CEDULA-LLEGAD-W = ZEROS
                     MOVE "99"                        TO MSJ1-HTML
                     MOVE "Falta la cedula"           TO MSJ2-HTML
                     MOVE "BOM143"                    TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN "V"
             WHEN "M"
                  CONTINUE
             WHEN OTHER
                  MOVE "99"                           TO MSJ1-HTML
                  MOVE "Opcion no valida"             TO MSJ2-HTML
                  MOVE "BOM143"                       TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

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

           IF NOMBRE-USUNET = SPACES
           OR NIT-USUNET = ZEROS
              MOVE "Validacion de Sesion"        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "Sc"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-PTO-W NOM-PPR-W NOM-COMBU-W NOM-PLANO-W
           MOVE "\\" TO NOM-PTO-W

           INSPECT NOM-PTO-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-PTO-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-PTO-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-PTO-W TO NOM-PPR-W NOM-COMBU-W

           INSPECT NOM-PTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFID.DAT"

           INSPECT NOM-PPR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPPR.DAT"

           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCOMBU.DAT"

           STRING "C:\PROSOFT\TEMP\SC-BOM143-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

      *    VALOR VIGENTE DEL PUNTO (REGISTRO GENERAL DE PARAMETROS).

           MOVE ZEROS TO VALOR-PUNTO-W
           OPEN INPUT ARCHIVO-PUNTOS-PAR
           IF OTR-STAT = "00"
              MOVE "GENERAL" TO PRODUCTO-PPR
              READ ARCHIVO-PUNTOS-PAR
                   NOT INVALID KEY MOVE VALOR-PUNTO-PPR TO VALOR-PUNTO-W
              END-READ
              CLOSE ARCHIVO-PUNTOS-PAR
           END-IF
           MOVE "00" TO OTR-STAT

           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO GRABAR-PARAMETRO
             WHEN "R"   GO TO REDIMIR-PUNTOS
             WHEN "V"   GO TO VENCER-PUNTOS
             WHEN "S"   GO TO ESTADO-CUENTA
             WHEN "M"   GO TO PASIVO-MENSUAL
           END-EVALUATE.

      *=================================================================
      * OPC "A" - PARAMETROS DEL PLAN
      *=================================================================
       GRABAR-PARAMETRO.
           OPEN I-O ARCHIVO-PUNTOS-PAR

           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PUNTOS-PAR
              CLOSE       ARCHIVO-PUNTOS-PAR
              OPEN I-O    ARCHIVO-PUNTOS-PAR
           END-IF

           INITIALIZE REG-PUNTOS-PAR
           MOVE PRODUCTO-LLEGAD-W TO PRODUCTO-PPR

           IF PPR-GENERAL
              MOVE VALOR-PUNTO-LLEGAD-W TO VALOR-PUNTO-PPR
              MOVE MESES-LLEGAD-W       TO MESES-VIGE-PPR
           ELSE
              MOVE PUNTOS-GAL-LLEGAD-W  TO PUNTOS-GAL-PPR
           END-IF

           MOVE OPER-LLEGAD-W     TO OPER-PPR
           MOVE FECHA-HOY-W       TO FECHA-GRAB-PPR

           WRITE REG-PUNTOS-PAR
                 INVALID KEY
                    REWRITE REG-PUNTOS-PAR END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-PUNTOS-PAR
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "R" - REDENCION COMO MEDIO DE PAGO EN LA PLANILLA
      *=================================================================
       REDIMIR-PUNTOS.
           IF VALOR-PUNTO-W = ZEROS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Falta el valor del punto"    TO MSJ2-HTML
              MOVE "BOM143"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-COMBUSTIBLES
           MOVE NRO-LLEGAD-W TO NRO-COMB
           READ ARCHIVO-COMBUSTIBLES
                INVALID KEY
                   CLOSE ARCHIVO-COMBUSTIBLES
                   MOVE "99"                  TO MSJ1-HTML
                   MOVE "Planilla no existe"  TO MSJ2-HTML
                   MOVE "BOM143"              TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COMBUSTIBLES

      *    LA REDENCION QUEDA CON LA FECHA DEL TURNO: SOLO SIRVEN LOS
      *    PUNTOS VIGENTES ESE DIA.

           MOVE FECHA-COMB TO FECHA-MOV-W

           OPEN I-O ARCHIVO-PUNTOS
           IF OTR-STAT = "35"
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Cliente sin puntos"          TO MSJ2-HTML
              MOVE "BOM143"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE ZEROS TO DISPONIBLE-W
           PERFORM UBICAR-CLIENTE
           PERFORM SUMAR-DISPONIBLE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF DISPONIBLE-W < PUNTOS-LLEGAD-W
              CLOSE ARCHIVO-PUNTOS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Puntos insuficientes"        TO MSJ2-HTML
              MOVE "BOM143"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE PUNTOS-LLEGAD-W TO RESTA-W
           PERFORM UBICAR-CLIENTE
           PERFORM CONSUMIR-PUNTOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE CEDULA-LLEGAD-W TO CEDULA-PTO
           MOVE FECHA-MOV-W     TO FECHA-PTO
           MOVE ZEROS           TO CONSEC-W
           PERFORM BUSCAR-CONSEC-PUNTOS
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-PUNTOS
           MOVE CEDULA-LLEGAD-W TO CEDULA-PTO
           MOVE FECHA-MOV-W     TO FECHA-PTO
           MOVE CONSEC-W        TO CONSEC-PTO
           MOVE "R"             TO TIPO-PTO
           MOVE NRO-COMB        TO NRO-COMB-PTO DOC-PTO

           IF CONCEPTO-LLEGAD-W = "C"
              MOVE "COMBUSTIBLE"  TO PRODUCTO-PTO
           ELSE
              MOVE "LUBRICANTE"   TO PRODUCTO-PTO
           END-IF

           MOVE PUNTOS-LLEGAD-W TO PUNTOS-PTO
           COMPUTE VALOR-PUNTOS-PTO = PUNTOS-LLEGAD-W * VALOR-PUNTO-W
           MOVE OPER-LLEGAD-W   TO OPER-PTO
           MOVE FECHA-HOY-W     TO FECHA-GRAB-PTO

           WRITE REG-PUNTOS
                 INVALID KEY
                    REWRITE REG-PUNTOS END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-PUNTOS

           MOVE "00"               TO DAT0-ENV
           MOVE PUNTOS-LLEGAD-W    TO PUNTOS-EDIT
           MOVE PUNTOS-EDIT        TO PUNTOS-ENV
           MOVE VALOR-PUNTOS-PTO   TO VALOR-EDIT
           MOVE VALOR-EDIT         TO VALOR-ENV
           COMPUTE DISPONIBLE-W = DISPONIBLE-W - PUNTOS-LLEGAD-W
           MOVE DISPONIBLE-W       TO PUNTOS-EDIT
           MOVE PUNTOS-EDIT        TO SALDO-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

       UBICAR-CLIENTE.
           MOVE CEDULA-LLEGAD-W TO CEDULA-BUSQ-W CEDULA-PTO
           MOVE ZEROS           TO FECHA-PTO CONSEC-PTO
           START ARCHIVO-PUNTOS KEY IS NOT LESS LLAVE-PTO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       LEER-PUNTOS-CLIENTE.
           READ ARCHIVO-PUNTOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND CEDULA-PTO NOT = CEDULA-BUSQ-W
              MOVE "10" TO OTR-STAT
           END-IF.

       SUMAR-DISPONIBLE.
           PERFORM LEER-PUNTOS-CLIENTE

           IF OTR-STAT = "00"
              IF  PTO-ACUMULA
              AND FECHA-VENCE-PTO NOT < FECHA-MOV-W
                 ADD SALDO-PTO TO DISPONIBLE-W
              END-IF
           END-IF.

       CONSUMIR-PUNTOS.
           PERFORM LEER-PUNTOS-CLIENTE

           IF OTR-STAT = "00"
              IF  PTO-ACUMULA
              AND SALDO-PTO > ZEROS
              AND FECHA-VENCE-PTO NOT < FECHA-MOV-W
                 IF SALDO-PTO NOT < RESTA-W
                    SUBTRACT RESTA-W FROM SALDO-PTO
                    MOVE ZEROS TO RESTA-W
                 ELSE
                    SUBTRACT SALDO-PTO FROM RESTA-W
                    MOVE ZEROS TO SALDO-PTO
                 END-IF
                 REWRITE REG-PUNTOS END-REWRITE
                 IF RESTA-W = ZEROS
                    MOVE "10" TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

       BUSCAR-CONSEC-PUNTOS.
           ADD 1 TO CONSEC-W
           MOVE CONSEC-W TO CONSEC-PTO
           READ ARCHIVO-PUNTOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              GO TO BUSCAR-CONSEC-PUNTOS
           END-IF.

      *=================================================================
      * OPC "V" - VENCIMIENTO DE PUNTOS A LA FECHA
      *=================================================================
       VENCER-PUNTOS.
           OPEN I-O ARCHIVO-PUNTOS
           IF OTR-STAT = "35"
              GO TO ENVIO-DATOS
           END-IF

           INITIALIZE CANT-VENCE-W PERDIDOS-W
           MOVE LOW-VALUES TO LLAVE-PTO
           START ARCHIVO-PUNTOS KEY IS NOT LESS LLAVE-PTO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-VENCIMIENTO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-PUNTOS

           MOVE "00"               TO DAT0-ENV
           MOVE CANT-VENCE-W       TO PUNTOS-EDIT
           MOVE PUNTOS-EDIT        TO PUNTOS-ENV
           COMPUTE VALOR-EDIT = PERDIDOS-W * VALOR-PUNTO-W
           MOVE VALOR-EDIT         TO VALOR-ENV
           MOVE PERDIDOS-W         TO PUNTOS-EDIT
           MOVE PUNTOS-EDIT        TO SALDO-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

       LEER-VENCIMIENTO.
           READ ARCHIVO-PUNTOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF  PTO-ACUMULA
              AND SALDO-PTO > ZEROS
              AND FECHA-VENCE-PTO < FECHA-LLEGAD-W
                 ADD 1         TO CANT-VENCE-W
                 ADD SALDO-PTO TO PERDIDOS-W VENCIDOS-PTO
                 MOVE ZEROS    TO SALDO-PTO
                 REWRITE REG-PUNTOS END-REWRITE
              END-IF
           END-IF.

      *=================================================================
      * OPC "S" - ESTADO DE CUENTA DEL CLIENTE
      *=================================================================
       ESTADO-CUENTA.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*CEDULA*:*"      DELIMITED BY SIZE
                  CEDULA-LLEGAD-W    DELIMITED BY SIZE
                  "*,*MOVIMIENTOS*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           OPEN INPUT  ARCHIVO-PUNTOS

           MOVE ZEROS       TO DISPONIBLE-W
           MOVE FECHA-HOY-W TO FECHA-MOV-W

           IF OTR-STAT = "00"
              PERFORM UBICAR-CLIENTE
              PERFORM LISTAR-MOVIMIENTO UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PUNTOS
           END-IF
           MOVE "00" TO OTR-STAT

           MOVE 1 TO PUNT-W
           MOVE SPACES TO LIN-JSON-W
           MOVE DISPONIBLE-W TO PUNTOS-EDIT
           STRING "{*FECHA*:**}],*DISPONIBLE*:*" DELIMITED BY SIZE
                  PUNTOS-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           COMPUTE VALOR-EDIT = DISPONIBLE-W * VALOR-PUNTO-W
           STRING "*,*VALOR*:*"        DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO ENVIO-DATOS.

       LISTAR-MOVIMIENTO.
           PERFORM LEER-PUNTOS-CLIENTE

           IF OTR-STAT = "00"
              IF PTO-REDIME
                 MOVE "REDIMIDO" TO ESTADO-W
              ELSE
                 IF FECHA-VENCE-PTO < FECHA-MOV-W
                    MOVE "VENCIDO"  TO ESTADO-W
                 ELSE
                    IF SALDO-PTO = ZEROS
                       MOVE "AGOTADO"  TO ESTADO-W
                    ELSE
                       MOVE "VIGENTE"  TO ESTADO-W
                       ADD SALDO-PTO   TO DISPONIBLE-W
                    END-IF
                 END-IF
              END-IF

              MOVE 1 TO PUNT-W
              MOVE SPACES TO LIN-JSON-W
              STRING "{*FECHA*:*"       DELIMITED BY SIZE
                     FECHA-PTO          DELIMITED BY SIZE
                     "*,*TIPO*:*"       DELIMITED BY SIZE
                     TIPO-PTO           DELIMITED BY SIZE
                     "*,*PLANILLA*:*"   DELIMITED BY SIZE
                     NRO-COMB-PTO       DELIMITED BY SIZE
                     "*,*DOC*:*"        DELIMITED BY SIZE
                     DOC-PTO            DELIMITED BY " "
                     "*,*PRODUCTO*:*"   DELIMITED BY SIZE
                     PRODUCTO-PTO       DELIMITED BY "  "
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE GALONES-PTO TO GALON-EDIT
              STRING "*,*GALONES*:*"    DELIMITED BY SIZE
                     GALON-EDIT         DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE PUNTOS-PTO TO PUNTOS-EDIT
              STRING "*,*PUNTOS*:*"     DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE SALDO-PTO TO PUNTOS-EDIT
              STRING "*,*SALDO*:*"      DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE VENCIDOS-PTO TO PUNTOS-EDIT
              STRING "*,*VENCIDOS*:*"   DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE VALOR-PUNTOS-PTO TO VALOR-EDIT
              STRING "*,*VALOR*:*"      DELIMITED BY SIZE
                     VALOR-EDIT         DELIMITED BY SIZE
                     "*,*VENCE*:*"      DELIMITED BY SIZE
                     FECHA-VENCE-PTO    DELIMITED BY SIZE
                     "*,*ESTADO*:*"     DELIMITED BY SIZE
                     ESTADO-W           DELIMITED BY " "
                     "*},"              DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "M" - PASIVO MENSUAL DE PUNTOS
      *=================================================================
      *    PARA CADA CLIENTE, CON LAS FECHAS DEL LIBRO:
      *    - SALDO INICIAL: ACUMULADO ANTES DEL MES MENOS REDIMIDO
      *      ANTES DEL MES MENOS LO VENCIDO ANTES DEL MES.
      *    - VENCIDO: LO QUE NO SE REDIMIO DE LAS ACUMULACIONES CUYA
      *      VIGENCIA TERMINO EN EL MES (VENCIDOS-PTO + SALDO-PTO);
      *      UN PUNTO SIRVE HASTA SU FECHA DE VENCIMIENTO. COMO LA
      *      REDENCION NO TOMA PUNTOS VENCIDOS, ESE VALOR NO CAMBIA
      *      DESPUES DE LA FECHA DE VENCIMIENTO.
      *    - SALDO AL CIERRE = INICIAL + ACUMULADO - REDIMIDO - VENCIDO.

       PASIVO-MENSUAL.
           MOVE FECHA-LLEGAD-W TO INI-MES-W
           MOVE "01"           TO INI-MES-W (7:2)

           IF INI-MES-W (5:2) = "12"
              MOVE INI-MES-W TO FIN-MES-W
              ADD 1          TO ANO-FIN-W
              MOVE 0101      TO MMDD-FIN-W
           ELSE
              COMPUTE FIN-MES-W = INI-MES-W + 100
           END-IF
           COMPUTE FIN-MES-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FIN-MES-W) - 1)

           OPEN OUTPUT ARCHIVO-JSON

           MOVE VALOR-PUNTO-W TO VALOR-EDIT
           MOVE 1 TO PUNT-W
           MOVE SPACES TO LIN-JSON-W
           STRING "{*MES*:*"           DELIMITED BY SIZE
                  INI-MES-W (1:6)      DELIMITED BY SIZE
                  "*,*VALOR-PUNTO*:*"  DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*,*CLIENTES*:["     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE ACUM-TOTAL ACUM-CLIENTE
           MOVE ZEROS TO CEDULA-ANT-W

           OPEN INPUT  ARCHIVO-PUNTOS
           IF OTR-STAT = "00"
              MOVE LOW-VALUES TO LLAVE-PTO
              START ARCHIVO-PUNTOS KEY IS NOT LESS LLAVE-PTO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-PASIVO UNTIL OTR-STAT NOT = "00"
              PERFORM CERRAR-CLIENTE
              CLOSE ARCHIVO-PUNTOS
           END-IF
           MOVE "00" TO OTR-STAT

           COMPUTE CIERRE-TOT-W = APER-TOT-W + GANA-TOT-W
                                - REDIME-TOT-W - VENCE-TOT-W
           COMPUTE PASIVO-TOT-W = CIERRE-TOT-W * VALOR-PUNTO-W

           MOVE 1 TO PUNT-W
           MOVE SPACES TO LIN-JSON-W
           MOVE APER-TOT-W TO PUNTOS-EDIT
           STRING "{*CEDULA*:**}],*APERTURA*:*" DELIMITED BY SIZE
                  PUNTOS-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE GANA-TOT-W TO PUNTOS-EDIT
           STRING "*,*ACUMULADOS*:*"   DELIMITED BY SIZE
                  PUNTOS-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE REDIME-TOT-W TO PUNTOS-EDIT
           STRING "*,*REDIMIDOS*:*"    DELIMITED BY SIZE
                  PUNTOS-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE VLR-REDIME-TOT-W TO VALOR-EDIT
           STRING "*,*VALOR-REDIMIDO*:*" DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE VENCE-TOT-W TO PUNTOS-EDIT
           STRING "*,*VENCIDOS*:*"     DELIMITED BY SIZE
                  PUNTOS-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE CIERRE-TOT-W TO PUNTOS-EDIT
           STRING "*,*CIERRE*:*"       DELIMITED BY SIZE
                  PUNTOS-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE PASIVO-TOT-W TO VALOR-EDIT
           STRING "*,*PASIVO*:*"       DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO ENVIO-DATOS.

       LEER-PASIVO.
           READ ARCHIVO-PUNTOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF CEDULA-PTO NOT = CEDULA-ANT-W
                 PERFORM CERRAR-CLIENTE
                 MOVE CEDULA-PTO TO CEDULA-ANT-W
              END-IF
              IF PTO-ACUMULA
                 PERFORM SUMAR-ACUMULACION
              ELSE
                 PERFORM SUMAR-REDENCION
              END-IF
           END-IF.

       SUMAR-ACUMULACION.
           IF FECHA-PTO < INI-MES-W
              ADD PUNTOS-PTO TO APER-CLI-W
           ELSE
              IF FECHA-PTO NOT > FIN-MES-W
                 ADD PUNTOS-PTO TO GANA-CLI-W
              END-IF
           END-IF

           IF FECHA-PTO NOT > FIN-MES-W
              IF FECHA-VENCE-PTO < INI-MES-W
                 COMPUTE APER-CLI-W = APER-CLI-W
                         - VENCIDOS-PTO - SALDO-PTO
              ELSE
                 IF FECHA-VENCE-PTO NOT > FIN-MES-W
                    COMPUTE VENCE-CLI-W = VENCE-CLI-W
                            + VENCIDOS-PTO + SALDO-PTO
                 END-IF
              END-IF
           END-IF.

       SUMAR-REDENCION.
           IF FECHA-PTO < INI-MES-W
              SUBTRACT PUNTOS-PTO FROM APER-CLI-W
           ELSE
              IF FECHA-PTO NOT > FIN-MES-W
                 ADD PUNTOS-PTO       TO REDIME-CLI-W
                 ADD VALOR-PUNTOS-PTO TO VLR-REDIME-TOT-W
              END-IF
           END-IF.

       CERRAR-CLIENTE.
           COMPUTE CIERRE-CLI-W = APER-CLI-W + GANA-CLI-W
                                - REDIME-CLI-W - VENCE-CLI-W

           IF APER-CLI-W   NOT = ZEROS
           OR GANA-CLI-W   NOT = ZEROS
           OR REDIME-CLI-W NOT = ZEROS
           OR VENCE-CLI-W  NOT = ZEROS
              ADD APER-CLI-W   TO APER-TOT-W
              ADD GANA-CLI-W   TO GANA-TOT-W
              ADD REDIME-CLI-W TO REDIME-TOT-W
              ADD VENCE-CLI-W  TO VENCE-TOT-W

              MOVE 1 TO PUNT-W
              MOVE SPACES TO LIN-JSON-W
              MOVE APER-CLI-W TO PUNTOS-EDIT
              STRING "{*CEDULA*:*"      DELIMITED BY SIZE
                     CEDULA-ANT-W       DELIMITED BY SIZE
                     "*,*APERTURA*:*"   DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE GANA-CLI-W TO PUNTOS-EDIT
              STRING "*,*ACUMULADOS*:*" DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE REDIME-CLI-W TO PUNTOS-EDIT
              STRING "*,*REDIMIDOS*:*"  DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE VENCE-CLI-W TO PUNTOS-EDIT
              STRING "*,*VENCIDOS*:*"   DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE CIERRE-CLI-W TO PUNTOS-EDIT
              STRING "*,*CIERRE*:*"     DELIMITED BY SIZE
                     PUNTOS-EDIT        DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              COMPUTE VALOR-EDIT = CIERRE-CLI-W * VALOR-PUNTO-W
              STRING "*,*PASIVO*:*"     DELIMITED BY SIZE
                     VALOR-EDIT         DELIMITED BY SIZE
                     "*},"              DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF

           INITIALIZE ACUM-CLIENTE.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM143"       TO COBW3-CNV-VALUE
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

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
