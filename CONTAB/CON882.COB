      *=================================================================
      * CONTABILIDAD - ANALITICA DE COMPROBANTES PARA LA REVISORIA
      *                FISCAL: RECORRE EL MOVIMIENTO DEL MES PEDIDO Y
      *                CALIFICA CADA LINEA CON UN PUNTAJE DE RIESGO
      *                (TOPE 100) POR LAS SENALES QUE PRESENTE:
      *                  FS (20) ELABORADA EN SABADO O DOMINGO.
      *                  FE (20) ELABORADA EN FESTIVO (SC-ARCHFES).
      *                  HR (15) ELABORADA FUERA DEL HORARIO (HORA
      *                          INICIAL / FINAL, POR DEFECTO 0700 A
      *                          1900).
      *                  RD (10) VALOR REDONDO (MULTIPLO EXACTO DE UN
      *                          MILLON).
      *                  UM (25) VALOR JUSTO POR DEBAJO DE UN UMBRAL
      *                          DE APROBACION (HASTA CINCO UMBRALES
      *                          EN LA VARIABLE "umbrales", MARGEN
      *                          POR DEFECTO 10%).
      *                  CI (20) EL OPERADOR CASI NUNCA TOCA ESE GRUPO
      *                          DE CUENTAS (4 DIGITOS): 2 LINEAS O
      *                          MENOS EN EL GRUPO ENTRE EL MES Y LOS
      *                          TRES ANTERIORES, CON 30 O MAS LINEAS
      *                          SUYAS EN TOTAL.
      *                  RT (25) RETROACTIVA: LA FECHA DEL COMPROBANTE
      *                          ES MAS DE N DIAS ANTERIOR A LA DE
      *                          ELABORACION (POR DEFECTO 30).
      *                LAS LINEAS CON PUNTAJE IGUAL O MAYOR AL MINIMO
      *                PEDIDO (POR DEFECTO 1) VAN A LA LISTA DE
      *                EXCEPCIONES EN JSON Y EN EL PLANO EXPORTABLE
      *                C:\PROSOFT\TEMP\SC-ANALITICA-AAAAMM.CSV
      *                (SEPARADO POR ";", CON ENCABEZADO). AL FINAL VA
      *                LA DISTRIBUCION DEL PRIMER DIGITO (BENFORD) POR
      *                CLASE DE CUENTA: OBSERVADO / ESPERADO POR DIGITO
      *                Y LA DESVIACION MEDIA ABSOLUTA; MAS DE 0.015 SE
      *                MARCA COMO NO CONFORME. SOLO CUENTAN LOS VALORES
      *                DE 10 PESOS EN ADELANTE.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON882".

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
            COPY "P:\PROG\PROYECT\FUENTES\FS-FESTI.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-CSV
                  ASSIGN NOM-CSV-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-FESTI.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       FD  ARCHIVO-CSV
           LABEL RECORD STANDARD.
       01  REG-CSV.
           02 DATOS-CSV       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-FES-W                    PIC X(70).
       01 NOM-MOV-BASE-W               PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).
       01 NOM-CSV-W                    PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 ANO-LLEGAD-W              PIC 9(4).
          02 MES-LLEGAD-W              PIC 99.
          02 HORA-INI-LLEGAD-W         PIC 9(4).
          02 HORA-FIN-LLEGAD-W         PIC 9(4).
          02 DIAS-ATRASO-LLEGAD-W      PIC 9(3).
          02 PUNTAJE-MIN-LLEGAD-W      PIC 9(3).

       01 DATO-UMBRALES-LLEGAD-W.
          02 UMBRAL-LLEGAD-W OCCURS 5  PIC 9(12).
          02 PORC-CERCA-LLEGAD-W       PIC 99.

       01 VARIABLES.
          02 K                      PIC 9(4).
          02 U                      PIC 9.
          02 D                      PIC 9.
          02 C                      PIC 9.
          02 N-HAB-W                PIC 9(4) VALUE 0.
          02 N-OPE-W                PIC 9(3) VALUE 0.
          02 MES-W                  PIC 99.
          02 ANO-W                  PIC 9(4).
          02 ANO2-W                 PIC 99.
          02 CONT-MES-W             PIC 9.
          02 SW-HALLADO-W           PIC X.
          02 SW-FESTIVOS-W          PIC X.
          02 SW-FASE-W              PIC X.
             88 FASE-HABITOS        VALUE "H".
             88 FASE-ANALISIS       VALUE "A".
          02 GRUPO-W                PIC X(4).
          02 BANDERA-W              PIC XX.
          02 FECHA-ELAB-W           PIC 9(8).
          02 FECHA-COMP-W           PIC 9(8).
          02 FECHA-ANT-W            PIC 9(8).
          02 FESTIVO-ANT-W          PIC X.
          02 DIA-ENTERO-W           PIC 9(7).
          02 DIA-COMP-W             PIC 9(7).
          02 SEMANAS-W              PIC 9(7).
          02 DIA-SEMANA-W           PIC 9.
          02 DIAS-ATRASO-W          PIC S9(7).
          02 HORA-W                 PIC 9(4).
          02 VALOR-ABS-W            PIC 9(12)V99.
          02 ENTERO-W               PIC 9(12).
          02 COCIENTE-W             PIC 9(12).
          02 RESIDUO-W              PIC 9(12).
          02 PISO-UMBRAL-W          PIC 9(12)V99.
          02 CONT-CEROS-W           PIC 99.
          02 DIGITO-W               PIC 9.
          02 PUNTAJE-W              PIC 9(3).
          02 BANDERAS-W             PIC X(20).
          02 PUNTERO-W              PIC 9(3).
          02 CANT-LINEAS-W          PIC 9(7) VALUE 0.
          02 CANT-EXCEP-W           PIC 9(6) VALUE 0.
          02 OBS-W                  PIC 9V9(4).
          02 DESV-W                 PIC S9V9(4).
          02 MAD-W                  PIC 9V9(4).
          02 CONFORME-W             PIC X.
          02 VALOR-EDIT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 VALOR-CSV-EDIT         PIC -(12)9.99.
          02 CONT-ESP-W             PIC 99.
          02 PORC-EDIT              PIC Z9.99.
          02 MAD-EDIT               PIC 9.9999.
          02 CANT-EDIT              PIC Z(6)9.
          02 PUNTAJE-EDIT           PIC ZZ9.

      *    HABITOS: LINEAS DE CADA OPERADOR POR GRUPO DE CUENTAS Y EL
      *    TOTAL DE LINEAS DE CADA OPERADOR.
       01 TABLA-HABITOS.
          02 DET-HAB-W OCCURS 3000.
             03 OPER-HAB-W          PIC 9(4).
             03 GRUPO-HAB-W         PIC X(4).
             03 CANT-HAB-W          PIC 9(6).

       01 TABLA-OPERADORES.
          02 DET-OPE-W OCCURS 300.
             03 OPER-OPE-W          PIC 9(4).
             03 CANT-OPE-W          PIC 9(6).

       01 TABLA-BENFORD.
          02 CLASE-BEN-W OCCURS 9.
             03 TOTAL-BEN-W         PIC 9(7).
             03 DIGITO-BEN-W OCCURS 9 PIC 9(7).

      *    PROPORCION ESPERADA DEL PRIMER DIGITO: LOG10(1 + 1/D).
       01 TABLA-ESPERADO-W.
          02 FILLER PIC X(45) VALUE
             "030100176101249009690079200669005800051200458".
       01 TABLA-ESPERADO-R REDEFINES TABLA-ESPERADO-W.
          02 ESPERADO-W OCCURS 9    PIC 9V9(4).

       01 TABLA-MESES-W.
          02 FILLER PIC X(36) VALUE
             "ENEFEBMARABRMAYJUNJULAGTSEPOCTNOVDIC".
       01 TABLA-MESES-R REDEFINES TABLA-MESES-W.
          02 MES-DIR-W OCCURS 12    PIC XXX.

       01 LIN-JSON-W                PIC X(500).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 LINEAS-ENV             PIC 9(7).
          02 FILLER                 PIC X VALUE "|".
          02 EXCEP-ENV              PIC 9(6).

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
              MOVE "CON882"                 TO MSJ3-HTML
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
              MOVE "CON882"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "10" OR "23" OR "30" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-MOV                  TO MSJ2-HTML
              MOVE "CON882"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-FESTI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FESTIVOS.
       ESCR-EXCEP-FESTI.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-FES-W                TO MSJ2-HTML
              MOVE "CON882"                 TO MSJ3-HTML
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
              MOVE "CON882"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CSV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CSV.
       ESCR-EXCEP-CSV.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-CSV-W                TO MSJ2-HTML
              MOVE "CON882"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON882" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W DATO-UMBRALES-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    ANO-LLEGAD-W, MES-LLEGAD-W, HORA-INI-LLEGAD-W,
                    HORA-FIN-LLEGAD-W, DIAS-ATRASO-LLEGAD-W,
                    PUNTAJE-MIN-LLEGAD-W
           END-UNSTRING.

           MOVE "umbrales" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO UMBRAL-LLEGAD-W (1), UMBRAL-LLEGAD-W (2),
                    UMBRAL-LLEGAD-W (3), UMBRAL-LLEGAD-W (4),
                    UMBRAL-LLEGAD-W (5), PORC-CERCA-LLEGAD-W
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
              MOVE "CON882"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-FES-W NOM-MOV-BASE-W NOM-PLANO-W NOM-CSV-W

           MOVE "\\" TO NOM-FES-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-FES-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-FES-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-FES-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-FES-W TO NOM-MOV-BASE-W

           INSPECT NOM-FES-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFES.DAT"

           STRING "C:\PROSOFT\TEMP\SC-ANALITICA-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W           DELIMITED BY "  "
                  ".JSON"                         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

           STRING "C:\PROSOFT\TEMP\SC-ANALITICA-" DELIMITED BY SIZE
                  ANO-LLEGAD-W                    DELIMITED BY SIZE
                  MES-LLEGAD-W                    DELIMITED BY SIZE
                  ".CSV"                          DELIMITED BY SIZE
                  INTO NOM-CSV-W
           END-STRING.

       VALIDAR-PARAMETROS.
           IF MES-LLEGAD-W < 1 OR MES-LLEGAD-W > 12
           OR ANO-LLEGAD-W = ZEROS
              MOVE "99"                   TO MSJ1-HTML
              MOVE "Periodo no valido"    TO MSJ2-HTML
              MOVE "CON882"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF HORA-INI-LLEGAD-W = ZEROS AND HORA-FIN-LLEGAD-W = ZEROS
              MOVE 0700 TO HORA-INI-LLEGAD-W
              MOVE 1900 TO HORA-FIN-LLEGAD-W
           END-IF
           IF DIAS-ATRASO-LLEGAD-W = ZEROS
              MOVE 30 TO DIAS-ATRASO-LLEGAD-W
           END-IF
           IF PUNTAJE-MIN-LLEGAD-W = ZEROS
              MOVE 1 TO PUNTAJE-MIN-LLEGAD-W
           END-IF
           IF PORC-CERCA-LLEGAD-W = ZEROS
              MOVE 10 TO PORC-CERCA-LLEGAD-W
           END-IF.

      *=================================================================
      * PRIMERA PASADA: HABITOS DE LOS OPERADORES EN EL MES Y LOS
      * TRES ANTERIORES.
      *=================================================================
       TOMAR-HABITOS.
           INITIALIZE TABLA-HABITOS TABLA-OPERADORES TABLA-BENFORD
                      N-HAB-W N-OPE-W

           SET FASE-HABITOS TO TRUE
           MOVE ANO-LLEGAD-W TO ANO-W
           MOVE MES-LLEGAD-W TO MES-W
           PERFORM RECORRER-MES-HABITOS
                   VARYING CONT-MES-W FROM 1 BY 1 UNTIL CONT-MES-W > 4.

      *=================================================================
      * SEGUNDA PASADA: CALIFICACION DE LAS LINEAS DEL MES.
      *=================================================================
       ANALIZAR-MES.
           MOVE "S" TO SW-FESTIVOS-W
           OPEN INPUT ARCHIVO-FESTIVOS
           IF OTR-STAT = "35"
              MOVE "N" TO SW-FESTIVOS-W
           END-IF
           MOVE ZEROS TO FECHA-ANT-W

           OPEN OUTPUT ARCHIVO-JSON ARCHIVO-CSV

           MOVE "{*EXCEPCIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE SPACES TO DATOS-CSV
           STRING "COMPROBANTE;CONSEC;CUENTA;FECHA;FECHA-ELAB;HORA;"
                                                 DELIMITED BY SIZE
                  "OPERADOR;VALOR;SENALES;PUNTAJE" DELIMITED BY SIZE
                  INTO DATOS-CSV
           END-STRING
           WRITE REG-CSV

           SET FASE-ANALISIS TO TRUE
           MOVE ANO-LLEGAD-W TO ANO-W
           MOVE MES-LLEGAD-W TO MES-W
           PERFORM ABRIR-MES-MOVIMIENTO
           IF OTR-STAT = "00"
              PERFORM LEER-MOVIMIENTO-ANALISIS
                      UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE MOVIMIENTO-DIARIO
           END-IF
           MOVE "00" TO OTR-STAT

           IF SW-FESTIVOS-W = "S"
              CLOSE ARCHIVO-FESTIVOS
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*COMPROBANTE*:**}],*BENFORD*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-BENFORD
                   VARYING C FROM 1 BY 1 UNTIL C > 9

           MOVE CANT-LINEAS-W TO CANT-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*CLASE*:**}],*LINEAS*:*" DELIMITED BY SIZE
                  CANT-EDIT                  DELIMITED BY SIZE
                  "*,*EXCEPCIONES*:*"        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE CANT-EXCEP-W TO CANT-EDIT
           STRING LIN-JSON-W                 DELIMITED BY "   "
                  CANT-EDIT                  DELIMITED BY SIZE
                  "*}"                       DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-CSV

           MOVE "00"          TO DAT0-ENV
           MOVE CANT-LINEAS-W TO LINEAS-ENV
           MOVE CANT-EXCEP-W  TO EXCEP-ENV.

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

      *=================================================================
      * HABITOS
      *=================================================================
       RECORRER-MES-HABITOS.
           PERFORM ABRIR-MES-MOVIMIENTO
           IF OTR-STAT = "00"
              PERFORM LEER-MOVIMIENTO-HABITOS
                      UNTIL OTR-STAT NOT = "00"
              CLOSE MOVIMIENTO-DIARIO
           END-IF
           MOVE "00" TO OTR-STAT

           IF MES-W = 1
              MOVE 12 TO MES-W
              SUBTRACT 1 FROM ANO-W
           ELSE
              SUBTRACT 1 FROM MES-W
           END-IF.

       ABRIR-MES-MOVIMIENTO.
           MOVE ANO-W (3:2) TO ANO2-W
           MOVE NOM-MOV-BASE-W TO NOM-MOV
           INSPECT NOM-MOV REPLACING FIRST "   " BY MES-DIR-W (MES-W)
           INSPECT NOM-MOV REPLACING FIRST "  " BY ANO2-W
           INSPECT NOM-MOV REPLACING FIRST "               "
                                        BY "\SC-ARCHMOV.DAT"

           OPEN INPUT MOVIMIENTO-DIARIO.

       LEER-MOVIMIENTO-HABITOS.
           READ MOVIMIENTO-DIARIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00" AND LLAVE-COMP-MOV NOT = "99999999"
              MOVE CUENTA-MOV (1:4) TO GRUPO-W
              PERFORM BUSCAR-HABITO
              IF SW-HALLADO-W = "S"
                 ADD 1 TO CANT-HAB-W (K)
              END-IF
              PERFORM BUSCAR-OPERADOR
              IF SW-HALLADO-W = "S"
                 ADD 1 TO CANT-OPE-W (K)
              END-IF
           END-IF.

       BUSCAR-HABITO.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-HABITO VARYING K FROM 1 BY 1
                   UNTIL K > N-HAB-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF FASE-HABITOS AND N-HAB-W < 3000
                 ADD 1 TO N-HAB-W
                 MOVE N-HAB-W  TO K
                 MOVE OPER-MOV TO OPER-HAB-W (K)
                 MOVE GRUPO-W  TO GRUPO-HAB-W (K)
                 MOVE "S"      TO SW-HALLADO-W
              END-IF
           END-IF.

       COMPARAR-HABITO.
           IF  OPER-HAB-W (K) = OPER-MOV
           AND GRUPO-HAB-W (K) = GRUPO-W
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       BUSCAR-OPERADOR.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-OPERADOR VARYING K FROM 1 BY 1
                   UNTIL K > N-OPE-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF FASE-HABITOS AND N-OPE-W < 300
                 ADD 1 TO N-OPE-W
                 MOVE N-OPE-W  TO K
                 MOVE OPER-MOV TO OPER-OPE-W (K)
                 MOVE "S"      TO SW-HALLADO-W
              END-IF
           END-IF.

       COMPARAR-OPERADOR.
           IF OPER-OPE-W (K) = OPER-MOV
              MOVE "S" TO SW-HALLADO-W
           END-IF.

      *=================================================================
      * CALIFICACION DE CADA LINEA
      *=================================================================
       LEER-MOVIMIENTO-ANALISIS.
           READ MOVIMIENTO-DIARIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00" AND LLAVE-COMP-MOV NOT = "99999999"
              ADD 1 TO CANT-LINEAS-W
              MOVE ZEROS  TO PUNTAJE-W
              MOVE SPACES TO BANDERAS-W
              MOVE 1      TO PUNTERO-W

              IF VALOR-MOV < 0
                 COMPUTE VALOR-ABS-W = VALOR-MOV * -1
              ELSE
                 MOVE VALOR-MOV TO VALOR-ABS-W
              END-IF
              MOVE VALOR-ABS-W TO ENTERO-W

              PERFORM REVISAR-FECHA-ELABORACION
              PERFORM REVISAR-HORARIO
              PERFORM REVISAR-VALOR-REDONDO
              PERFORM REVISAR-UMBRALES
              PERFORM REVISAR-CUENTA-INUSUAL
              PERFORM REVISAR-RETROACTIVA
              PERFORM ACUMULAR-BENFORD

              IF PUNTAJE-W > 100
                 MOVE 100 TO PUNTAJE-W
              END-IF
              IF PUNTAJE-W >= PUNTAJE-MIN-LLEGAD-W
                 ADD 1 TO CANT-EXCEP-W
                 PERFORM ESCRIBIR-EXCEPCION
              END-IF
           END-IF.

      *    EL DIA 1 DEL CALENDARIO (01/01/1601) FUE LUNES: RESIDUO 6
      *    ES SABADO Y 0 ES DOMINGO
       REVISAR-FECHA-ELABORACION.
           COMPUTE FECHA-ELAB-W = 20000000 + FECHA-ELAB-MOV
           IF FECHA-ELAB-MOV = ZEROS
              MOVE ZEROS TO DIA-ENTERO-W
           ELSE
              COMPUTE DIA-ENTERO-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-ELAB-W)
              DIVIDE DIA-ENTERO-W BY 7 GIVING SEMANAS-W
                     REMAINDER DIA-SEMANA-W
              IF DIA-SEMANA-W = 6 OR DIA-SEMANA-W = 0
                 ADD 20 TO PUNTAJE-W
                 MOVE "FS" TO BANDERA-W
                 PERFORM AGREGAR-BANDERA
              ELSE
                 PERFORM REVISAR-FESTIVO
              END-IF
           END-IF.

       REVISAR-FESTIVO.
           IF FECHA-ELAB-W NOT = FECHA-ANT-W
              MOVE FECHA-ELAB-W TO FECHA-ANT-W
              MOVE "N"          TO FESTIVO-ANT-W
              IF SW-FESTIVOS-W = "S"
                 MOVE "F"          TO TIPO-FES
                 MOVE SPACES       TO COD-PROF-FES
                 MOVE FECHA-ELAB-W TO FECHA-DESDE-FES
                 READ ARCHIVO-FESTIVOS
                      NOT INVALID KEY MOVE "S" TO FESTIVO-ANT-W
                 END-READ
              END-IF
           END-IF

           IF FESTIVO-ANT-W = "S"
              ADD 20 TO PUNTAJE-W
              MOVE "FE" TO BANDERA-W
              PERFORM AGREGAR-BANDERA
           END-IF.

       REVISAR-HORARIO.
           MOVE HORA-ELAB-MOV (1:4) TO HORA-W
           IF HORA-W < HORA-INI-LLEGAD-W OR HORA-W > HORA-FIN-LLEGAD-W
              ADD 15 TO PUNTAJE-W
              MOVE "HR" TO BANDERA-W
              PERFORM AGREGAR-BANDERA
           END-IF.

       REVISAR-VALOR-REDONDO.
           IF ENTERO-W >= 1000000 AND ENTERO-W = VALOR-ABS-W
              DIVIDE ENTERO-W BY 1000000 GIVING COCIENTE-W
                     REMAINDER RESIDUO-W
              IF RESIDUO-W = ZEROS
                 ADD 10 TO PUNTAJE-W
                 MOVE "RD" TO BANDERA-W
                 PERFORM AGREGAR-BANDERA
              END-IF
           END-IF.

       REVISAR-UMBRALES.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-UMBRAL VARYING U FROM 1 BY 1
                   UNTIL U > 5 OR SW-HALLADO-W = "S"
           IF SW-HALLADO-W = "S"
              ADD 25 TO PUNTAJE-W
              MOVE "UM" TO BANDERA-W
              PERFORM AGREGAR-BANDERA
           END-IF.

       COMPARAR-UMBRAL.
           IF UMBRAL-LLEGAD-W (U) > ZEROS
              COMPUTE PISO-UMBRAL-W = UMBRAL-LLEGAD-W (U)
                      * (100 - PORC-CERCA-LLEGAD-W) / 100
              IF  VALOR-ABS-W <  UMBRAL-LLEGAD-W (U)
              AND VALOR-ABS-W >= PISO-UMBRAL-W
                 MOVE "S" TO SW-HALLADO-W
              END-IF
           END-IF.

       REVISAR-CUENTA-INUSUAL.
           MOVE CUENTA-MOV (1:4) TO GRUPO-W
           PERFORM BUSCAR-HABITO
           IF SW-HALLADO-W = "S" AND CANT-HAB-W (K) <= 2
              PERFORM BUSCAR-OPERADOR
              IF SW-HALLADO-W = "S" AND CANT-OPE-W (K) >= 30
                 ADD 20 TO PUNTAJE-W
                 MOVE "CI" TO BANDERA-W
                 PERFORM AGREGAR-BANDERA
              END-IF
           END-IF.

       REVISAR-RETROACTIVA.
           IF FECHA-MOV NOT = ZEROS AND DIA-ENTERO-W NOT = ZEROS
              COMPUTE FECHA-COMP-W = 20000000 + FECHA-MOV
              COMPUTE DIA-COMP-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-COMP-W)
              COMPUTE DIAS-ATRASO-W = DIA-ENTERO-W - DIA-COMP-W
              IF DIAS-ATRASO-W > DIAS-ATRASO-LLEGAD-W
                 ADD 25 TO PUNTAJE-W
                 MOVE "RT" TO BANDERA-W
                 PERFORM AGREGAR-BANDERA
              END-IF
           END-IF.

       AGREGAR-BANDERA.
           STRING BANDERA-W     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  INTO BANDERAS-W WITH POINTER PUNTERO-W
           END-STRING.

      *    PRIMER DIGITO DEL VALOR, POR CLASE DE CUENTA (1 A 9).
       ACUMULAR-BENFORD.
           IF ENTERO-W >= 10 AND CUENTA-MOV (1:1) IS NUMERIC
           AND CUENTA-MOV (1:1) NOT = "0"
              MOVE CUENTA-MOV (1:1) TO C
              MOVE ZEROS TO CONT-CEROS-W
              INSPECT ENTERO-W TALLYING CONT-CEROS-W
                      FOR LEADING ZEROS
              MOVE ENTERO-W (CONT-CEROS-W + 1:1) TO DIGITO-W
              ADD 1 TO TOTAL-BEN-W (C)
              ADD 1 TO DIGITO-BEN-W (C, DIGITO-W)
           END-IF.

      *=================================================================
      * SALIDAS
      *=================================================================
       ESCRIBIR-EXCEPCION.
           MOVE VALOR-MOV TO VALOR-EDIT
           MOVE PUNTAJE-W TO PUNTAJE-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*COMPROBANTE*:*" DELIMITED BY SIZE
                  SECUENCIA-MOV      DELIMITED BY SIZE
                  "*,*CONSEC*:*"     DELIMITED BY SIZE
                  CONSEC-MOV         DELIMITED BY SIZE
                  "*,*CUENTA*:*"     DELIMITED BY SIZE
                  CUENTA-MOV         DELIMITED BY " "
                  "*,*FECHA*:*"      DELIMITED BY SIZE
                  FECHA-MOV          DELIMITED BY SIZE
                  "*,*FECHA-ELAB*:*" DELIMITED BY SIZE
                  FECHA-ELAB-MOV     DELIMITED BY SIZE
                  "*,*HORA*:*"       DELIMITED BY SIZE
                  HORA-ELAB-MOV      DELIMITED BY SIZE
                  "*,*OPERADOR*:*"   DELIMITED BY SIZE
                  OPER-MOV           DELIMITED BY SIZE
                  "*,*VALOR*:*"      DELIMITED BY SIZE
                  VALOR-EDIT         DELIMITED BY SIZE
                  "*,*SENALES*:*"    DELIMITED BY SIZE
                  BANDERAS-W         DELIMITED BY "  "
                  "*,*PUNTAJE*:*"    DELIMITED BY SIZE
                  PUNTAJE-EDIT       DELIMITED BY SIZE
                  "*},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE VALOR-MOV TO VALOR-CSV-EDIT
           MOVE ZEROS TO CONT-ESP-W
           INSPECT VALOR-CSV-EDIT TALLYING CONT-ESP-W
                   FOR LEADING SPACES
           MOVE SPACES TO DATOS-CSV
           STRING SECUENCIA-MOV      DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  CONSEC-MOV         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  CUENTA-MOV         DELIMITED BY " "
                  ";"                DELIMITED BY SIZE
                  FECHA-MOV          DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  FECHA-ELAB-MOV     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  HORA-ELAB-MOV      DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  OPER-MOV           DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  VALOR-CSV-EDIT (CONT-ESP-W + 1:) DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  BANDERAS-W         DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  PUNTAJE-W          DELIMITED BY SIZE
                  INTO DATOS-CSV
           END-STRING
           WRITE REG-CSV END-WRITE.

       ESCRIBIR-BENFORD.
           IF TOTAL-BEN-W (C) > ZEROS
              MOVE ZEROS TO MAD-W
              MOVE TOTAL-BEN-W (C) TO CANT-EDIT
              MOVE SPACES TO LIN-JSON-W
              STRING "{*CLASE*:*"   DELIMITED BY SIZE
                     C              DELIMITED BY SIZE
                     "*,*LINEAS*:*" DELIMITED BY SIZE
                     CANT-EDIT      DELIMITED BY SIZE
                     "*,*DIGITOS*:[" DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-DIGITO-BENFORD
                      VARYING D FROM 1 BY 1 UNTIL D > 9

              COMPUTE MAD-W ROUNDED = MAD-W / 9
              IF MAD-W > 0.015
                 MOVE "N" TO CONFORME-W
              ELSE
                 MOVE "S" TO CONFORME-W
              END-IF
              MOVE MAD-W TO MAD-EDIT
              STRING LIN-JSON-W     DELIMITED BY "   "
                     "],*MAD*:*"    DELIMITED BY SIZE
                     MAD-EDIT       DELIMITED BY SIZE
                     "*,*CONFORME*:*" DELIMITED BY SIZE
                     CONFORME-W     DELIMITED BY SIZE
                     "*},"          DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              INSPECT LIN-JSON-W REPLACING ALL ",]" BY "] "
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       ESCRIBIR-DIGITO-BENFORD.
           COMPUTE OBS-W ROUNDED =
                   DIGITO-BEN-W (C, D) / TOTAL-BEN-W (C)
           COMPUTE DESV-W = OBS-W - ESPERADO-W (D)
           IF DESV-W < 0
              SUBTRACT DESV-W FROM MAD-W
           ELSE
              ADD DESV-W TO MAD-W
           END-IF

           COMPUTE PORC-EDIT = OBS-W * 100
           STRING LIN-JSON-W     DELIMITED BY "   "
                  "{*D*:*"       DELIMITED BY SIZE
                  D              DELIMITED BY SIZE
                  "*,*OBS*:*"    DELIMITED BY SIZE
                  PORC-EDIT      DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           COMPUTE PORC-EDIT = ESPERADO-W (D) * 100
           STRING LIN-JSON-W     DELIMITED BY "   "
                  "*,*ESP*:*"    DELIMITED BY SIZE
                  PORC-EDIT      DELIMITED BY SIZE
                  "*},"          DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
