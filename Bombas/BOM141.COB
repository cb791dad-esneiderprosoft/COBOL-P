      *=================================================================
      * BOMBAS - RENDIMIENTO DE COMBUSTIBLE POR PLACA DE LOS
      *          CLIENTES DE FLOTA: A PARTIR DE LAS LECTURAS DE
      *          ODOMETRO DE LOS TIQUETES A CREDITO (SC-ARCHODO,
      *          GRABADAS POR BOM129) ARMA PARA UN NIT Y UN MES,
      *          PLACA POR PLACA:
      *          - KILOMETROS RECORRIDOS, GALONES Y KM POR GALON DEL
      *            MES; KM/GALON DEL MES ANTERIOR Y LA TENDENCIA
      *            (SUBE / BAJA / ESTABLE, +-5%); PROMEDIO PROPIO
      *            DEL VEHICULO CON TODA SU HISTORIA ANTERIOR AL MES.
      *          - CADA TIQUETE DEL MES CON SUS KM Y SU RENDIMIENTO,
      *            MARCADO "R" SI EL ODOMETRO RETROCEDIO Y "B" SI EL
      *            KM/GALON CAE MAS DE LA TOLERANCIA (30% POR
      *            DEFECTO) POR DEBAJO DEL PROMEDIO DEL VEHICULO.
      *          LOS KM DE UN TIQUETE SON LOS RECORRIDOS DESDE LA
      *          LECTURA ANTERIOR DE LA MISMA PLACA (TANQUEO A
      *          TANQUEO). EL RESUMEN POR PLACA VIAJA TAMBIEN CON EL
      *          ESTADO DE CUENTA (BOM121).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM141".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ODOME.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ODOME.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-ODO-W             PIC X(70).
       01 NOM-TER-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 NIT-LLEGAD-W           PIC 9(11).
          02 MES-LLEGAD-W.
             03 ANO-MES-LLEGAD-W    PIC 9(4).
             03 MM-MES-LLEGAD-W     PIC 99.
          02 TOLER-LLEGAD-W         PIC 9(3).

       01 MES-ANT-W.
          02 ANO-MES-ANT-W          PIC 9(4).
          02 MM-MES-ANT-W           PIC 99.

       01 VARIABLES.
          02 PLACA-ACT-W        PIC X(6).
          02 MES-ODO-W          PIC 9(6).
          02 KM-PREV-W          PIC 9(7).
          02 KM-REC-W           PIC 9(7).
          02 REND-W             PIC 9(5)V99.
          02 ALERTA-W           PIC X.
          02 HIST-KM-W          PIC 9(9).
          02 HIST-GAL-W         PIC 9(9)V99.
          02 ANT-KM-W           PIC 9(9).
          02 ANT-GAL-W          PIC 9(9)V99.
          02 MES-KM-W           PIC 9(9).
          02 MES-GAL-W          PIC 9(9)V99.
          02 PROMEDIO-W         PIC 9(5)V99.
          02 REND-MES-W         PIC 9(5)V99.
          02 REND-ANT-W         PIC 9(5)V99.
          02 LIMITE-REND-W      PIC 9(5)V99.
          02 VARIACION-W        PIC S9(5)V99.
          02 TENDENCIA-W        PIC X(8).
          02 N-TIQ-PLACA-W      PIC 9(4).
          02 N-ALERT-PLACA-W    PIC 9(4).
          02 N-PLACAS-W         PIC 9(4)  VALUE 0.
          02 N-ALERTAS-W        PIC 9(5)  VALUE 0.
          02 KM-EDIT            PIC Z,ZZZ,ZZ9.
          02 GAL-EDIT           PIC ZZZ,ZZ9.99.
          02 REND-EDIT          PIC ZZ,ZZ9.99.
          02 REND2-EDIT         PIC ZZ,ZZ9.99.
          02 REND3-EDIT         PIC ZZ,ZZ9.99.

       01 LIN-JSON-W            PIC X(400).

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
              MOVE "BOM141"                TO MSJ3-HTML
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
              MOVE "BOM141"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ODOMETRO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ODOMETRO.
       ESCR-EXCEP-ODOMETRO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ODO-W               TO MSJ2-HTML
              MOVE "BOM141"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCEROS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCEROS.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TER-W               TO MSJ2-HTML
              MOVE "BOM141"                TO MSJ3-HTML
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
              MOVE "BOM141"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM141" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   NIT-LLEGAD-W, MES-LLEGAD-W, TOLER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           IF NIT-LLEGAD-W = ZEROS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el nit del cliente"  TO MSJ2-HTML
              MOVE "BOM141"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           IF MES-LLEGAD-W = ZEROS
              MOVE ANO-TOTAL TO ANO-MES-LLEGAD-W
              MOVE MES-TOTAL TO MM-MES-LLEGAD-W
           END-IF.

           IF TOLER-LLEGAD-W = ZEROS
              MOVE 30 TO TOLER-LLEGAD-W
           END-IF.

           IF MM-MES-LLEGAD-W = 1
              COMPUTE ANO-MES-ANT-W = ANO-MES-LLEGAD-W - 1
              MOVE 12 TO MM-MES-ANT-W
           ELSE
              MOVE ANO-MES-LLEGAD-W TO ANO-MES-ANT-W
              COMPUTE MM-MES-ANT-W = MM-MES-LLEGAD-W - 1
           END-IF.

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
           INITIALIZE NOM-ODO-W NOM-TER-W NOM-PLANO-W
           MOVE "\\" TO NOM-ODO-W

           INSPECT NOM-ODO-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-ODO-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-ODO-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-ODO-W TO NOM-TER-W

           INSPECT NOM-ODO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHODO.DAT"

           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM141-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-TERCEROS
           MOVE NIT-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   MOVE SPACES TO DESCRIP-TER
           END-READ
           CLOSE ARCHIVO-TERCEROS

           OPEN OUTPUT ARCHIVO-JSON
           OPEN INPUT  ARCHIVO-ODOMETRO

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NIT*:"            DELIMITED BY SIZE
                  NIT-LLEGAD-W         DELIMITED BY SIZE
                  ",*NOMBRE*:*"        DELIMITED BY SIZE
                  DESCRIP-TER          DELIMITED BY "  "
                  "*,*MES*:"           DELIMITED BY SIZE
                  MES-LLEGAD-W         DELIMITED BY SIZE
                  ",*TOLERANCIA*:"     DELIMITED BY SIZE
                  TOLER-LLEGAD-W       DELIMITED BY SIZE
                  ",*PLACAS*:["        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * RECORRIDO DE LAS LECTURAS DEL NIT (POR PLACA Y FECHA)
      *=================================================================
       RECORRER-LECTURAS.
           IF OTR-STAT = "00"
              MOVE NIT-LLEGAD-W TO NIT-ODO
              MOVE SPACES       TO PLACA-ODO DOC-ODO
              MOVE ZEROS        TO FECHA-ODO
              START ARCHIVO-ODOMETRO KEY IS NOT LESS LLAVE-ODO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              MOVE SPACES TO PLACA-ACT-W
              PERFORM LEER-LECTURA UNTIL OTR-STAT NOT = "00"
              IF PLACA-ACT-W NOT = SPACES
                 PERFORM CERRAR-PLACA
              END-IF
              CLOSE ARCHIVO-ODOMETRO
           END-IF
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PLACA*:**}],*NRO-PLACAS*:" DELIMITED BY SIZE
                  N-PLACAS-W          DELIMITED BY SIZE
                  ",*NRO-ALERTAS*:"   DELIMITED BY SIZE
                  N-ALERTAS-W         DELIMITED BY SIZE
                  "}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM141"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

      *=================================================================
      * RUTINAS
      *=================================================================
       LEER-LECTURA.
           READ ARCHIVO-ODOMETRO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND NIT-ODO NOT = NIT-LLEGAD-W
              MOVE "10" TO OTR-STAT
           END-IF.

           IF OTR-STAT = "00"
              IF PLACA-ODO NOT = PLACA-ACT-W
                 IF PLACA-ACT-W NOT = SPACES
                    PERFORM CERRAR-PLACA
                 END-IF
                 PERFORM ABRIR-PLACA
              END-IF
              PERFORM EVALUAR-LECTURA
           END-IF.

       ABRIR-PLACA.
           MOVE PLACA-ODO TO PLACA-ACT-W
           INITIALIZE KM-PREV-W HIST-KM-W HIST-GAL-W ANT-KM-W ANT-GAL-W
                      MES-KM-W MES-GAL-W N-TIQ-PLACA-W N-ALERT-PLACA-W
           ADD 1 TO N-PLACAS-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PLACA*:*"        DELIMITED BY SIZE
                  PLACA-ACT-W         DELIMITED BY SIZE
                  "*,*TIQUETES*:["    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    LOS KM DEL TIQUETE SON LOS RECORRIDOS DESDE LA LECTURA
      *    ANTERIOR DE LA PLACA; LA PRIMERA LECTURA SOLO DEJA BASE.

       EVALUAR-LECTURA.
           MOVE ZEROS  TO KM-REC-W REND-W
           MOVE SPACE  TO ALERTA-W
           MOVE FECHA-ODO (1:6) TO MES-ODO-W

           IF KM-PREV-W > ZEROS
              IF KM-ODO < KM-PREV-W
                 MOVE "R" TO ALERTA-W
              ELSE
                 COMPUTE KM-REC-W = KM-ODO - KM-PREV-W
                 IF GALONES-ODO > ZEROS
                    COMPUTE REND-W ROUNDED = KM-REC-W / GALONES-ODO
                 END-IF
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN MES-ODO-W < MES-LLEGAD-W
                  IF REND-W > ZEROS
                     ADD KM-REC-W    TO HIST-KM-W
                     ADD GALONES-ODO TO HIST-GAL-W
                     IF MES-ODO-W = MES-ANT-W
                        ADD KM-REC-W    TO ANT-KM-W
                        ADD GALONES-ODO TO ANT-GAL-W
                     END-IF
                  END-IF
             WHEN MES-ODO-W = MES-LLEGAD-W
                  PERFORM EVALUAR-LECTURA-MES
           END-EVALUATE

           MOVE KM-ODO TO KM-PREV-W.

       EVALUAR-LECTURA-MES.
           ADD 1 TO N-TIQ-PLACA-W
           IF REND-W > ZEROS
              ADD KM-REC-W    TO MES-KM-W
              ADD GALONES-ODO TO MES-GAL-W
           END-IF

      *    EL PROMEDIO PROPIO DEL VEHICULO ES EL DE SU HISTORIA
      *    ANTERIOR AL MES; SIN HISTORIA NO HAY ALERTA DE RENDIMIENTO.

           MOVE ZEROS TO PROMEDIO-W
           IF HIST-GAL-W > ZEROS
              COMPUTE PROMEDIO-W ROUNDED = HIST-KM-W / HIST-GAL-W
              COMPUTE LIMITE-REND-W ROUNDED =
                      PROMEDIO-W * (100 - TOLER-LLEGAD-W) / 100
              IF  REND-W > ZEROS
              AND REND-W < LIMITE-REND-W
                 MOVE "B" TO ALERTA-W
              END-IF
           END-IF

           IF ALERTA-W NOT = SPACE
              ADD 1 TO N-ALERT-PLACA-W N-ALERTAS-W
           END-IF

           MOVE KM-ODO      TO KM-EDIT
           MOVE GALONES-ODO TO GAL-EDIT
           MOVE REND-W      TO REND-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*FECHA*:"         DELIMITED BY SIZE
                  FECHA-ODO           DELIMITED BY SIZE
                  ",*DOC*:*"          DELIMITED BY SIZE
                  DOC-ODO             DELIMITED BY SIZE
                  "*,*ODOMETRO*:*"    DELIMITED BY SIZE
                  KM-EDIT             DELIMITED BY SIZE
                  "*,*KM*:"           DELIMITED BY SIZE
                  KM-REC-W            DELIMITED BY SIZE
                  ",*GALONES*:*"      DELIMITED BY SIZE
                  GAL-EDIT            DELIMITED BY SIZE
                  "*,*KM-GAL*:*"      DELIMITED BY SIZE
                  REND-EDIT           DELIMITED BY SIZE
                  "*,*ALERTA*:*"      DELIMITED BY SIZE
                  ALERTA-W            DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       CERRAR-PLACA.
           MOVE ZEROS TO REND-MES-W REND-ANT-W PROMEDIO-W VARIACION-W
           IF MES-GAL-W > ZEROS
              COMPUTE REND-MES-W ROUNDED = MES-KM-W / MES-GAL-W
           END-IF
           IF ANT-GAL-W > ZEROS
              COMPUTE REND-ANT-W ROUNDED = ANT-KM-W / ANT-GAL-W
           END-IF
           IF HIST-GAL-W > ZEROS
              COMPUTE PROMEDIO-W ROUNDED = HIST-KM-W / HIST-GAL-W
           END-IF

           MOVE "SIN DATO" TO TENDENCIA-W
           IF REND-ANT-W > ZEROS AND REND-MES-W > ZEROS
              COMPUTE VARIACION-W ROUNDED =
                      (REND-MES-W - REND-ANT-W) * 100 / REND-ANT-W
              EVALUATE TRUE
                WHEN VARIACION-W > 5    MOVE "SUBE"    TO TENDENCIA-W
                WHEN VARIACION-W < -5   MOVE "BAJA"    TO TENDENCIA-W
                WHEN OTHER              MOVE "ESTABLE" TO TENDENCIA-W
              END-EVALUATE
           END-IF

           MOVE MES-GAL-W  TO GAL-EDIT
           MOVE REND-MES-W TO REND-EDIT
           MOVE REND-ANT-W TO REND2-EDIT
           MOVE PROMEDIO-W TO REND3-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*FECHA*:0}],*KM*:" DELIMITED BY SIZE
                  MES-KM-W            DELIMITED BY SIZE
                  ",*GALONES*:*"      DELIMITED BY SIZE
                  GAL-EDIT            DELIMITED BY SIZE
                  "*,*KM-GAL*:*"      DELIMITED BY SIZE
                  REND-EDIT           DELIMITED BY SIZE
                  "*,*KM-GAL-ANT*:*"  DELIMITED BY SIZE
                  REND2-EDIT          DELIMITED BY SIZE
                  "*,*PROMEDIO*:*"    DELIMITED BY SIZE
                  REND3-EDIT          DELIMITED BY SIZE
                  "*,*TENDENCIA*:*"   DELIMITED BY SIZE
                  TENDENCIA-W         DELIMITED BY "  "
                  "*,*TIQUETES-MES*:" DELIMITED BY SIZE
                  N-TIQ-PLACA-W       DELIMITED BY SIZE
                  ",*ALERTAS*:"       DELIMITED BY SIZE
                  N-ALERT-PLACA-W     DELIMITED BY SIZE
                  "},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
