      *=================================================================
      * CONTABILIDAD - GENERACION DE LOS ESTADOS FINANCIEROS DE
      *                PRESENTACION (OPC "G" DE CON863) EN BATCH: LO
      *                LLAMA CON863 DESDE LA PANTALLA Y LA COLA DE
      *                INFORMES (CON883) CON EL AREA LNK-COLA.
      *                LA LINEA DE PARAMETROS ES LA MISMA DE LA
      *                PANTALLA (SESION|DIRECTORIO|OPC|...|ANO|MES|..);
      *                LA SESION NO SE VALIDA AQUI, YA LA VALIDO QUIEN
      *                LLAMA. EL JSON QUEDA EN EL ARCHIVO QUE TRAE
      *                ARCHIVO-COLA-LNK.
      *                DEVUELVE "00" EN ESTADO-COLA-LNK SI TERMINO
      *                BIEN; SI NO, EL ESTADO DEL ARCHIVO QUE FALLO O
      *                "99" Y EL MENSAJE.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON863R.

       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PROSOFT.
       OBJECT-COMPUTER. PROSOFT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-ESTFI.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-OBLIG.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-OBCUO.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ESTFI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-OBLIG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-OBCUO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC.CBL".

       77 SW-FIN                       PIC 9 VALUE 1.

       01 NOM-USU-W                    PIC X(70).
       01 NOM-MOV                      PIC X(70).
       01 NOM-EFI-W                    PIC X(70).
       01 NOM-OBL-W                    PIC X(70).
       01 NOM-OBC-W                    PIC X(70).
       01 NOM-MOV-BASE-W               PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 OPC-LLEGAD-W              PIC X.
          02 ESTADO-LLEGAD-W           PIC X.
          02 ORDEN-LLEGAD-W            PIC 9(3).
          02 DESCRIP-LLEGAD-W          PIC X(40).
          02 MAY-DESDE-LLEGAD-W        PIC XX.
          02 MAY-HASTA-LLEGAD-W        PIC XX.
          02 SIGNO-LLEGAD-W            PIC X.
          02 ANO-LLEGAD-W              PIC 9(4).
          02 MES-LLEGAD-W              PIC 99.

       01 VARIABLES.
          02 K                  PIC 9(3).
          02 N-RUB-W            PIC 9(3)  VALUE 0.
          02 MES-W              PIC 99.
          02 ANO2-W             PIC XX.
          02 ANO-ANT-W          PIC 9(4).
          02 SW-PASADA-W        PIC X.
          02 RESUL-ACTUAL-W     PIC S9(14)V99.
          02 RESUL-ANTER-W      PIC S9(14)V99.
          02 VARIACION-W        PIC S9(14)V99.
          02 VALOR-EDIT         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 CORTE-OBL-W        PIC 9(8).
          02 LIMITE-OBL-W       PIC 9(8).
          02 CAPITAL-OBL-W      PIC S9(13)V99.
          02 CORRIENTE-OBL-W    PIC S9(14)V99.
          02 NO-CORRIENTE-OBL-W PIC S9(14)V99.

       01 TABLA-RUBROS.
          02 DET-RUB-W OCCURS 100.
             03 ESTADO-RUB-W    PIC X.
             03 ORDEN-RUB-W     PIC 9(3).
             03 DESCRIP-RUB-W   PIC X(40).
             03 MAY-DESDE-RUB-W PIC XX.
             03 MAY-HASTA-RUB-W PIC XX.
             03 SIGNO-RUB-W     PIC X.
             03 ACTUAL-RUB-W    PIC S9(14)V99.
             03 ANTERIOR-RUB-W  PIC S9(14)V99.

       01 TABLA-MESES-W.
          02 FILLER PIC X(36) VALUE
             "ENEFEBMARABRMAYJUNJULAGTSEPOCTNOVDIC".
       01 TABLA-MESES-R REDEFINES TABLA-MESES-W.
          02 MES-DIR-W OCCURS 12    PIC XXX.

       01 LIN-JSON-W                PIC X(400).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-COLA.CBL".

       PROCEDURE DIVISION USING REG-COLA-LNK.

       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-USU-W                TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-MOV                  TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-ESTFI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ESTADOS-FIN.
       ESCR-EXCEP-ESTFI.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-EFI-W                TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-OBLIG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-OBLIGACIONES.
       ESCR-EXCEP-OBLIG.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-OBL-W                TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-OBCUO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CUOTAS-OBL.
       ESCR-EXCEP-OBCUO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-OBC-W                TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-PLANO-W              TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       END DECLARATIVES.
       PROCEDURAL SECTION.

       INICIAR-ESTADOS.
           MOVE "99"                TO ESTADO-COLA-LNK
           MOVE SPACES              TO MENSAJE-COLA-LNK
           MOVE ARCHIVO-COLA-LNK    TO NOM-PLANO-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING PARAMETROS-COLA-LNK DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    OPC-LLEGAD-W, ESTADO-LLEGAD-W, ORDEN-LLEGAD-W,
                    DESCRIP-LLEGAD-W, MAY-DESDE-LLEGAD-W,
                    MAY-HASTA-LLEGAD-W, SIGNO-LLEGAD-W,
                    ANO-LLEGAD-W, MES-LLEGAD-W
           END-UNSTRING

           IF OPC-LLEGAD-W NOT = "G"
           OR DIR-CONTAB-LLEGADA-W = SPACES
              MOVE "Parametros del informe no validos"
                                        TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF

           IF ANO-LLEGAD-W = ZEROS
           OR MES-LLEGAD-W = ZEROS OR MES-LLEGAD-W > 12
              MOVE "Periodo no valido"  TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       LEER-CONFIGURACION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W
           OPEN INPUT ARCHIVO-USUNET
           IF OTR-STAT NOT = "00"
              MOVE OTR-STAT                 TO ESTADO-COLA-LNK
              MOVE NOM-USU-W                TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF

           INITIALIZE LLAVE-USUNET
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

           IF NOMBRE-USUNET = SPACES
              MOVE "Falta configurar usuarios" TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-EFI-W NOM-OBL-W NOM-OBC-W NOM-MOV-BASE-W

           MOVE "\\" TO NOM-EFI-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-EFI-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-EFI-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-EFI-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-EFI-W TO NOM-MOV-BASE-W NOM-OBL-W NOM-OBC-W

           INSPECT NOM-EFI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEFI.DAT"
           INSPECT NOM-OBL-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHOBL.DAT"
           INSPECT NOM-OBC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHOBC.DAT".

      *=================================================================
      * GENERACION DE LOS ESTADOS
      *=================================================================
       GENERAR-ESTADOS.
           OPEN INPUT ARCHIVO-ESTADOS-FIN
           IF OTR-STAT NOT = "00"
              MOVE "Sin rubros de presentacion definidos"
                                             TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF

           INITIALIZE TABLA-RUBROS N-RUB-W
                      RESUL-ACTUAL-W RESUL-ANTER-W

           INITIALIZE LLAVE-EFI
           START ARCHIVO-ESTADOS-FIN KEY IS NOT LESS LLAVE-EFI
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM CARGAR-RUBRO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-ESTADOS-FIN

           IF N-RUB-W = ZEROS
              MOVE "Sin rubros de presentacion definidos"
                                             TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF

      *    PASADA "A": MESES 1..N DEL ANO PEDIDO.
      *    PASADA "P": MISMO CORTE DEL ANO ANTERIOR.

           MOVE "A" TO SW-PASADA-W
           MOVE ANO-LLEGAD-W (3:2) TO ANO2-W
           PERFORM ACUMULAR-MES
                   VARYING MES-W FROM 1 BY 1
                   UNTIL MES-W > MES-LLEGAD-W

           MOVE "P" TO SW-PASADA-W
           COMPUTE ANO-ANT-W = ANO-LLEGAD-W - 1
           MOVE ANO-ANT-W (3:2) TO ANO2-W
           PERFORM ACUMULAR-MES
                   VARYING MES-W FROM 1 BY 1
                   UNTIL MES-W > MES-LLEGAD-W

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*ANO*:"     DELIMITED BY SIZE
                  ANO-LLEGAD-W  DELIMITED BY SIZE
                  ",*MES*:"     DELIMITED BY SIZE
                  MES-LLEGAD-W  DELIMITED BY SIZE
                  ",*RUBROS*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-RUBRO
                   VARYING K FROM 1 BY 1 UNTIL K > N-RUB-W

           COMPUTE RESUL-ACTUAL-W = RESUL-ACTUAL-W * -1
           COMPUTE RESUL-ANTER-W  = RESUL-ANTER-W * -1
           COMPUTE VARIACION-W = RESUL-ACTUAL-W - RESUL-ANTER-W

           MOVE SPACES TO LIN-JSON-W
           MOVE RESUL-ACTUAL-W TO VALOR-EDIT
           STRING "{*ESTADO*:*X*}],*RESULTADO*:{*ACTUAL*:*"
                                  DELIMITED BY SIZE
                  VALOR-EDIT      DELIMITED BY SIZE
                  "*,*ANTERIOR*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE RESUL-ANTER-W TO VALOR-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*,*VARIACION*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE VARIACION-W TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*},"        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM CLASIFICAR-OBLIGACIONES

           MOVE SPACES TO LIN-JSON-W
           MOVE CORRIENTE-OBL-W TO VALOR-EDIT
           STRING "*OBLIGACIONES*:{*CORRIENTE*:*" DELIMITED BY SIZE
                  VALOR-EDIT                      DELIMITED BY SIZE
                  "*,*NO-CORRIENTE*:*"            DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE NO-CORRIENTE-OBL-W TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*}}"        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE "00" TO ESTADO-COLA-LNK
           GO TO SALIR.

      *    OBLIGACIONES FINANCIERAS AL CIERRE DEL MES PEDIDO: CAPITAL
      *    DE LAS CUOTAS PENDIENTES Y DE LAS PAGADAS DESPUES DEL CORTE,
      *    DE LAS OBLIGACIONES YA DESEMBOLSADAS. ES CORRIENTE LO QUE
      *    VENCE DENTRO DEL ANO SIGUIENTE (MISMA REGLA DE CON881).
       CLASIFICAR-OBLIGACIONES.
           INITIALIZE CORRIENTE-OBL-W NO-CORRIENTE-OBL-W
           COMPUTE CORTE-OBL-W  = ANO-LLEGAD-W * 10000
                                + MES-LLEGAD-W * 100 + 31
           COMPUTE LIMITE-OBL-W = CORTE-OBL-W + 10000

           OPEN INPUT ARCHIVO-OBLIGACIONES
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              OPEN INPUT ARCHIVO-CUOTAS-OBL
              IF OTR-STAT NOT = "00"
                 MOVE "00" TO OTR-STAT
              ELSE
                 MOVE LOW-VALUES TO LLAVE-OBC
                 START ARCHIVO-CUOTAS-OBL KEY IS NOT LESS LLAVE-OBC
                       INVALID KEY MOVE "10" TO OTR-STAT
                 END-START
                 PERFORM SUMAR-CUOTA-OBL UNTIL OTR-STAT NOT = "00"
                 MOVE "00" TO OTR-STAT
                 CLOSE ARCHIVO-CUOTAS-OBL
              END-IF
              CLOSE ARCHIVO-OBLIGACIONES
           END-IF.

       SUMAR-CUOTA-OBL.
           READ ARCHIVO-CUOTAS-OBL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-OBL-OBC NOT = COD-OBL
                 MOVE COD-OBL-OBC TO COD-OBL
                 READ ARCHIVO-OBLIGACIONES
                      INVALID KEY
                         INITIALIZE REG-OBLIGACION
                         MOVE COD-OBL-OBC TO COD-OBL
                         MOVE 99999999    TO FECHA-DESEMB-OBL
                 END-READ
                 MOVE "00" TO OTR-STAT
              END-IF

              MOVE ZEROS TO CAPITAL-OBL-W
              IF CUOTA-PENDIENTE
                 MOVE CAPITAL-OBC TO CAPITAL-OBL-W
              ELSE
                 IF FECHA-PAGO-OBC > CORTE-OBL-W
                    MOVE CAPITAL-PAG-OBC TO CAPITAL-OBL-W
                 END-IF
              END-IF

              IF FECHA-DESEMB-OBL NOT > CORTE-OBL-W
                 IF FECHA-VENCE-OBC NOT > LIMITE-OBL-W
                    ADD CAPITAL-OBL-W TO CORRIENTE-OBL-W
                 ELSE
                    ADD CAPITAL-OBL-W TO NO-CORRIENTE-OBL-W
                 END-IF
              END-IF
           END-IF.

       CARGAR-RUBRO.
           READ ARCHIVO-ESTADOS-FIN NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF N-RUB-W < 100
                 ADD 1 TO N-RUB-W
                 MOVE ESTADO-EFI    TO ESTADO-RUB-W    (N-RUB-W)
                 MOVE ORDEN-EFI     TO ORDEN-RUB-W     (N-RUB-W)
                 MOVE DESCRIP-EFI   TO DESCRIP-RUB-W   (N-RUB-W)
                 MOVE MAY-DESDE-EFI TO MAY-DESDE-RUB-W (N-RUB-W)
                 MOVE MAY-HASTA-EFI TO MAY-HASTA-RUB-W (N-RUB-W)
                 MOVE SIGNO-EFI     TO SIGNO-RUB-W     (N-RUB-W)
              END-IF
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
              PERFORM LEER-MOVIMIENTO-EFI
                      UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE MOVIMIENTO-DIARIO
           END-IF.

       LEER-MOVIMIENTO-EFI.
           READ MOVIMIENTO-DIARIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF LLAVE-COMP-MOV = "99999999"
                 CONTINUE
              ELSE
                 PERFORM CLASIFICAR-LINEA-EFI
                         VARYING K FROM 1 BY 1 UNTIL K > N-RUB-W
                 IF CUENTA-MOV (1:1) >= "4"
                 AND CUENTA-MOV (1:1) <= "7"
                    IF SW-PASADA-W = "A"
                       ADD VALOR-MOV TO RESUL-ACTUAL-W
                    ELSE
                       ADD VALOR-MOV TO RESUL-ANTER-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CLASIFICAR-LINEA-EFI.
           IF  CUENTA-MOV (1:2) >= MAY-DESDE-RUB-W (K)
           AND CUENTA-MOV (1:2) <= MAY-HASTA-RUB-W (K)
              IF SW-PASADA-W = "A"
                 ADD VALOR-MOV TO ACTUAL-RUB-W (K)
              ELSE
                 ADD VALOR-MOV TO ANTERIOR-RUB-W (K)
              END-IF
           END-IF.

       ESCRIBIR-RUBRO.
           IF SIGNO-RUB-W (K) = "I"
              COMPUTE ACTUAL-RUB-W (K)   = ACTUAL-RUB-W (K) * -1
              COMPUTE ANTERIOR-RUB-W (K) = ANTERIOR-RUB-W (K) * -1
           END-IF

           COMPUTE VARIACION-W =
                   ACTUAL-RUB-W (K) - ANTERIOR-RUB-W (K)

           MOVE SPACES TO LIN-JSON-W
           STRING "{*ESTADO*:*"     DELIMITED BY SIZE
                  ESTADO-RUB-W (K)  DELIMITED BY SIZE
                  "*,*ORDEN*:"      DELIMITED BY SIZE
                  ORDEN-RUB-W (K)   DELIMITED BY SIZE
                  ",*DESCRIP*:*"    DELIMITED BY SIZE
                  DESCRIP-RUB-W (K) DELIMITED BY "  "
                  "*,*ACTUAL*:*"    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE ACTUAL-RUB-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*,*ANTERIOR*:*"  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE ANTERIOR-RUB-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*,*VARIACION*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE VARIACION-W TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*},"        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       SALIR.
           EXIT PROGRAM.
       FIN.
           STOP RUN.
