      *                - OBLIGACIONES RECURRENTES: EL LADO DEBITO DE
      *                  LAS PLANTILLAS ACTIVAS (SC-ARCHPLA), UNA VEZ
      *                  POR MES EN LA SEMANA DEL DIA 25.
      *                - CREDITOS: CUOTAS PENDIENTES DE LAS TABLAS DE
      *                  AMORTIZACION DE LAS OBLIGACIONES FINANCIERAS
      *                  (SC-ARCHOBC, CON881) POR SU VENCIMIENTO; LO
      *                  VENCIDO CAE EN LA SEMANA 1.
      *                MUESTRA EL NETO Y LA POSICION ACUMULADA PARA
      *                VER EL HUECO DE LA QUINCENA CON ANTICIPACION.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR CUOTAS DE OBLIGACIONES FINANCIERAS EN EL FLUJO.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON864".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-RADIC.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-PLANT.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-OBCUO.CBL".

           SELECT ARCHIVO-CXP LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-CXP-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-RADIC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PLANT.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-OBCUO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01 NOM-RAD-W                    PIC X(70).
       01 NOM-PLA-W                    PIC X(70).
       01 NOM-CXP-W                    PIC X(70).
       01 NOM-OBC-W                    PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
             03 COBROS-SEM-W    PIC S9(14)V99.
             03 PAGOS-SEM-W     PIC S9(14)V99.
             03 OBLIG-SEM-W     PIC S9(14)V99.
             03 CREDITOS-SEM-W  PIC S9(14)V99.

       01 LIN-JSON-W                PIC X(400).

              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-OBCUO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CUOTAS-OBL.
       ESCR-EXCEP-OBCUO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-OBC-W                TO MSJ2-HTML
              MOVE "CON864"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-RAD-W NOM-PLA-W NOM-CXP-W NOM-OBC-W
                      NOM-PLANO-W

           MOVE "\\" TO NOM-RAD-W

           INSPECT NOM-RAD-W REPLACING FIRST " "
                                          BY "\"

           MOVE NOM-RAD-W TO NOM-PLA-W NOM-CXP-W NOM-OBC-W

           INSPECT NOM-RAD-W REPLACING
                   FIRST "                              "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCXP.DAT"

           INSPECT NOM-OBC-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W
           INSPECT NOM-OBC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHOBC.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-FLUJO-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W       DELIMITED BY "  "
              PERFORM UBICAR-OBLIG-MENSUAL
           END-IF.

       PROYECTAR-CREDITOS.
           OPEN INPUT ARCHIVO-CUOTAS-OBL
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              MOVE ZEROS TO FECHA-VENCE-OBC
              START ARCHIVO-CUOTAS-OBL KEY IS NOT LESS FECHA-VENCE-OBC
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM PROYECTAR-UNA-CUOTA UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-CUOTAS-OBL
           END-IF.

       GENERAR-PROYECCION.
           OPEN OUTPUT ARCHIVO-JSON

              END-IF
           END-IF.

      *    LAS CUOTAS VIENEN POR FECHA DE VENCIMIENTO: LA PRIMERA FUERA
      *    DEL HORIZONTE TERMINA EL RECORRIDO
       PROYECTAR-UNA-CUOTA.
           READ ARCHIVO-CUOTAS-OBL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF CUOTA-PENDIENTE
              AND FECHA-VENCE-OBC NOT = ZEROS
                 COMPUTE DIAS-EVENTO-W = FUNCTION INTEGER-OF-DATE
                         (FECHA-VENCE-OBC)
                 COMPUTE DIAS-DIF-W = DIAS-EVENTO-W - DIAS-HOY-W
                 IF DIAS-DIF-W < (SEMANAS-LLEGAD-W * 7)
                    PERFORM UBICAR-SEMANA
                    ADD VALOR-CUOTA-OBC TO CREDITOS-SEM-W (SEMANA-W)
                 ELSE
                    MOVE "10" TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

       SUMAR-UNA-PLANTILLA.
           READ ARCHIVO-PLANTILLAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
       ESCRIBIR-SEMANA.
           COMPUTE NETO-W = COBROS-SEM-W (K)
                   - PAGOS-SEM-W (K) - OBLIG-SEM-W (K)
                   - CREDITOS-SEM-W (K)
           ADD NETO-W TO ACUMULADO-W

           MOVE SPACES TO LIN-JSON-W
                  INTO LIN-JSON-W
           END-STRING
           MOVE OBLIG-SEM-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*CREDITOS*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE CREDITOS-SEM-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*,*NETO*:*" DELIMITED BY SIZE
