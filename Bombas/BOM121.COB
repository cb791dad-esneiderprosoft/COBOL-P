      * 02/09/26 JLR LOS INTERESES DE MORA LIQUIDADOS POR BOM130
      *              (SC-ARCHICO) ENTRAN AL EXTRACTO Y A LAS EDADES
      *              COMO CARGOS FECHADOS DEL DEUDOR.
      * 15/10/26 JLR EL EXTRACTO DETALLADO LLEVA EL RENDIMIENTO DEL
      *              MES DEL CORTE POR PLACA (KM/GALON Y ALERTAS),
      *              CON LAS LECTURAS DE ODOMETRO DE SC-ARCHODO.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM121".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ABOND.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-INTCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ODOME.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ABOND.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-INTCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ODOME.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".

       01 NOM-TER-W             PIC X(70).
       01 NOM-ABO-W             PIC X(70).
       01 NOM-ICO-W             PIC X(70).
       01 NOM-ODO-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 LINEA-LLEGAD-W        PIC X(200).
          02 VALOR-EDIT         PIC -ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
          02 CANT-EDIT          PIC ZZZ,ZZZ,ZZ9.99.

       01 RENDIMIENTO-PLACA-W.
          02 MES-CORTE-W        PIC 9(6).
          02 MES-ODO-W          PIC 9(6).
          02 PLACA-ACT-W        PIC X(6).
          02 KM-PREV-W          PIC 9(7).
          02 KM-REC-W           PIC 9(7).
          02 REND-W             PIC 9(5)V99.
          02 HIST-KM-W          PIC 9(9).
          02 HIST-GAL-W         PIC 9(9)V99.
          02 MES-KM-W           PIC 9(9).
          02 MES-GAL-W          PIC 9(9)V99.
          02 PROMEDIO-W         PIC 9(5)V99.
          02 LIMITE-REND-W      PIC 9(5)V99.
          02 REND-MES-W         PIC 9(5)V99.
          02 N-ALERT-PLACA-W    PIC 9(4).
          02 REND-EDIT          PIC ZZ,ZZ9.99.
          02 REND2-EDIT         PIC ZZ,ZZ9.99.

       01 TABLA-CARGOS.
          02 N-CAR-MAX          PIC 9(4) VALUE 600.
          02 DET-CARGO-W OCCURS 600.
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ODOMETRO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ODOMETRO.
       ESCR-EXCEP-ODOMETRO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ODO-W               TO MSJ2-HTML
              MOVE "BOM121"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCEROS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCEROS.
       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-COMBU-W NOM-TER-W NOM-ABO-W NOM-ICO-W
                      NOM-ODO-W NOM-PLANO-W
           MOVE "\\" TO NOM-COMBU-W

           INSPECT NOM-COMBU-W REPLACING FIRST "                    "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-COMBU-W  TO NOM-TER-W NOM-ABO-W NOM-ICO-W
                                NOM-ODO-W

           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHICO.DAT"

           INSPECT NOM-ODO-W   REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHODO.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-ESTDEUD-" DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  VALOR-EDIT     DELIMITED BY SIZE
                  "*,*LIMITE*:*" DELIMITED BY SIZE
                  LIMITE-W       DELIMITED BY SIZE
                  "*,"           DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    RENDIMIENTO POR PLACA DEL MES DEL CORTE, CON EL MISMO
      *    CALCULO DE BOM141 (KM DE TANQUEO A TANQUEO CONTRA EL
      *    PROMEDIO PROPIO DEL VEHICULO, TOLERANCIA 30%). SIN
      *    LECTURAS DE ODOMETRO LA LISTA SALE VACIA.

       RENDIMIENTO-PLACAS.
           MOVE "*RENDIMIENTO*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE CORTE-LLEGAD-W (1:6) TO MES-CORTE-W
           OPEN INPUT ARCHIVO-ODOMETRO
           IF OTR-STAT = "00"
              MOVE NIT-LLEGAD-W TO NIT-ODO
              MOVE SPACES       TO PLACA-ODO DOC-ODO
              MOVE ZEROS        TO FECHA-ODO
              START ARCHIVO-ODOMETRO KEY IS NOT LESS LLAVE-ODO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              MOVE SPACES TO PLACA-ACT-W
              PERFORM LEER-ODOMETRO UNTIL OTR-STAT NOT = "00"
              IF PLACA-ACT-W NOT = SPACES
                 PERFORM CERRAR-PLACA
              END-IF
              CLOSE ARCHIVO-ODOMETRO
           END-IF
           MOVE "00" TO OTR-STAT

           MOVE "{*PLACA*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           GO TO FINALIZAR.
              END-IF
           END-IF.

       LEER-ODOMETRO.
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
                 MOVE PLACA-ODO TO PLACA-ACT-W
                 INITIALIZE KM-PREV-W HIST-KM-W HIST-GAL-W
                            MES-KM-W MES-GAL-W N-ALERT-PLACA-W
              END-IF
              PERFORM EVALUAR-ODOMETRO
           END-IF.

       EVALUAR-ODOMETRO.
           MOVE ZEROS TO KM-REC-W REND-W
           MOVE FECHA-ODO (1:6) TO MES-ODO-W

           IF KM-PREV-W > ZEROS
              IF KM-ODO < KM-PREV-W
                 IF MES-ODO-W = MES-CORTE-W
                    ADD 1 TO N-ALERT-PLACA-W
                 END-IF
              ELSE
                 COMPUTE KM-REC-W = KM-ODO - KM-PREV-W
                 IF GALONES-ODO > ZEROS
                    COMPUTE REND-W ROUNDED = KM-REC-W / GALONES-ODO
                 END-IF
              END-IF
           END-IF

           IF REND-W > ZEROS
              EVALUATE TRUE
                WHEN MES-ODO-W < MES-CORTE-W
                     ADD KM-REC-W    TO HIST-KM-W
                     ADD GALONES-ODO TO HIST-GAL-W
                WHEN MES-ODO-W = MES-CORTE-W
                     ADD KM-REC-W    TO MES-KM-W
                     ADD GALONES-ODO TO MES-GAL-W
                     IF HIST-GAL-W > ZEROS
                        COMPUTE PROMEDIO-W ROUNDED =
                                HIST-KM-W / HIST-GAL-W
                        COMPUTE LIMITE-REND-W ROUNDED =
                                PROMEDIO-W * 70 / 100
                        IF REND-W < LIMITE-REND-W
                           ADD 1 TO N-ALERT-PLACA-W
                        END-IF
                     END-IF
              END-EVALUATE
           END-IF

           MOVE KM-ODO TO KM-PREV-W.

       CERRAR-PLACA.
           MOVE ZEROS TO REND-MES-W PROMEDIO-W
           IF MES-GAL-W > ZEROS
              COMPUTE REND-MES-W ROUNDED = MES-KM-W / MES-GAL-W
           END-IF
           IF HIST-GAL-W > ZEROS
              COMPUTE PROMEDIO-W ROUNDED = HIST-KM-W / HIST-GAL-W
           END-IF

           MOVE MES-GAL-W  TO CANT-EDIT
           MOVE REND-MES-W TO REND-EDIT
           MOVE PROMEDIO-W TO REND2-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*PLACA*:*"        DELIMITED BY SIZE
                  PLACA-ACT-W         DELIMITED BY SIZE
                  "*,*KM*:"           DELIMITED BY SIZE
                  MES-KM-W            DELIMITED BY SIZE
                  ",*GALONES*:*"      DELIMITED BY SIZE
                  CANT-EDIT           DELIMITED BY SIZE
                  "*,*KM-GAL*:*"      DELIMITED BY SIZE
                  REND-EDIT           DELIMITED BY SIZE
                  "*,*PROMEDIO*:*"    DELIMITED BY SIZE
                  REND2-EDIT          DELIMITED BY SIZE
                  "*,*ALERTAS*:"      DELIMITED BY SIZE
                  N-ALERT-PLACA-W     DELIMITED BY SIZE
                  "},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
