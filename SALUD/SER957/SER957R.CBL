      *=================================================================
      * OFRECE CUPOS DE LA AGENDA (SC-AGEND) A LA LISTA DE ESPERA POR
      * ESPECIALIDAD (SC-ARCHLES). LO LLAMAN LA RESPUESTA DEL
      * PROVEEDOR DE RECORDATORIOS CUANDO EL PACIENTE CANCELA
      * (SER933), LA GENERACION DE AGENDA (SAL723) Y LA PANTALLA DE LA
      * LISTA (SER957), CON EL AREA LNK-LESPE.
      * LA ESPECIALIDAD DEL CUPO ES LA DEL PROFESIONAL EN SC-ARCHRET.
      * EL CUPO SE OFRECE A LA PRIMERA SOLICITUD EN ESPERA DE ESA
      * ESPECIALIDAD (POR PRIORIDAD Y FECHA DE SOLICITUD) QUE NO PIDA
      * OTRO PROFESIONAL NI HAYA TENIDO YA ESE CUPO; QUEDA RESERVADO
      * EN LA AGENDA LAS HORAS DEL PARAMETRO (4 SI NO HAY), SIN PASAR
      * DE UNA HORA ANTES DE LA CITA, Y EL AVISO SALE POR LA COLA
      * CENTRAL (CON885R, PLANTILLA "CUPO"). LA OFERTA QUE VENCE SIN
      * RESPUESTA SUELTA EL CUPO PARA EL SIGUIENTE; CON N OFERTAS SIN
      * RESPUESTA (3 SI NO HAY) EL PACIENTE SALE DE LA LISTA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER957R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-LESPE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CITAS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RETHU.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-LESPE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CITAS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RETHU.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-LES-W             PIC X(70).
       77 NOM-CITAS-W           PIC X(70).
       77 NOM-RET-W             PIC X(70).
       77 SW-RET                PIC 9 VALUE 0.
       77 I                     PIC 9(3).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 HORA-HOY-W.
             03 HR-HOY-W        PIC 99.
             03 MIN-HOY-W       PIC 99.
             03 SEG-HOY-W       PIC 99.
             03 CEN-HOY-W       PIC 99.
          02 MIN-AHORA-W        PIC 9(10).
          02 MIN-CUPO-W         PIC 9(10).
          02 MIN-VENCE-W        PIC 9(10).
          02 HR-CUPO-W          PIC 99.
          02 MN-CUPO-W          PIC 99.
          02 DIAS-VENCE-W       PIC 9(7).
          02 MIN-DIA-W          PIC 9(4).
          02 HR-VENCE-W         PIC 99.
          02 MN-VENCE-W         PIC 99.
          02 FECHA-CUPO-W       PIC 9(8).
          02 FECHA-CUPO-X-W REDEFINES FECHA-CUPO-W.
             03 SIGLO-CUPO-W    PIC XX.
             03 AAMMDD-CUPO-W   PIC X(6).
          02 FECHA-FIN-W        PIC 9(8).
          02 DIAS-W             PIC 9(7).
          02 HORAS-RESERVA-W    PIC 99.
          02 DIAS-OFERTA-W      PIC 9(3).
          02 MAX-SIN-RESP-W     PIC 9.
          02 ESPEC-W            PIC X(20).
          02 SW-CUPO-W          PIC X.
             88 CUPO-LIBRE-W          VALUE "S".
          02 SW-CANDIDATO-W     PIC X.
             88 HAY-CANDIDATO-W       VALUE "S".
          02 SW-FIN-LES-W       PIC X.
          02 CONSEC-CAND-W      PIC 9(6).

      *    CUPO QUE SE ESTA OFRECIENDO.
       01 CUPO-W.
          02 FECHA-OF-W         PIC X(6).
          02 MEDICO-OF-W        PIC X(10).
          02 HORA-OF-W          PIC 9(4).

      *    CUPOS POR OFRECER (OFERTAS VENCIDAS O AGENDA DEL MEDICO);
      *    SE JUNTAN ANTES PORQUE OFRECER MUEVE LOS ARCHIVOS.
       01 TABLA-CUPOS-W.
          02 CANT-CUPOS-W       PIC 9(3).
          02 CUPO-TAB-W OCCURS 300.
             03 FECHA-TAB-W     PIC X(6).
             03 MEDICO-TAB-W    PIC X(10).
             03 HORA-TAB-W      PIC 9(4).
             03 CONSEC-TAB-W    PIC 9(6).

       COPY "P:\PROG\PROYECT\FUENTES\LNK-NOTIF.CBL".

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-LESPE.CBL".

       PROCEDURE DIVISION USING REG-LESPE-LNK.

       ABRIR-ARCHIVOS.
           MOVE "00"  TO RESULT-LESPE-LNK
           MOVE ZEROS TO CANT-OFERTAS-LESPE-LNK
           ACCEPT FECHA-HOY-W FROM DATE YYYYMMDD
           ACCEPT HORA-HOY-W  FROM TIME
           COMPUTE MIN-AHORA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W) * 1440
                 + HR-HOY-W * 60 + MIN-HOY-W

      *    SIN LISTA DE ESPERA NO HAY A QUIEN OFRECER.
           MOVE NOM-LES-LESPE-LNK TO NOM-LES-W
           OPEN I-O ARCHIVO-LISTA-ESPERA
           IF OTR-STAT NOT = "00"
              GO TO FIN-OFRECER
           END-IF

           MOVE NOM-CITAS-LESPE-LNK TO NOM-CITAS-W
           OPEN I-O ARCHIVO-CITAS
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99" TO RESULT-LESPE-LNK
              GO TO FIN-OFRECER
           END-IF

           MOVE NOM-RET-LESPE-LNK TO NOM-RET-W
           OPEN INPUT ARCHIVO-RETHUS
           IF OTR-STAT = "00"
              MOVE 1 TO SW-RET
           ELSE
              MOVE 0 TO SW-RET
           END-IF
           MOVE "00" TO OTR-STAT.

       LEER-CONTROL.
           INITIALIZE REG-LISTA-ESPERA
           MOVE "C"   TO TIPO-LES
           MOVE ZEROS TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   INITIALIZE DATOS-CONTROL-LES
           END-READ
           MOVE HORAS-RESERVA-LES TO HORAS-RESERVA-W
           MOVE DIAS-OFERTA-LES   TO DIAS-OFERTA-W
           MOVE MAX-SIN-RESP-LES  TO MAX-SIN-RESP-W
           IF HORAS-RESERVA-W = ZEROS
              MOVE 4 TO HORAS-RESERVA-W
           END-IF
           IF DIAS-OFERTA-W = ZEROS
              MOVE 30 TO DIAS-OFERTA-W
           END-IF
           IF MAX-SIN-RESP-W = ZEROS
              MOVE 3 TO MAX-SIN-RESP-W
           END-IF
           MOVE "00" TO OTR-STAT.

       VENCER-OFERTAS.
           MOVE ZEROS TO CANT-CUPOS-W
           INITIALIZE REG-LISTA-ESPERA
           MOVE "O" TO ESTADO-LES
           MOVE "N" TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS NOT LESS LLAVE-TURNO-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM BUSCAR-OFERTA-VENCIDA UNTIL SW-FIN-LES-W = "S"

           PERFORM VENCER-OFERTA VARYING I FROM 1 BY 1
                   UNTIL I > CANT-CUPOS-W.

       ESCOGER-OPCION.
           EVALUATE OPCION-LESPE-LNK
             WHEN "C"
                  MOVE FECHA-LESPE-LNK  TO FECHA-OF-W
                  MOVE MEDICO-LESPE-LNK TO MEDICO-OF-W
                  MOVE HORA-LESPE-LNK   TO HORA-OF-W
                  PERFORM OFRECER-CUPO THRU FIN-OFRECER-CUPO
             WHEN "M"
                  PERFORM OFRECER-AGENDA-MEDICO
             WHEN "L"
                  PERFORM SOLTAR-RESERVA THRU FIN-SOLTAR-RESERVA
             WHEN OTHER
                  CONTINUE
           END-EVALUATE

           IF SW-RET = 1
              CLOSE ARCHIVO-RETHUS
           END-IF
           CLOSE ARCHIVO-CITAS ARCHIVO-LISTA-ESPERA.

       FIN-OFRECER.
           EXIT PROGRAM.

      *=================================================================
      * OFERTAS CUYA RESERVA YA PASO: EL CUPO SE SUELTA Y PASA AL
      * SIGUIENTE DE LA LISTA
      *=================================================================
       BUSCAR-OFERTA-VENCIDA.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF NOT LES-OFRECIDA
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 IF MIN-VENCE-LES < MIN-AHORA-W
                 AND CANT-CUPOS-W < 300
                    ADD 1 TO CANT-CUPOS-W
                    MOVE FECHA-CUPO-LES  TO FECHA-TAB-W  (CANT-CUPOS-W)
                    MOVE MEDICO-CUPO-LES TO MEDICO-TAB-W (CANT-CUPOS-W)
                    MOVE HORA-CUPO-LES   TO HORA-TAB-W   (CANT-CUPOS-W)
                    MOVE CONSEC-LES      TO CONSEC-TAB-W (CANT-CUPOS-W)
                 END-IF
              END-IF
           END-IF.

       VENCER-OFERTA.
           MOVE "E"              TO TIPO-LES
           MOVE CONSEC-TAB-W (I) TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   MOVE "23" TO OTR-STAT
                NOT INVALID KEY
                   ADD 1 TO SIN-RESPUESTA-LES
                   IF SIN-RESPUESTA-LES NOT < MAX-SIN-RESP-W
                      MOVE "R"         TO ESTADO-LES
                      MOVE FECHA-HOY-W TO FECHA-SALIDA-LES
                      MOVE "SIN RESPUESTA A LAS OFERTAS"
                                       TO MOTIVO-SALIDA-LES
                   ELSE
                      MOVE "E"         TO ESTADO-LES
                   END-IF
                   REWRITE REG-LISTA-ESPERA END-REWRITE
           END-READ

           MOVE FECHA-TAB-W  (I) TO FECHA-OF-W
           MOVE MEDICO-TAB-W (I) TO MEDICO-OF-W
           MOVE HORA-TAB-W   (I) TO HORA-OF-W
           MOVE CONSEC-TAB-W (I) TO CONSEC-CAND-W
           PERFORM LIBERAR-CUPO
           PERFORM OFRECER-CUPO THRU FIN-OFRECER-CUPO.

      *    QUITA LA RESERVA DE LA SOLICITUD CONSEC-CAND-W DEL CUPO.
       LIBERAR-CUPO.
           PERFORM UBICAR-CUPO
           IF CUPO-LIBRE-W
              IF RESERVA-CIT = CONSEC-CAND-W
                 MOVE ZEROS TO RESERVA-CIT
                 REWRITE REG-CIT END-REWRITE
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "L": LA SOLICITUD YA NO QUIERE EL CUPO (RECHAZO O RETIRO
      * DESDE SER957): SE SUELTA Y SE OFRECE AL SIGUIENTE
      *=================================================================
       SOLTAR-RESERVA.
           MOVE "E"              TO TIPO-LES
           MOVE CONSEC-LESPE-LNK TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   MOVE "00" TO OTR-STAT
                   GO TO FIN-SOLTAR-RESERVA
           END-READ

           IF FECHA-CUPO-LES = SPACES
              GO TO FIN-SOLTAR-RESERVA
           END-IF

           MOVE FECHA-CUPO-LES  TO FECHA-OF-W
           MOVE MEDICO-CUPO-LES TO MEDICO-OF-W
           MOVE HORA-CUPO-LES   TO HORA-OF-W
           MOVE CONSEC-LES      TO CONSEC-CAND-W
           PERFORM LIBERAR-CUPO
           PERFORM OFRECER-CUPO THRU FIN-OFRECER-CUPO.

       FIN-SOLTAR-RESERVA.
           EXIT.

      *=================================================================
      * OPC "M": CUPOS VACIOS DEL MEDICO DESDE HOY HASTA N DIAS
      *=================================================================
       OFRECER-AGENDA-MEDICO.
           MOVE DIAS-LESPE-LNK TO DIAS-W
           IF DIAS-W = ZEROS OR DIAS-W > DIAS-OFERTA-W
              MOVE DIAS-OFERTA-W TO DIAS-W
           END-IF
           COMPUTE FECHA-FIN-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-HOY-W) + DIAS-W)

           MOVE ZEROS TO CANT-CUPOS-W
           INITIALIZE REG-CIT
           MOVE MEDICO-LESPE-LNK TO MEDICO-CIT
           START ARCHIVO-CITAS KEY IS NOT LESS MEDICO-CIT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM BUSCAR-CUPO-MEDICO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "S" TO SW-CANDIDATO-W
           PERFORM OFRECER-CUPO-TABLA VARYING I FROM 1 BY 1
                   UNTIL I > CANT-CUPOS-W OR NOT HAY-CANDIDATO-W.

       BUSCAR-CUPO-MEDICO.
           READ ARCHIVO-CITAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF MEDICO-CIT NOT = MEDICO-LESPE-LNK
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE "20"      TO SIGLO-CUPO-W
                 MOVE FECHA-CIT TO AAMMDD-CUPO-W
                 IF PACI-CIT = ZEROS
                 AND (RESERVA-CIT NOT NUMERIC OR RESERVA-CIT = ZEROS)
                 AND FECHA-CUPO-W NOT < FECHA-HOY-W
                 AND FECHA-CUPO-W NOT > FECHA-FIN-W
                 AND CANT-CUPOS-W < 300
                    ADD 1 TO CANT-CUPOS-W
                    MOVE FECHA-CIT  TO FECHA-TAB-W  (CANT-CUPOS-W)
                    MOVE MEDICO-CIT TO MEDICO-TAB-W (CANT-CUPOS-W)
                    MOVE HORA-CIT   TO HORA-TAB-W   (CANT-CUPOS-W)
                 END-IF
              END-IF
           END-IF.

       OFRECER-CUPO-TABLA.
           MOVE FECHA-TAB-W  (I) TO FECHA-OF-W
           MOVE MEDICO-TAB-W (I) TO MEDICO-OF-W
           MOVE HORA-TAB-W   (I) TO HORA-OF-W
           PERFORM OFRECER-CUPO THRU FIN-OFRECER-CUPO.

      *=================================================================
      * OFRECE EL CUPO DE CUPO-W A LA PRIMERA SOLICITUD QUE LE SIRVA
      *=================================================================
       OFRECER-CUPO.
           MOVE "N" TO SW-CANDIDATO-W

           MOVE "20"       TO SIGLO-CUPO-W
           MOVE FECHA-OF-W TO AAMMDD-CUPO-W
           IF FECHA-CUPO-W NOT NUMERIC
              GO TO FIN-OFRECER-CUPO
           END-IF
           DIVIDE HORA-OF-W BY 100 GIVING HR-CUPO-W
                  REMAINDER MN-CUPO-W
           COMPUTE MIN-CUPO-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-CUPO-W) * 1440
                 + HR-CUPO-W * 60 + MN-CUPO-W

      *    UN CUPO A MENOS DE UNA HORA YA NO ALCANZA A CONFIRMARSE.
           IF MIN-CUPO-W NOT > MIN-AHORA-W + 60
              MOVE "S" TO SW-CANDIDATO-W
              GO TO FIN-OFRECER-CUPO
           END-IF

           PERFORM UBICAR-CUPO
           IF NOT CUPO-LIBRE-W
              MOVE "S" TO SW-CANDIDATO-W
              GO TO FIN-OFRECER-CUPO
           END-IF
           IF RESERVA-CIT NUMERIC AND RESERVA-CIT NOT = ZEROS
              MOVE "S" TO SW-CANDIDATO-W
              GO TO FIN-OFRECER-CUPO
           END-IF

           MOVE SPACES TO ESPEC-W
           IF SW-RET = 1
              MOVE MEDICO-OF-W (1:4) TO COD-PROF-RET
              READ ARCHIVO-RETHUS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE ESPECIALIDAD-RET TO ESPEC-W
              END-READ
           END-IF
           MOVE "00" TO OTR-STAT

           PERFORM BUSCAR-CANDIDATO
           IF NOT HAY-CANDIDATO-W
              GO TO FIN-OFRECER-CUPO
           END-IF

      *    RESERVA EN LA AGENDA; EL CUPO SIGUE VACIO HASTA QUE EL
      *    PACIENTE ACEPTE EN SER957.
           MOVE CONSEC-CAND-W TO RESERVA-CIT
           REWRITE REG-CIT END-REWRITE

           COMPUTE MIN-VENCE-W = MIN-AHORA-W + HORAS-RESERVA-W * 60
           IF MIN-VENCE-W > MIN-CUPO-W - 60
              COMPUTE MIN-VENCE-W = MIN-CUPO-W - 60
           END-IF

           MOVE "E"           TO TIPO-LES
           MOVE CONSEC-CAND-W TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   GO TO FIN-OFRECER-CUPO
           END-READ
           MOVE "O"           TO ESTADO-LES
           MOVE CUPO-W        TO CUPO-LES
           MOVE FECHA-HOY-W   TO FECHA-OFERTA-LES
           MOVE HORA-HOY-W (1:4) TO HORA-OFERTA-LES
           MOVE MIN-VENCE-W   TO MIN-VENCE-LES
           DIVIDE MIN-VENCE-W BY 1440 GIVING DIAS-VENCE-W
                  REMAINDER MIN-DIA-W
           DIVIDE MIN-DIA-W BY 60 GIVING HR-VENCE-W
                  REMAINDER MN-VENCE-W
           COMPUTE FECHA-VENCE-LES =
                   FUNCTION DATE-OF-INTEGER (DIAS-VENCE-W)
           COMPUTE HORA-VENCE-LES = HR-VENCE-W * 100 + MN-VENCE-W
           ADD 1 TO NRO-OFERTAS-LES

           PERFORM AVISAR-OFERTA
           MOVE NRO-NOTIF-LNK TO NRO-NOT-LES
           REWRITE REG-LISTA-ESPERA END-REWRITE

           ADD 1 TO CANT-OFERTAS-LESPE-LNK
           MOVE CONSEC-CAND-W TO CONSEC-LESPE-LNK.

       FIN-OFRECER-CUPO.
           MOVE "00" TO OTR-STAT.

      *    EL CUPO VACIO EN LA AGENDA: POR DIA Y MEDICO HASTA LA HORA.
       UBICAR-CUPO.
           MOVE "N" TO SW-CUPO-W
           INITIALIZE REG-CIT
           MOVE FECHA-OF-W  TO FECHA-CIT
           MOVE MEDICO-OF-W TO MEDICO-CIT
           START ARCHIVO-CITAS KEY IS NOT LESS LLAVE-ALT-CIT
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           PERFORM LEER-CUPO UNTIL OTR-STAT NOT = "00" OR CUPO-LIBRE-W
           MOVE "00" TO OTR-STAT.

       LEER-CUPO.
           READ ARCHIVO-CITAS NEXT RECORD
                AT END MOVE "23" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF FECHA-CIT  NOT = FECHA-OF-W
              OR MEDICO-CIT NOT = MEDICO-OF-W
                 MOVE "23" TO OTR-STAT
              ELSE
                 IF HORA-CIT = HORA-OF-W AND PACI-CIT = ZEROS
                    MOVE "S" TO SW-CUPO-W
                 END-IF
              END-IF
           END-IF.

      *    PRIMERA SOLICITUD EN ESPERA DE LA ESPECIALIDAD DEL CUPO (SI
      *    EL PROFESIONAL NO LA TIENE, SOLO LAS QUE LO PIDEN A EL).
       BUSCAR-CANDIDATO.
           INITIALIZE REG-LISTA-ESPERA
           MOVE "E"     TO ESTADO-LES
           MOVE ESPEC-W TO ESPECIALIDAD-LES
           MOVE "N"     TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS NOT LESS LLAVE-TURNO-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM LEER-CANDIDATO
                   UNTIL SW-FIN-LES-W = "S" OR HAY-CANDIDATO-W
           MOVE "00" TO OTR-STAT.

       LEER-CANDIDATO.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF NOT LES-EN-ESPERA
              OR (ESPEC-W NOT = SPACES
                  AND ESPECIALIDAD-LES NOT = ESPEC-W)
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 IF CUPO-LES NOT = CUPO-W
                    IF PROF-LES = MEDICO-OF-W (1:4)
                    OR (PROF-LES = SPACES AND ESPEC-W NOT = SPACES)
                       MOVE "S"        TO SW-CANDIDATO-W
                       MOVE CONSEC-LES TO CONSEC-CAND-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

       AVISAR-OFERTA.
           INITIALIZE REG-NOTIF-LNK
           MOVE DIR-LESPE-LNK TO DIR-NOTIF-LNK
           MOVE "SER957"      TO PROGRAMA-NOTIF-LNK
           MOVE "CUPO"        TO PLANTILLA-NOTIF-LNK
           MOVE "P"           TO CLASE-DEST-NOTIF-LNK
           MOVE COD-PACI-LES  TO ID-DEST-NOTIF-LNK
           MOVE CANAL-LES     TO CANAL-NOTIF-LNK
           IF CANAL-LES = "E"
              MOVE EMAIL-LES    TO DIRECCION-NOTIF-LNK
           ELSE
              MOVE TELEFONO-LES TO DIRECCION-NOTIF-LNK
           END-IF
           MOVE 1             TO PRIORIDAD-NOTIF-LNK
           STRING "TIENE UN CUPO DE "     DELIMITED BY SIZE
                  ESPECIALIDAD-LES        DELIMITED BY "  "
                  " EL "                  DELIMITED BY SIZE
                  FECHA-CUPO-W            DELIMITED BY SIZE
                  " A LAS "               DELIMITED BY SIZE
                  HORA-OF-W               DELIMITED BY SIZE
                  " CON "                 DELIMITED BY SIZE
                  MEDICO-OF-W             DELIMITED BY SPACE
                  ". CONFIRME ANTES DEL " DELIMITED BY SIZE
                  FECHA-VENCE-LES         DELIMITED BY SIZE
                  " A LAS "               DELIMITED BY SIZE
                  HORA-VENCE-LES          DELIMITED BY SIZE
                  " O SE OFRECE AL SIGUIENTE. SOLICITUD "
                                          DELIMITED BY SIZE
                  CONSEC-LES              DELIMITED BY SIZE
                  INTO TEXTO-NOTIF-LNK
           END-STRING

           CALL "CON885R" USING REG-NOTIF-LNK
                ON EXCEPTION MOVE "99" TO ESTADO-NOTIF-LNK
           END-CALL
           CANCEL "CON885R".
