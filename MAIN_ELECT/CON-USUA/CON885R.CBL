      *=================================================================
      * PUBLICA UN MENSAJE EN LA COLA CENTRAL DE NOTIFICACIONES
      * (SC-ARCHNOT, EN DATOS DEL SERVIDOR). LO LLAMA CUALQUIER
      * PROGRAMA QUE TENGA QUE AVISAR A ALGUIEN FUERA DE LA PANTALLA
      * (ESCALAMIENTO EWS, TRIAGE VENCIDO, PQRS POR VENCER, CADENA DE
      * FRIO ...) CON EL AREA LNK-NOTIF. EL MENSAJE QUEDA PENDIENTE
      * CON SU PRIMER EVENTO EN LA BITACORA; EL ENVIO, LOS REINTENTOS
      * Y EL ESCALAMIENTO SON DEL DESPACHADOR (CON885 OPC "D").
      * NO TUMBA AL QUE LLAMA: CUALQUIER TROPIEZO VUELVE EN EL ESTADO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON885R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-NOTIF.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOTIF.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-NOT-W             PIC X(70).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 HORA-HOY-W.
             03 HR-HOY-W        PIC 99.
             03 MIN-HOY-W       PIC 99.
             03 SEG-HOY-W       PIC 99.
             03 CEN-HOY-W       PIC 99.
          02 MIN-AHORA-W        PIC 9(10).
          02 NRO-MENSAJE-W      PIC 9(9).
          02 SW-PLANTILLA-W     PIC X.
          02 ALTERNO-W.
             03 CLASE-ALT-W     PIC X.
             03 ID-ALT-W        PIC X(15).
             03 CANAL-ALT-W     PIC X.
             03 DIRECCION-ALT-W PIC X(60).
          02 MINUTOS-ACUSE-W    PIC 9(4).
          02 MAX-INTENTOS-W     PIC 9.

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-NOTIF.CBL".

       PROCEDURE DIVISION USING REG-NOTIF-LNK.

       PUBLICAR-MENSAJE.
           MOVE ZEROS TO NRO-NOTIF-LNK
           MOVE "00"  TO ESTADO-NOTIF-LNK
           ACCEPT FECHA-HOY-W FROM DATE YYYYMMDD
           ACCEPT HORA-HOY-W  FROM TIME
           COMPUTE MIN-AHORA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W) * 1440
                 + HR-HOY-W * 60 + MIN-HOY-W

           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHNOT.DAT" TO NOM-NOT-W
           OPEN I-O ARCHIVO-NOTIFICA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-NOTIFICA
              CLOSE       ARCHIVO-NOTIFICA
              OPEN I-O    ARCHIVO-NOTIFICA
           END-IF

           IF OTR-STAT NOT = "00"
              MOVE "99" TO ESTADO-NOTIF-LNK
              GO TO FIN-PUBLICAR
           END-IF.

      *    DESTINATARIOS DE LA PLANTILLA: COMPLETAN LO QUE EL
      *    PROGRAMA NO TRAE Y DAN EL SEGUNDO PARA EL ESCALAMIENTO.
      *    UNA ALERTA CLINICA TRAE SOLO EL PACIENTE: SALE A LA
      *    DIRECCION DE LA PLANTILLA Y QUEDA EN LA BITACORA DEL
      *    PACIENTE.
       LEER-PLANTILLA.
           MOVE "N" TO SW-PLANTILLA-W
           INITIALIZE REG-NOTIFICA
           MOVE "D"                 TO TIPO-NOT
           MOVE PLANTILLA-NOTIF-LNK TO ID-NOT
           READ ARCHIVO-NOTIFICA
                INVALID KEY
                   INITIALIZE REG-NOTIFICA
                NOT INVALID KEY
                   MOVE "S" TO SW-PLANTILLA-W
           END-READ
           MOVE CLASE-ALT-DEF-NOT     TO CLASE-ALT-W
           MOVE ID-ALT-DEF-NOT        TO ID-ALT-W
           MOVE CANAL-ALT-DEF-NOT     TO CANAL-ALT-W
           MOVE DIRECCION-ALT-DEF-NOT TO DIRECCION-ALT-W
           MOVE MINUTOS-ACUSE-DEF-NOT TO MINUTOS-ACUSE-W
           MOVE MAX-INTENTOS-DEF-NOT  TO MAX-INTENTOS-W

           IF SW-PLANTILLA-W = "S"
              IF DIRECCION-NOTIF-LNK = SPACES
                 MOVE CANAL-DEF-NOT     TO CANAL-NOTIF-LNK
                 MOVE DIRECCION-DEF-NOT TO DIRECCION-NOTIF-LNK
                 IF ID-DEST-NOTIF-LNK = SPACES
                    MOVE CLASE-DEF-NOT  TO CLASE-DEST-NOTIF-LNK
                    MOVE ID-DEF-NOT     TO ID-DEST-NOTIF-LNK
                 END-IF
              END-IF
              IF CANAL-NOTIF-LNK = SPACE
                 MOVE CANAL-DEF-NOT     TO CANAL-NOTIF-LNK
              END-IF
              IF PRIORIDAD-NOTIF-LNK = ZERO
                 MOVE PRIORIDAD-DEF-NOT TO PRIORIDAD-NOTIF-LNK
              END-IF
           END-IF

           IF DIRECCION-NOTIF-LNK = SPACES
              CLOSE ARCHIVO-NOTIFICA
              MOVE "01" TO ESTADO-NOTIF-LNK
              GO TO FIN-PUBLICAR
           END-IF

           IF CANAL-NOTIF-LNK = SPACE
              MOVE "E" TO CANAL-NOTIF-LNK
           END-IF
           IF PRIORIDAD-NOTIF-LNK = ZERO
              MOVE 2 TO PRIORIDAD-NOTIF-LNK
           END-IF.

       TOMAR-CONSECUTIVO.
           INITIALIZE REG-NOTIFICA
           MOVE "N"   TO TIPO-NOT
           MOVE ZEROS TO ID-NOT
           READ ARCHIVO-NOTIFICA
                INVALID KEY
                   INITIALIZE REG-NOTIFICA
                   MOVE "N"   TO TIPO-NOT
                   MOVE ZEROS TO ID-NOT ULTIMO-NRO-NOT
                   WRITE REG-NOTIFICA END-WRITE
           END-READ

           ADD 1 TO ULTIMO-NRO-NOT
           MOVE ULTIMO-NRO-NOT TO NRO-MENSAJE-W
           REWRITE REG-NOTIFICA END-REWRITE.

       GRABAR-MENSAJE.
           INITIALIZE REG-NOTIFICA
           MOVE "M"                  TO TIPO-NOT
           MOVE NRO-MENSAJE-W        TO NRO-NOT
           MOVE ZEROS                TO SEC-NOT
           MOVE CLASE-DEST-NOTIF-LNK TO CLASE-DEST-NOT
           MOVE ID-DEST-NOTIF-LNK    TO ID-DEST-NOT
           MOVE DIR-NOTIF-LNK        TO DIR-NOT
           MOVE PROGRAMA-NOTIF-LNK   TO PROGRAMA-NOT
           MOVE PLANTILLA-NOTIF-LNK  TO PLANTILLA-NOT
           MOVE CANAL-NOTIF-LNK      TO CANAL-NOT
           MOVE DIRECCION-NOTIF-LNK  TO DIRECCION-NOT
           MOVE PRIORIDAD-NOTIF-LNK  TO PRIORIDAD-NOT
           MOVE TEXTO-NOTIF-LNK      TO TEXTO-NOT
           MOVE "P"                  TO ESTADO-NOT
           MOVE ZERO                 TO INTENTOS-NOT
           MOVE MAX-INTENTOS-W       TO MAX-INTENTOS-NOT
           IF MAX-INTENTOS-NOT = ZERO
              MOVE 3 TO MAX-INTENTOS-NOT
           END-IF
           MOVE MINUTOS-ACUSE-W      TO MINUTOS-ACUSE-NOT
           MOVE ALTERNO-W            TO ALTERNO-NOT
           MOVE MIN-AHORA-W          TO MIN-PROX-NOT
           MOVE ZEROS                TO MIN-ENVIO-NOT NRO-ORIGEN-NOT
           MOVE "N"                  TO ESCALADO-NOT
           MOVE FECHA-HOY-W          TO FECHA-CREA-NOT FECHA-ESTADO-NOT
           MOVE HORA-HOY-W (1:6)     TO HORA-CREA-NOT HORA-ESTADO-NOT
           MOVE 1                    TO ULT-EVENTO-NOT
           WRITE REG-NOTIFICA END-WRITE

           MOVE "L"              TO TIPO-NOT
           MOVE 1                TO SEC-NOT
           INITIALIZE DATOS-LOG-NOT
           MOVE "P"              TO EVENTO-NOT
           MOVE FECHA-HOY-W      TO FECHA-LOG-NOT
           MOVE HORA-HOY-W (1:6) TO HORA-LOG-NOT
           MOVE CANAL-NOTIF-LNK  TO CANAL-LOG-NOT
           MOVE DIRECCION-NOTIF-LNK TO DIRECCION-LOG-NOT
           MOVE PROGRAMA-NOTIF-LNK  TO DETALLE-LOG-NOT
           WRITE REG-NOTIFICA END-WRITE

           CLOSE ARCHIVO-NOTIFICA
           MOVE NRO-MENSAJE-W TO NRO-NOTIF-LNK.

       FIN-PUBLICAR.
           EXIT PROGRAM.
