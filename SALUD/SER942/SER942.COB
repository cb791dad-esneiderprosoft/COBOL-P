      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR LA ALERTA DE ESCALAMIENTO AVISA CADA PQRS AL
      *              RESPONSABLE POR LA COLA CENTRAL DE NOTIFICACIONES
      *              (CON885R, PLANTILLA "PQRS"), UNA VEZ POR DIA.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER942".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-NOTIF.CBL".

       77 NOM-PQR-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
                         BY CARAC-COMILLA
                 MOVE LIN-JSON-W TO DATOS-PLANO
                 WRITE REG-PLANO
                 IF FECHA-AVISO-PQR NOT = FECHA-HOY-W
                    PERFORM AVISAR-VENCIMIENTO
                 END-IF
              END-IF
           END-IF.

       AVISAR-VENCIMIENTO.

      *    AVISO AL RESPONSABLE CON LA DIRECCION DE LA PLANTILLA
      *    "PQRS"; LA FECHA DEL AVISO EVITA REPETIRLO EL MISMO DIA
      *    CADA VEZ QUE SE CONSULTAN LAS ALERTAS.

           INITIALIZE REG-NOTIF-LNK
           MOVE DIRECTORIO-LLEGAD-W TO DIR-NOTIF-LNK
           MOVE "SER942"            TO PROGRAMA-NOTIF-LNK
           MOVE "PQRS"              TO PLANTILLA-NOTIF-LNK
           IF RESPONSABLE-PQR NOT = SPACES
              MOVE "U"              TO CLASE-DEST-NOTIF-LNK
              MOVE RESPONSABLE-PQR  TO ID-DEST-NOTIF-LNK
           END-IF
           STRING "PQRS "                DELIMITED BY SIZE
                  CONSEC-PQR             DELIMITED BY SIZE
                  " TIPO "               DELIMITED BY SIZE
                  TIPO-PQR               DELIMITED BY SIZE
                  " SERVICIO "           DELIMITED BY SIZE
                  SERVICIO-PQR           DELIMITED BY SIZE
                  " SIN RESPUESTA, FECHA LIMITE " DELIMITED BY SIZE
                  FECHA-LIMITE-PQR       DELIMITED BY SIZE
                  ". "                   DELIMITED BY SIZE
                  DESCRIP-PQR            DELIMITED BY "  "
                  INTO TEXTO-NOTIF-LNK
           END-STRING

           CALL "CON885R" USING REG-NOTIF-LNK
                ON EXCEPTION MOVE "99" TO ESTADO-NOTIF-LNK
           END-CALL
           CANCEL "CON885R"

           IF ESTADO-NOTIF-LNK = "00"
              MOVE FECHA-HOY-W TO FECHA-AVISO-PQR
              REWRITE REG-PQRS END-REWRITE
           END-IF.

      *=================================================================
      * OPC "S": ESTADISTICA SIAU DEL PERIODO
      *=================================================================
