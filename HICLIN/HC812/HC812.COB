      *              (SC-ARCHPLC / HC844) EL ITEM 9999 "CONTROL
      *              SIGNOS VITALES C/2H" DEL PACIENTE, PARA QUE LA
      *              GENERACION DE TAREAS LO PROGRAME CADA 2 HORAS.
      * 15/10/26 JLR EL ESCALAMIENTO SE AVISA POR LA COLA CENTRAL DE
      *              NOTIFICACIONES (CON885R, PLANTILLA "EWS").
      * 15/10/26 JLR LA TOMA RECIBE Y GUARDA EL PESO EN KG CON UN
      *              DECIMAL (OPCIONAL, CERO SI NO SE MIDIO); LA
      *              TENDENCIA LO DEVUELVE.
      * 15/10/26 JLR LA TOMA RECIBE Y GUARDA TAMBIEN LA TENSION
      *              DIASTOLICA Y LA TALLA EN CM (OPCIONALES); LA
      *              TENDENCIA LAS DEVUELVE.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC812".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-NOTIF.CBL".

       77 NOM-EWS-W              PIC X(70).
       77 NOM-PLC-W              PIC X(70).
          02 TEMP-LLEGAD-W          PIC 9(2)V9.
          02 CONCIENCIA-LLEGAD-W    PIC X.
          02 OPER-LLEGAD-W          PIC X(4).
          02 PESO-LLEGAD-W          PIC 9(3)V999.
          02 TAD-LLEGAD-W           PIC 9(3).
          02 TALLA-LLEGAD-W         PIC 9(3).

       01 VARIABLES.
          02 PUNTAJE-W          PIC 99.
          02 SW-HAY-ANT-W       PIC X.
          02 SW-ALERTA-W        PIC X.
          02 DIF-PUNTAJE-W      PIC S99.
          02 PUNTAJE-EDIT-W     PIC Z9.
          02 PESO-EDIT-W        PIC ZZ9.999.

      * UMBRAL DE ESCALAMIENTO DEL PUNTAJE Y SALTO ENTRE TOMAS QUE
      * TAMBIEN ESCALA AUNQUE EL TOTAL NO LLEGUE AL UMBRAL.
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, FR-LLEGAD-W,
                   SAT-LLEGAD-W, TAS-LLEGAD-W, FC-LLEGAD-W,
                   TEMP-LLEGAD-W, CONCIENCIA-LLEGAD-W, OPER-LLEGAD-W,
                   PESO-LLEGAD-W, TAD-LLEGAD-W, TALLA-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.
           MOVE PUNTAJE-W          TO PUNTAJE-EWS
           MOVE SW-ALERTA-W        TO ALERTA-EWS
           MOVE OPER-LLEGAD-W      TO OPER-EWS
           COMPUTE PESO-EWS ROUNDED = PESO-LLEGAD-W
           MOVE TAD-LLEGAD-W       TO TAD-EWS
           MOVE TALLA-LLEGAD-W     TO TALLA-EWS

           WRITE REG-EWS
                 INVALID KEY
           IF SW-ALERTA-W = "S"
              PERFORM INSERTAR-TAREA-VITALES
                      THRU FIN-INSERTAR-VITALES
              PERFORM AVISAR-ESCALAMIENTO
           END-IF

           GO TO ENVIO-DATOS.
       FIN-INSERTAR-VITALES.
           EXIT.

       AVISAR-ESCALAMIENTO.

      *    EL AVISO SALE POR LA COLA CENTRAL A LOS DESTINATARIOS DE LA
      *    PLANTILLA "EWS" Y QUEDA EN LA BITACORA DEL PACIENTE; SI NO
      *    SE ACUSA A TIEMPO EL DESPACHADOR LO ESCALA.

           INITIALIZE REG-NOTIF-LNK
           MOVE DIRECTORIO-LLEGAD-W TO DIR-NOTIF-LNK
           MOVE "HC812"             TO PROGRAMA-NOTIF-LNK
           MOVE "EWS"               TO PLANTILLA-NOTIF-LNK
           MOVE "P"                 TO CLASE-DEST-NOTIF-LNK
           MOVE PACI-LLEGAD-W       TO ID-DEST-NOTIF-LNK
           MOVE 1                   TO PRIORIDAD-NOTIF-LNK
           MOVE PUNTAJE-W           TO PUNTAJE-EDIT-W
           STRING "ALERTA TEMPRANA: PACIENTE " DELIMITED BY SIZE
                  PACI-LLEGAD-W                DELIMITED BY SIZE
                  " PUNTAJE EWS "              DELIMITED BY SIZE
                  PUNTAJE-EDIT-W               DELIMITED BY SIZE
                  ". VALORACION INMEDIATA."    DELIMITED BY SIZE
                  INTO TEXTO-NOTIF-LNK
           END-STRING

           CALL "CON885R" USING REG-NOTIF-LNK
                ON EXCEPTION CONTINUE
           END-CALL
           CANCEL "CON885R".

       BUSCAR-TOMA-ANTERIOR.

      *    ULTIMA TOMA REGISTRADA DEL PACIENTE, PARA LA TENDENCIA.
              IF COD-PACI-EWS NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE PESO-EWS    TO PESO-EDIT-W
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*FECHA*:"     DELIMITED BY SIZE
                        FECHA-EWS       DELIMITED BY SIZE
                        PUNTAJE-EWS     DELIMITED BY SIZE
                        ",*ALERTA*:*"   DELIMITED BY SIZE
                        ALERTA-EWS      DELIMITED BY SIZE
                        "*,*PESO*:"     DELIMITED BY SIZE
                        PESO-EDIT-W     DELIMITED BY SIZE
                        ",*TAD*:"       DELIMITED BY SIZE
                        TAD-EWS         DELIMITED BY SIZE
                        ",*TALLA*:"     DELIMITED BY SIZE
                        TALLA-EWS       DELIMITED BY SIZE
                        "},"            DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
