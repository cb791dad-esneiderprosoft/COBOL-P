      * JLR        09/08/26 SE AGREGA CALCULO DE TIEMPO TRANSCURRIDO
      *            CONTRA EL TOPE DE OPORTUNIDAD DEL NIVEL DE TRIAGE Y
      *            REGISTRO DE LA ALERTA CUANDO SE INCUMPLE.
      * JLR        15/10/26 LA ALERTA DE INCUMPLIMIENTO TAMBIEN SE AVISA
      *            POR LA COLA CENTRAL DE NOTIFICACIONES (CON885R,
      *            PLANTILLA "TRIAGE").
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HttpExtensionProc".
       WORKING-STORAGE SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC.CBL".
       COPY "..\..\FUENTES\LNK-NOTIF.CBL".

       77 NOM-TRIA-W                   PIC X(70).
       77 NOM-SLA-W                    PIC X(70).
       77 TOPE-SLA-NIVEL-W             PIC S9(7)  COMP.
       77 SW-SLA-VENCIDA-W             PIC X      VALUE "N".
          88 SLA-VENCIDA-W                        VALUE "S".
       77 MINUTOS-EDIT-SLA-W           PIC Z(6)9.

       01 NIT-TR-W                     PIC 9(10).
       01 ANO-TR-W                     PIC 99.
           IF MINUTOS-TRANS-SLA-W > TOPE-SLA-NIVEL-W
              MOVE "S" TO SW-SLA-VENCIDA-W
              PERFORM GRABAR-ALERTA-SLA
              PERFORM AVISAR-ALERTA-SLA
           ELSE
              MOVE "N" TO SW-SLA-VENCIDA-W
           END-IF.
       FIN-GRABAR-ALERTA-SLA.
           EXIT.

       AVISAR-ALERTA-SLA.

      *    AVISO A LOS DESTINATARIOS DE LA PLANTILLA "TRIAGE"; QUEDA
      *    EN LA BITACORA DE ENTREGA DEL PACIENTE.

           INITIALIZE REG-NOTIF-LNK
           MOVE DIR-CONTAB-LLEGADA-W   TO DIR-NOTIF-LNK
           MOVE "SER880TG"             TO PROGRAMA-NOTIF-LNK
           MOVE "TRIAGE"               TO PLANTILLA-NOTIF-LNK
           MOVE "P"                    TO CLASE-DEST-NOTIF-LNK
           MOVE ID-HISTORIA-FACT-LLEGA TO ID-DEST-NOTIF-LNK
           MOVE 1                      TO PRIORIDAD-NOTIF-LNK
           MOVE MINUTOS-TRANS-SLA-W    TO MINUTOS-EDIT-SLA-W
           STRING "TRIAGE NIVEL "         DELIMITED BY SIZE
                  NIVEL-TRIA              DELIMITED BY SIZE
                  " SIN ATENDER: PACIENTE " DELIMITED BY SIZE
                  ID-HISTORIA-FACT-LLEGA  DELIMITED BY "  "
                  ", "                    DELIMITED BY SIZE
                  MINUTOS-EDIT-SLA-W      DELIMITED BY SIZE
                  " MINUTOS DESDE EL INGRESO." DELIMITED BY SIZE
                  INTO TEXTO-NOTIF-LNK
           END-STRING

           CALL "CON885R" USING REG-NOTIF-LNK
                ON EXCEPTION CONTINUE
           END-CALL
           CANCEL "CON885R".

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-TRIAGE.
 
