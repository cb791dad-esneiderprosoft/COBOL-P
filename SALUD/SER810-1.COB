      *=================================================================
      * BUSCA TODOS LOS DATOS DE UN PACIENTE - SER810-1
      *=================================================================
      * JLR        15/10/26 REGISTRA LA APERTURA DE LA HISTORIA
      *            (HC845R); PACIENTE RESTRINGIDO EXIGE
      *            JUSTIFICACION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.

      
       77 ID-BUSQ-PACI-W             PIC X(15).
       77 NOM-ACH-W                  PIC X(70).
       77 USU-ACCESO-W               PIC X(15).
       77 PROG-ACCESO-W              PIC X(16).
       77 JUSTIF-ACCESO-W            PIC X(100).
       77 RESULT-ACCESO-W            PIC XX.

       01 LIN-1.  
          02 FILLER                  PIC X(7)   VALUE "{*COD*:".
           INSPECT NOM-PACIE-LNK REPLACING FIRST "                    "
                                           BY DIRECTORIO-LLEGADA-W.

           MOVE NOM-PACIE-LNK TO NOM-ACH-W
           INSPECT NOM-ACH-W REPLACING FIRST "                       "
                                         BY "\CONTROL\SC-ARCHACH.DAT".

           INSPECT NOM-PACIE-LNK REPLACING FIRST "                     "
                                            BY "\CONTROL\SC-PACIE.DAT".
                                                       
007260           GO TO ENVIAR2-ERROR
           END-READ

           MOVE "justificacion"     TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA      TO JUSTIF-ACCESO-W
           MOVE LLAVE-SESION-W (1:15) TO USU-ACCESO-W
           MOVE "SER810-1"          TO PROG-ACCESO-W

           CALL "HC845R" USING NOM-ACH-W USU-ACCESO-W COD-PACI
                               PROG-ACCESO-W JUSTIF-ACCESO-W
                               RESULT-ACCESO-W
           CANCEL "HC845R"

           EVALUATE RESULT-ACCESO-W
             WHEN "00"  CONTINUE
             WHEN "BG"
                  MOVE "BG"                TO MSJ1-HTML
                  MOVE "Paciente restringido: digite la justificacion"
                                           TO MSJ2-HTML
                  MOVE "SER810-1"          TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
             WHEN OTHER
                  MOVE RESULT-ACCESO-W     TO MSJ1-HTML
                  MOVE NOM-ACH-W           TO MSJ2-HTML
                  MOVE "SER810-1"          TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE


           MOVE COD-PACI              TO COD-PACI-J
           MOVE TIPO-PACI             TO TIPO-ID-PACI-J
