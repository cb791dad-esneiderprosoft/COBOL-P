      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR REGISTRA LA APERTURA DE LA HISTORIA (HC845R);
      *              PACIENTE RESTRINGIDO EXIGE JUSTIFICACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC841".
       77 NOM-EXL-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 NOM-ACH-W              PIC X(70).
       77 USU-ACCESO-W           PIC X(15).
       77 PROG-ACCESO-W          PIC X(16).
       77 JUSTIF-ACCESO-W        PIC X(100).
       77 RESULT-ACCESO-W        PIC XX.

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-EXL-W TO PACIE-W NOM-ACH-W

           INSPECT NOM-ACH-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHACH.DAT"

           INSPECT NOM-EXL-W REPLACING
                   FIRST "                       "
                  INTO NOM-EXP-W
           END-STRING.

       REGISTRAR-ACCESO-HC.
           IF OPC-LLEGAD-W NOT = "E"
              GO TO ESCOGER-OPCION
           END-IF

           MOVE "justificacion"     TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA      TO JUSTIF-ACCESO-W
           MOVE SESION-LLEGAD-W (1:15) TO USU-ACCESO-W
           MOVE "HC841"             TO PROG-ACCESO-W

           CALL "HC845R" USING NOM-ACH-W USU-ACCESO-W PACI-LLEGAD-W
                               PROG-ACCESO-W JUSTIF-ACCESO-W
                               RESULT-ACCESO-W
           CANCEL "HC845R"

           EVALUATE RESULT-ACCESO-W
             WHEN "00"  CONTINUE
             WHEN "BG"
                  MOVE "BG"                TO MSJ1-HTML
                  MOVE "Paciente restringido: digite la justificacion"
                                           TO MSJ2-HTML
                  MOVE "HC841"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
             WHEN OTHER
                  MOVE RESULT-ACCESO-W     TO MSJ1-HTML
                  MOVE NOM-ACH-W           TO MSJ2-HTML
                  MOVE "HC841"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "E"   GO TO ABRIR-EXPORTACION
