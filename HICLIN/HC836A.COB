      * JLR        09/08/26 SE AGREGA LA LINEA DE TIEMPO DE LA ULTIMA
      *            VISITA POR CADA CLASE DE SERVICIO (CL-FACT), EN VEZ
      *            DE DEVOLVER SOLO LA ULTIMA CONSULTA COMBINADA.
      * JLR        15/10/26 REGISTRA LA APERTURA DE LA HISTORIA
      *            (HC845R); PACIENTE RESTRINGIDO EXIGE
      *            JUSTIFICACION.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HttpExtensionProc".
       77 NOM-USUAR-W            PIC X(100).
       77 NOM-SAL-W              PIC X(70).
       77 PARE-W                 PIC 9.
       77 NOM-ACH-W              PIC X(70).
       77 USU-ACCESO-W           PIC X(15).
       77 PACI-ACCESO-W          PIC 9(11).
       77 PROG-ACCESO-W          PIC X(16).
       77 JUSTIF-ACCESO-W        PIC X(100).
       77 RESULT-ACCESO-W        PIC XX.

       01  DATO-LLEGADA-W.
           02 SESION-W               PIC X(29).
                                            BY "\"
           INSPECT NOM-SAL-W REPLACING FIRST "                              "
                                            BY DIRECTORIO-LLEGAD-W
           MOVE NOM-SAL-W TO NOM-ACH-W
           INSPECT NOM-ACH-W REPLACING FIRST "                       "
                                         BY "\CONTROL\SC-ARCHACH.DAT"
           INSPECT NOM-SAL-W REPLACING FIRST "                     "
                                            BY "\CONTROL\SC-FACSA.DAT".
       INICIO.
           IF  PACIENTE-W IS NUMERIC AND PACIENTE-W < 000000000000100
               GO TO CERRAR-SESION
            END-IF

           MOVE "justificacion"     TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA      TO JUSTIF-ACCESO-W
           MOVE SESION-W (1:15)     TO USU-ACCESO-W
           MOVE PACIENTE-W          TO PACI-ACCESO-W
           MOVE "HC836A"            TO PROG-ACCESO-W

           CALL "HC845R" USING NOM-ACH-W USU-ACCESO-W PACI-ACCESO-W
                               PROG-ACCESO-W JUSTIF-ACCESO-W
                               RESULT-ACCESO-W
           CANCEL "HC845R"

           EVALUATE RESULT-ACCESO-W
             WHEN "00"  CONTINUE
             WHEN "BG"
                  MOVE "BG"                TO MSJ1-HTML
                  MOVE "Paciente restringido: digite la justificacion"
                                           TO MSJ2-HTML
                  MOVE "HC836A"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
             WHEN OTHER
                  MOVE RESULT-ACCESO-W     TO MSJ1-HTML
                  MOVE NOM-ACH-W           TO MSJ2-HTML
                  MOVE "HC836A"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE

           OPEN INPUT FACTURA-SERVICIOS.

       ABRIR-ARCHIVOS.
