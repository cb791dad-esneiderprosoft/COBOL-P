      * A EL ARCHIVO .JSON
      * JLR        09/08/26 SE AGREGA EDAD EN DIAS A LA FECHA DE CADA
      *            HISTORIA PARA GRAFICAR LA CURVA DE CRECIMIENTO.
      * JLR        15/10/26 REGISTRA LA APERTURA DE LA HISTORIA
      *            (HC845R); PACIENTE RESTRINGIDO EXIGE
      *            JUSTIFICACION.

004850 IDENTIFICATION DIVISION.
004860 PROGRAM-ID. "HttpExtensionProc".
       77 NOM-PROF-W                 PIC X(70).
       77 NOM-TER-W                  PIC X(70).
       77 NOM-ESPEC-W                PIC X(70).
       77 NOM-ACH-W                  PIC X(70).
       77 USU-ACCESO-W               PIC X(15).
       77 PROG-ACCESO-W              PIC X(16).
       77 JUSTIF-ACCESO-W            PIC X(100).
       77 RESULT-ACCESO-W            PIC XX.

       77 DATOS-PLANO-W              PIC X(3000).
       77 CONT                       PIC 99.
                                            BY DIRECTORIO-LLEGAD-W
                                               
           MOVE NOM-USUAR-W TO NOM-PACIE-W NOM-UNSERV-W NOM-PROF-W 
                               NOM-TER-W NOM-ACH-W



           INSPECT NOM-TER-W    REPLACING FIRST "                       "
                                             BY "\CONTROL\SC-ARCHTER.DAT".

           INSPECT NOM-ACH-W REPLACING FIRST "                       "
                                          BY "\CONTROL\SC-ARCHACH.DAT".




                         GO TO ENVIAR2-ERROR
           END-READ.

       REGISTRAR-ACCESO-HC.
           MOVE "justificacion"     TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA      TO JUSTIF-ACCESO-W
           MOVE LLAVE-SESION-W (1:15) TO USU-ACCESO-W
           MOVE "HC811"             TO PROG-ACCESO-W

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
                  MOVE "HC811"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
             WHEN OTHER
                  MOVE RESULT-ACCESO-W     TO MSJ1-HTML
                  MOVE NOM-ACH-W           TO MSJ2-HTML
                  MOVE "HC811"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       ABRIR-ARCHIVOS.

           OPEN INPUT ARCHIVO-TERCEROS
