      *            DUPLICADO (MISMO DESCRIP-PACI, DISTINTO COD-PACI) Y
      *            UNA ACCION DE FUSION QUE DEJA EL PEDIDO REGISTRADO
      *            EN ARCHIVO-FUSION-PACI PARA SU APLICACION POSTERIOR.
      * JLR        15/10/26 REGISTRA LA APERTURA DE LA HISTORIA
      *            (HC845R); PACIENTE RESTRINGIDO EXIGE
      *            JUSTIFICACION.
004850 IDENTIFICATION DIVISION.
004860 PROGRAM-ID. "HttpExtensionProc".
004870 ENVIRONMENT DIVISION.
       77 NOM-PACIE-W                PIC X(70).
       77 NOM-PLANO-W                PIC X(90).
       77 NOM-FUSION-W               PIC X(70).
       77 NOM-ACH-W                  PIC X(70).
       77 PACI-ACCESO-W              PIC 9(11).
       77 PROG-ACCESO-W              PIC X(16).
       77 JUSTIF-ACCESO-W            PIC X(100).
       77 RESULT-ACCESO-W            PIC XX.
       77 CONT                       PIC 99.
       77 OPER-W                     PIC X(4).
       77 SUCURSAL-W                 PIC X.
           INSPECT NOM-USUAR-W REPLACING FIRST "                              "
                                            BY DIRECTORIO-USUNET

           MOVE NOM-USUAR-W TO NOM-PACIE-W NOM-FUSION-W NOM-ACH-W

           INSPECT NOM-USUAR-W REPLACING FIRST  "                "
                                            BY  "\CONTROL\ARCHUSU".
           INSPECT NOM-FUSION-W REPLACING FIRST "                      "
                                            BY   "\CONTROL\SC-FUSION.DAT".

           INSPECT NOM-ACH-W REPLACING FIRST "                       "
                                         BY "\CONTROL\SC-ARCHACH.DAT".


           INSPECT NOM-HCAPE-W  REPLACING FIRST "                    "
                                             BY IP-DATOS-USUNET
                        MOVE "HC-CONSULT-PACIE"   TO MSJ3-HTML
                        GO TO ENVIAR2-ERROR
           END-READ.
           MOVE COD-PACI TO PACI-ACCESO-W
           CLOSE ARCHIVO-PACIENTES.

       REGISTRAR-ACCESO-HC.
           MOVE "justificacion"     TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA      TO JUSTIF-ACCESO-W
           MOVE "HC-CONSULT-PACIE"  TO PROG-ACCESO-W

           CALL "HC845R" USING NOM-ACH-W ID-LLEGAD-W PACI-ACCESO-W
                               PROG-ACCESO-W JUSTIF-ACCESO-W
                               RESULT-ACCESO-W
           CANCEL "HC845R"

           EVALUATE RESULT-ACCESO-W
             WHEN "00"  CONTINUE
             WHEN "BG"
                  MOVE "BG"                TO MSJ1-HTML
                  MOVE "Paciente restringido: digite la justificacion"
                                           TO MSJ2-HTML
                  MOVE "HC-CONSULT-PACIE"  TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
             WHEN OTHER
                  MOVE RESULT-ACCESO-W     TO MSJ1-HTML
                  MOVE NOM-ACH-W           TO MSJ2-HTML
                  MOVE "HC-CONSULT-PACIE"  TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *    BUSCA OTRO PACIENTE CON EL MISMO DESCRIP-PACI (LLAVE DE
      *    BUSQUEDA POR NOMBRE) PERO DISTINTO COD-PACI, PARA AVISAR AL
      *    OPERADOR QUE PUEDE TRATARSE DE UN REGISTRO DUPLICADO.
