      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR REGISTRA LA APERTURA DE LA HISTORIA (HC845R);
      *              PACIENTE RESTRINGIDO EXIGE JUSTIFICACION.
      * 15/10/26 JLR LOS DIAGNOSTICOS DE EGRESO (SEPARADOS POR ";", EL
      *              PRIMERO ES EL PRINCIPAL) SE VALIDAN CONTRA LOS
      *              ATRIBUTOS CIE-10 DE SEXO Y EDAD DEL PACIENTE
      *              (SER851R / SC-ARCHDXV) ANTES DE GRABARLOS.
      * 15/10/26 JLR LOS DIAGNOSTICOS DE NOTIFICACION ABREN EL CASO
      *              PENDIENTE DEL SIVIGILA (SER851R / SC-SIVIG).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC840".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-DXVAL.CBL".

       77 NOM-EPI-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 NOM-ACH-W              PIC X(70).
       77 USU-ACCESO-W           PIC X(15).
       77 PROG-ACCESO-W          PIC X(16).
       77 JUSTIF-ACCESO-W        PIC X(100).
       77 RESULT-ACCESO-W        PIC XX.
       77 NOM-DXV-W              PIC X(70).
       77 PACIE-W                PIC X(70).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 TEXTO-LLEGAD-W         PIC X(500).
          02 MEDICO-LLEGAD-W        PIC X(4).

       01 TABLA-DX-EPI-W.
          02 DX-EPI-W               PIC X(20) OCCURS 10.

       01 LIN-JSON-W             PIC X(600).

       LINKAGE SECTION.
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-EPI-W TO NOM-ACH-W PACIE-W
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           INITIALIZE NOM-DXV-W
           MOVE "\\" TO NOM-DXV-W
           INSPECT NOM-DXV-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-DXV-W REPLACING
                   FIRST "                          "
                   BY "\PROG\DATOS\SC-ARCHDXV.DAT"

           INSPECT NOM-ACH-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHACH.DAT"

           INSPECT NOM-EPI-W REPLACING
                   FIRST "                       "
                  INTO NOM-PLANO-W
           END-STRING.

       REGISTRAR-ACCESO-HC.
           MOVE "justificacion"     TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA      TO JUSTIF-ACCESO-W
           MOVE SESION-LLEGAD-W (1:15) TO USU-ACCESO-W
           MOVE "HC840"             TO PROG-ACCESO-W

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
                  MOVE "HC840"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
             WHEN OTHER
                  MOVE RESULT-ACCESO-W     TO MSJ1-HTML
                  MOVE NOM-ACH-W           TO MSJ2-HTML
                  MOVE "HC840"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-EPICRISIS.
           IF OTR-STAT = "35"
              MOVE FECHA-EGR-LLEGAD-W TO FECHA-EGRESO-EPI
           END-IF

           IF SECCION-LLEGAD-W = "D"
              PERFORM VALIDAR-DX-EGRESO
              IF RESULT-DXVAL-LNK NOT = "00"
                 CLOSE ARCHIVO-EPICRISIS
                 MOVE "99"                       TO MSJ1-HTML
                 MOVE MENSAJE-DXVAL-LNK          TO MSJ2-HTML
                 MOVE "HC840"                    TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           EVALUATE SECCION-LLEGAD-W
             WHEN "M"  MOVE TEXTO-LLEGAD-W TO MOTIVO-EPI
             WHEN "C"  MOVE TEXTO-LLEGAD-W TO CURSO-EPI
           CLOSE ARCHIVO-EPICRISIS
           GO TO ENVIO-DATOS.

      *    CADA DIAGNOSTICO EMPIEZA POR SU CODIGO; SE DETIENE EN EL
      *    PRIMERO QUE NO CUMPLA. LA EDAD SE MIDE AL EGRESO.
       VALIDAR-DX-EGRESO.
           INITIALIZE REG-DXVAL-LNK
           MOVE "00"          TO RESULT-DXVAL-LNK
           MOVE NOM-DXV-W     TO NOM-DXV-DXVAL-LNK
           MOVE PACIE-W       TO NOM-PACIE-DXVAL-LNK
           MOVE PACI-LLEGAD-W TO PACI-DXVAL-LNK
           MOVE "HC840"       TO ORIGEN-DXVAL-LNK
           IF FECHA-EGRESO-EPI NOT = ZEROS
              MOVE FECHA-EGRESO-EPI TO FECHA-DXVAL-LNK
           ELSE
              MOVE FECHA-TOTAL      TO FECHA-DXVAL-LNK
           END-IF

           MOVE SPACES TO TABLA-DX-EPI-W
           UNSTRING TEXTO-LLEGAD-W (1:100) DELIMITED BY ";"
               INTO DX-EPI-W (1) DX-EPI-W (2) DX-EPI-W (3)
                    DX-EPI-W (4) DX-EPI-W (5) DX-EPI-W (6)
                    DX-EPI-W (7) DX-EPI-W (8) DX-EPI-W (9)
                    DX-EPI-W (10)
           END-UNSTRING

           PERFORM VALIDAR-UN-DX-EGRESO VARYING I FROM 1 BY 1
                   UNTIL I > 10 OR RESULT-DXVAL-LNK NOT = "00"
           CANCEL "SER851R".

       VALIDAR-UN-DX-EGRESO.
           IF DX-EPI-W (I) NOT = SPACES
              MOVE 0 TO J
              INSPECT DX-EPI-W (I) TALLYING J FOR LEADING SPACES
              ADD 1 TO J
              IF J < 18
                 MOVE DX-EPI-W (I) (J:4) TO DX-DXVAL-LNK
                 IF I = 1
                    MOVE "S" TO PPAL-DXVAL-LNK
                 ELSE
                    MOVE "N" TO PPAL-DXVAL-LNK
                 END-IF
                 CALL "SER851R" USING REG-DXVAL-LNK
              END-IF
           END-IF.

      *=================================================================
      * OPC "F" - FIRMA DEL MEDICO TRATANTE. SIN DIAGNOSTICO DE
      *           EGRESO NO SE DEJA FIRMAR.
