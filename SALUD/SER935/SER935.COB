      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR AL CREAR LA REMISION EL DIAGNOSTICO SE VALIDA
      *              CONTRA LOS ATRIBUTOS CIE-10 DE SEXO Y EDAD DEL
      *              PACIENTE Y SI PUEDE IR COMO PRINCIPAL (SER851R /
      *              SC-ARCHDXV); SE DEVUELVE LA MARCA SIVIGILA.
      * 15/10/26 JLR EL DIAGNOSTICO DE NOTIFICACION ABRE EL CASO
      *              PENDIENTE DEL SIVIGILA (SER851R / SC-SIVIG).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER935".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-DXVAL.CBL".

       77 NOM-REM-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 NOM-DXV-W              PIC X(70).
       77 PACIE-W                PIC X(70).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
           INSPECT NOM-REM-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           MOVE NOM-REM-W TO PACIE-W
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

           INSPECT NOM-REM-W REPLACING
                   FIRST "                       "
      *           EXTRACTO DE HISTORIA QUE VIAJARA EN LA CARTA.
      *=================================================================
       CREAR-REMISION.
           INITIALIZE REG-DXVAL-LNK
           MOVE NOM-DXV-W       TO NOM-DXV-DXVAL-LNK
           MOVE PACIE-W         TO NOM-PACIE-DXVAL-LNK
           MOVE PACI-LLEGAD-W   TO PACI-DXVAL-LNK
           MOVE DX-LLEGAD-W     TO DX-DXVAL-LNK
           MOVE FECHA-HOY-W     TO FECHA-DXVAL-LNK
           MOVE "S"             TO PPAL-DXVAL-LNK
           MOVE "SER935"        TO ORIGEN-DXVAL-LNK
           CALL "SER851R" USING REG-DXVAL-LNK
           CANCEL "SER851R"

           IF RESULT-DXVAL-LNK NOT = "00"
              CLOSE ARCHIVO-REMISIONES
              MOVE "99"                TO MSJ1-HTML
              MOVE MENSAJE-DXVAL-LNK   TO MSJ2-HTML
              MOVE "SER935"            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE 999999 TO CONSEC-REM
           START ARCHIVO-REMISIONES KEY IS NOT GREATER LLAVE-REM
                 INVALID KEY MOVE "10" TO OTR-STAT
           WRITE REG-REMISION END-WRITE

           CLOSE ARCHIVO-REMISIONES

           MOVE "sivigila"          TO COBW3-CNV-NAME
           MOVE SIVIGILA-DXVAL-LNK  TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV" USING COBW3
           GO TO ENVIO-DATOS.

       CAMBIAR-ESTADO.
