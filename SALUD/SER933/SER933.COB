      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR EL CUPO LIBERADO SE OFRECE A LA LISTA DE ESPERA
      *              DE LA ESPECIALIDAD (SER957R).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER933".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-LESPE.CBL".

       77 NOM-CITAS-W            PIC X(70).
       77 NOM-LES-W              PIC X(70).
       77 NOM-RET-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).


       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-CITAS-W PACIE-W NOM-LES-W NOM-RET-W
           MOVE "\\" TO PACIE-W

           INSPECT PACIE-W REPLACING FIRST "                    "
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE PACIE-W TO NOM-LES-W NOM-RET-W
           INSPECT NOM-LES-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLES.DAT"
           INSPECT NOM-RET-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRET.DAT"

      *    LA AGENDA VIVA ES LA MISMA QUE USAN LAS PANTALLAS DE
      *    ASIGNACION (VER SER891A): SIEMPRE EN PROG\HC\DATOS.

              REWRITE REG-CIT
           END-IF
           CLOSE ARCHIVO-CITAS

      *    EL CUPO LIBERADO SE OFRECE AL SIGUIENTE DE LA LISTA DE
      *    ESPERA DE LA ESPECIALIDAD DEL PROFESIONAL.

           IF RESULT-LLEGAD-W = "X"
              INITIALIZE REG-LESPE-LNK
              MOVE "C"                 TO OPCION-LESPE-LNK
              MOVE DIRECTORIO-LLEGAD-W TO DIR-LESPE-LNK
              MOVE NOM-LES-W           TO NOM-LES-LESPE-LNK
              MOVE NOM-CITAS-W         TO NOM-CITAS-LESPE-LNK
              MOVE NOM-RET-W           TO NOM-RET-LESPE-LNK
              MOVE FECHA-CIT           TO FECHA-LESPE-LNK
              MOVE MEDICO-CIT          TO MEDICO-LESPE-LNK
              MOVE HORA-CIT            TO HORA-LESPE-LNK
              CALL "SER957R" USING REG-LESPE-LNK
              CANCEL "SER957R"
           END-IF
           GO TO ENVIO-DATOS.

       BUSCAR-CITA-RESPUESTA.
