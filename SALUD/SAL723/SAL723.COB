      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR LOS CUPOS NUEVOS SE OFRECEN A LA LISTA DE ESPERA
      *              DE LA ESPECIALIDAD (SER957R).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SAL723".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-LESPE.CBL".

       77 NOM-FES-W              PIC X(70).
       77 NOM-HORAR-W            PIC X(70).
       77 NOM-CITAS-W            PIC X(70).
       77 NOM-RET-W              PIC X(70).
       77 NOM-LES-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SW-BLOQUE-W        PIC X.
          02 CANT-CUPOS-W       PIC 9(5) VALUE 0.
          02 CANT-CONFLICTO-W   PIC 9(5) VALUE 0.
          02 CANT-OFERTAS-W     PIC 9(4) VALUE 0.
          02 HORA-INI-BLQ-W     PIC 9(4).
          02 HORA-FIN-BLQ-W     PIC 9(4).
          02 INT-BLQ-W          PIC 9(3).
       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-FES-W NOM-HORAR-W NOM-CITAS-W
                      NOM-RET-W NOM-LES-W
           MOVE "\\" TO NOM-FES-W

           INSPECT NOM-FES-W REPLACING FIRST "                    "

           MOVE NOM-FES-W TO NOM-HORAR-W
           MOVE NOM-FES-W TO NOM-RET-W
           MOVE NOM-FES-W TO NOM-LES-W

           INSPECT NOM-FES-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRET.DAT"

           INSPECT NOM-LES-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLES.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SAL723-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                   UNTIL DIAS-GEN-W > DIAS-FIN-W

           CLOSE ARCHIVO-CITAS ARCHIVO-FESTIVOS

      *    LOS CUPOS NUEVOS SE OFRECEN A QUIENES ESPERAN CITA CON LA
      *    ESPECIALIDAD DEL PROFESIONAL.

           IF CANT-CUPOS-W > ZEROS
              INITIALIZE REG-LESPE-LNK
              MOVE "M"                 TO OPCION-LESPE-LNK
              MOVE DIRECTORIO-LLEGAD-W TO DIR-LESPE-LNK
              MOVE NOM-LES-W           TO NOM-LES-LESPE-LNK
              MOVE NOM-CITAS-W         TO NOM-CITAS-LESPE-LNK
              MOVE NOM-RET-W           TO NOM-RET-LESPE-LNK
              MOVE PROF-LLEGAD-W       TO MEDICO-LESPE-LNK
              COMPUTE DIAS-LESPE-LNK = SEMANAS-LLEGAD-W * 7
              CALL "SER957R" USING REG-LESPE-LNK
              CANCEL "SER957R"
              MOVE CANT-OFERTAS-LESPE-LNK TO CANT-OFERTAS-W
           END-IF
           GO TO ENVIO-DATOS.

       GENERAR-DIA-AGENDA.
                  CANT-CUPOS-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CANT-CONFLICTO-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CANT-OFERTAS-W DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
