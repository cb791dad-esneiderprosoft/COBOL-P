      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR CADA EXCURSION SE AVISA POR LA COLA CENTRAL DE
      *              NOTIFICACIONES (CON885R, PLANTILLA "FRIO").
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER938".
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-NOTIF.CBL".

       77 NOM-TMP-W              PIC X(70).
       77 NOM-LOGGER-W           PIC X(90).
           IF SW-EXCURSION-W = "S"
              ADD 1 TO CANT-EXCURS-W
              PERFORM CUARENTENAR-LOTES-UNIDAD
              PERFORM AVISAR-EXCURSION
           END-IF.

       AVISAR-EXCURSION.

      *    AVISO A LOS DESTINATARIOS DE LA PLANTILLA "FRIO" (QUIMICO
      *    FARMACEUTICO, CALIDAD) CON LA UNIDAD Y LA TEMPERATURA.

           INITIALIZE REG-NOTIF-LNK
           MOVE DIRECTORIO-LLEGAD-W TO DIR-NOTIF-LNK
           MOVE "SER938"            TO PROGRAMA-NOTIF-LNK
           MOVE "FRIO"              TO PLANTILLA-NOTIF-LNK
           MOVE 1                   TO PRIORIDAD-NOTIF-LNK
           MOVE TEMP-LOG-W          TO TEMP-EDIT
           STRING "CADENA DE FRIO: UNIDAD " DELIMITED BY SIZE
                  UNIDAD-LOG-W       DELIMITED BY "  "
                  " FUERA DE LIMITES (" DELIMITED BY SIZE
                  TEMP-EDIT          DELIMITED BY SIZE
                  " GRADOS) EL "     DELIMITED BY SIZE
                  FECHA-LOG-W        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  HORA-LOG-W         DELIMITED BY SIZE
                  ". LOTES DE LA UNIDAD EN CUARENTENA."
                                     DELIMITED BY SIZE
                  INTO TEXTO-NOTIF-LNK
           END-STRING

           CALL "CON885R" USING REG-NOTIF-LNK
                ON EXCEPTION CONTINUE
           END-CALL
           CANCEL "CON885R".

       LEER-LIMITES-UNIDAD.
           MOVE -99.9 TO MIN-UNIDAD-W
           MOVE +99.9 TO MAX-UNIDAD-W
