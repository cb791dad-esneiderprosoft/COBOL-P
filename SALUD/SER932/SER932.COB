      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR EL INFORME DE RENTABILIDAD PASA A SER932R PARA
      *              CORRERLO TAMBIEN DESDE LA COLA DE INFORMES.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER932".
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-DISTR.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-DISTR.CBL".

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-DIS-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 VLR-PERS-LLEGAD-W      PIC 9(13)V99.
          02 VLR-GRAL-LLEGAD-W      PIC 9(13)V99.

       COPY "..\..\FUENTES\LNK-COLA.CBL".

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-DIS-W
           MOVE "\\" TO NOM-DIS-W

           INSPECT NOM-DIS-W REPLACING FIRST "                    "
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           INSPECT NOM-DIS-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDIS.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER932-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
      *           EL COSTO ASIGNADO DE PERSONAL/GENERALES DEL
      *           PARAMETRO DE DISTRIBUCION; EL MARGEN CIERRA LA
      *           DISCUSION DE QUE SERVICIO PIERDE PLATA.
      *           LO ARMA SER932R CON LA MISMA LINEA DE LA PANTALLA
      *           (LA COLA DE INFORMES CON883 LO LLAMA IGUAL).
      *=================================================================
       REPORTE-RENTABILIDAD.
           INITIALIZE REG-COLA-LNK
           MOVE LINEA-LLEGAD-W TO PARAMETROS-COLA-LNK
           MOVE NOM-PLANO-W    TO ARCHIVO-COLA-LNK

           CALL "SER932R" USING REG-COLA-LNK
           CANCEL "SER932R"

           IF ESTADO-COLA-LNK NOT = "00"
              MOVE ESTADO-COLA-LNK     TO MSJ1-HTML
              MOVE MENSAJE-COLA-LNK    TO MSJ2-HTML
              MOVE "SER932R"           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
