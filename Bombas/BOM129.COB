      *          LA PLACA SE AUTORIZA CONTRA LOS VEHICULOS DEL
      *          PROPIETARIO EN ARCHCARR (CODIGO-CAR = PLACA,
      *          PROPIET-CAR = NIT DEL DEUDOR).
      *          SI EL TIQUETE TRAE ODOMETRO SE GRABA LA LECTURA EN
      *          SC-ARCHODO (PARA EL INFORME DE RENDIMIENTO BOM141);
      *          SI ES MENOR QUE LA ULTIMA LECTURA DE LA PLACA
      *          QUEDA MARCADA Y EL RESULTADO ES "A".
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR LECTURA DE ODOMETRO POR TIQUETE (SC-ARCHODO) CON
      *              CONTROL DE RETROCESO FRENTE A LA ANTERIOR.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM129".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ABOND.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-INTCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ODOME.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CARRO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ODOME.CBL".

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       01 NOM-ABO-W             PIC X(70).
       01 NOM-ICO-W             PIC X(70).
       01 NOM-CARROS-W          PIC X(70).
       01 NOM-ODO-W             PIC X(70).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 NIT-LLEGAD-W           PIC 9(11).
          02 PLACA-LLEGAD-W         PIC X(6).
          02 VALOR-LLEGAD-W         PIC 9(9)V99.
          02 DOC-LLEGAD-W           PIC X(6).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 GALONES-LLEGAD-W       PIC 9(7)V99.
          02 KM-LLEGAD-W            PIC 9(7).

       01 VARIABLES.
          02 SALDO-W            PIC S9(12)V99.
          02 PLACA-OK-W         PIC X     VALUE "N".
          02 SW-ICO-W           PIC X     VALUE "N".
          02 MENSAJE-W          PIC X(40).
          02 KM-ANT-W           PIC 9(7)  VALUE 0.
          02 VALOR-EDIT         PIC -ZZZ,ZZZ,ZZZ,ZZZ.ZZ.

       01 DATOS-ENVIO.
          02 PLACA-OK-ENV       PIC X.
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(40).
          02 FILLER             PIC X VALUE "|".
          02 KM-ANT-ENV         PIC 9(7).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ODOMETRO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ODOMETRO.
       ESCR-EXCEP-ODOMETRO.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ODO-W               TO MSJ2-HTML
              MOVE "BOM129"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   DIR-CARROS-LLEGAD-W, NIT-LLEGAD-W,
                   PLACA-LLEGAD-W, VALOR-LLEGAD-W,
                   DOC-LLEGAD-W, FECHA-LLEGAD-W, GALONES-LLEGAD-W,
                   KM-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.
       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-COMBU-W NOM-TER-W NOM-ABO-W NOM-ICO-W
                      NOM-CARROS-W NOM-ODO-W
           MOVE "\\" TO NOM-COMBU-W

           INSPECT NOM-COMBU-W REPLACING FIRST "                    "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-COMBU-W TO NOM-TER-W NOM-ABO-W NOM-ICO-W
                               NOM-ODO-W

           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHICO.DAT"

           INSPECT NOM-ODO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHODO.DAT"

      *    EL MAESTRO DE VEHICULOS DE LA FLOTA VIVE EN EL DIRECTORIO
      *    CONTABLE DEL ANO (EL MISMO ARCHCARR QUE CARGA TAX901).

              MOVE "Placa no autorizada para el nit" TO MENSAJE-W
           END-IF.

       REGISTRAR-ODOMETRO.

      *    LA LECTURA ANTERIOR DE LA PLACA ES LA ULTIMA LLAVE MENOR
      *    DEL MISMO NIT Y PLACA (LA LLAVE VA EN ORDEN DE FECHA).
      *    UN TIQUETE RECHAZADO ("R") NO SE GRABA, ASI QUE SU LECTURA
      *    TAMPOCO.

           IF KM-LLEGAD-W = ZEROS OR PLACA-LLEGAD-W = SPACES
           OR RESULTADO-W = "R"
              GO TO ENVIO-DATOS
           END-IF

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF

           OPEN I-O ARCHIVO-ODOMETRO
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ODOMETRO
              CLOSE       ARCHIVO-ODOMETRO
              OPEN I-O    ARCHIVO-ODOMETRO
           END-IF

           MOVE NIT-LLEGAD-W   TO NIT-ODO
           MOVE PLACA-LLEGAD-W TO PLACA-ODO
           MOVE FECHA-LLEGAD-W TO FECHA-ODO
           MOVE DOC-LLEGAD-W   TO DOC-ODO
           START ARCHIVO-ODOMETRO KEY IS LESS THAN LLAVE-ODO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START

           IF OTR-STAT = "00"
              READ ARCHIVO-ODOMETRO PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF  OTR-STAT = "00"
              AND NIT-ODO   = NIT-LLEGAD-W
              AND PLACA-ODO = PLACA-LLEGAD-W
                 MOVE KM-ODO TO KM-ANT-W
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-ODOMETRO
           MOVE NIT-LLEGAD-W     TO NIT-ODO
           MOVE PLACA-LLEGAD-W   TO PLACA-ODO
           MOVE FECHA-LLEGAD-W   TO FECHA-ODO
           MOVE DOC-LLEGAD-W     TO DOC-ODO
           MOVE KM-LLEGAD-W      TO KM-ODO
           MOVE GALONES-LLEGAD-W TO GALONES-ODO
           MOVE KM-ANT-W         TO KM-ANT-ODO
           MOVE FECHA-TOTAL      TO FECHA-GRAB-ODO
           MOVE HORA-TOTAL       TO HORA-GRAB-ODO

           IF KM-LLEGAD-W < KM-ANT-W
              MOVE "R" TO ALERTA-ODO
              IF RESULTADO-W = "00"
                 MOVE "A"                              TO RESULTADO-W
                 MOVE "Odometro menor a la ultima lectura"
                      TO MENSAJE-W
              END-IF
           END-IF

           WRITE REG-ODOMETRO
                 INVALID KEY
                    REWRITE REG-ODOMETRO END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-ODOMETRO.

       ENVIO-DATOS.
           MOVE RESULTADO-W     TO DAT0-ENV
           MOVE SALDO-W         TO VALOR-EDIT
           MOVE VALOR-EDIT      TO DISPON-ENV
           MOVE PLACA-OK-W      TO PLACA-OK-ENV
           MOVE MENSAJE-W       TO MENSAJE-ENV
           MOVE KM-ANT-W        TO KM-ANT-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
