      *=================================================================
      * CONTABILIDAD - HABEAS DATA, LEY 1581 DE 2012 (SC-ARCHHDA):
      *                AUTORIZACION DE TRATAMIENTO DE DATOS DE CADA
      *                PERSONA (PACIENTE, TERCERO O CLIENTE DE
      *                COMBUSTIBLE) Y SOLICITUDES DE LOS TITULARES.
      *                - OPC "C": CAPTURA LA AUTORIZACION (OTORGA "S",
      *                  NIEGA "N" O REVOCA "R") CON LA VERSION DE LA
      *                  POLITICA, EL CANAL Y LA FECHA. LA PERSONA
      *                  DEBE EXISTIR EN SC-PACIE (CLASE "P") O EN
      *                  SC-ARCHTER (CLASES "T" Y "C").
      *                - OPC "K": HISTORIA DE AUTORIZACIONES DE LA
      *                  PERSONA EN JSON; LA VIGENTE DE CADA CLASE ES
      *                  LA ULTIMA.
      *                - OPC "R": RADICA UNA SOLICITUD DEL TITULAR. LA
      *                  CONSULTA VENCE A LOS 10 DIAS HABILES Y LOS
      *                  RECLAMOS (ACTUALIZAR, RECTIFICAR, SUPRIMIR,
      *                  REVOCAR) A LOS 15, SIN SABADOS, DOMINGOS NI
      *                  FESTIVOS DEL CALENDARIO (SC-ARCHFES).
      *                - OPC "D": RESPONDE LA SOLICITUD. LA REVOCATORIA
      *                  Y LA SUPRESION REVOCAN LAS AUTORIZACIONES
      *                  VIGENTES. LA SUPRESION BORRA LOS DATOS DE
      *                  CONTACTO DEL TERCERO, SALVO LO QUE ESTA EN
      *                  RETENCION LEGAL: LA HISTORIA CLINICA DEL
      *                  PACIENTE (CON SUS CITAS) Y LA CARTERA DE
      *                  COMBUSTIBLE (CODIGO DE COMERCIO) NO SE
      *                  TOCAN Y EL BLOQUEO QUEDA EN LA SOLICITUD.
      *                - OPC "E": SOLICITUDES PENDIENTES VENCIDAS O A
      *                  N DIAS DE VENCERSE.
      *                - OPC "X": EXPORTA TODO LO QUE TENEMOS DE LA
      *                  PERSONA: PACIENTE, TERCERO, CITAS, TIQUETES Y
      *                  ABONOS DE CREDITO DE COMBUSTIBLE,
      *                  AUTORIZACIONES Y SOLICITUDES.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON884".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-HADAT.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CITAS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ABOND.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-FESTI.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE DYNAMIC;
                  RECORD KEY IS LLAVE-COMB
                  ALTERNATE RECORD KEY IS FECHA-COMB WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-HADAT.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CITAS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ABOND.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-FESTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-HDA-W                    PIC X(70).
       01 PACIE-W                      PIC X(70).
       01 NOM-TER-W                    PIC X(70).
       01 NOM-CITAS-W                  PIC X(70).
       01 NOM-COMBU-W                  PIC X(70).
       01 NOM-ABO-W                    PIC X(70).
       01 NOM-FES-W                    PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W           PIC X(29).
          02 DIRECTORIO-LLEGAD-W       PIC X(30).
          02 OPC-LLEGAD-W              PIC X.
          02 ID-LLEGAD-W               PIC 9(11).
          02 CLASE-LLEGAD-W            PIC X.
          02 ESTADO-LLEGAD-W           PIC X.
          02 VERSION-LLEGAD-W          PIC X(10).
          02 CANAL-LLEGAD-W            PIC X.
          02 TIPO-SOL-LLEGAD-W         PIC X.
          02 CONSEC-LLEGAD-W           PIC 9(6).
          02 DESCRIP-LLEGAD-W          PIC X(60).
          02 RESPUESTA-LLEGAD-W        PIC X(100).
          02 DIAS-LLEGAD-W             PIC 9(3).
          02 OPER-LLEGAD-W             PIC X(4).

       01 VARIABLES.
          02 K                      PIC 9.
          02 FECHA-HOY-W            PIC 9(8).
          02 FECHA-LIMITE-W         PIC 9(8).
          02 FECHA-TOPE-W           PIC 9(8).
          02 FECHA-NUM-W            PIC 9(8).
          02 DIA-ENTERO-W           PIC 9(8).
          02 SEMANAS-W              PIC 9(8).
          02 DIA-SEMANA-W           PIC 9.
          02 CANT-HABILES-W         PIC 99.
          02 PLAZO-HABILES-W        PIC 99.
          02 DIAS-CALC-W            PIC S9(9).
          02 NRO-NUEVO-W            PIC 9(6).
          02 PUNT-W                 PIC 9(3).
          02 SW-FESTIVOS-W          PIC X.
          02 SW-EXISTE-W            PIC X.
          02 SW-PACIENTE-W          PIC X.
          02 SW-CREDITO-W           PIC X.
          02 SW-CONTACTO-W          PIC X.
          02 BLOQUEO-W              PIC X(30).
          02 VALOR-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
          02 CANT-EDIT              PIC ZZZ,ZZ9.99.

      * LAS TRES CLASES DE PERSONA, CON LA ULTIMA AUTORIZACION
      * ENCONTRADA DE CADA UNA
       01 TABLA-CLASES-W.
          02 FILLER                 PIC X(3) VALUE "PTC".
       01 TABLA-CLASES-R REDEFINES TABLA-CLASES-W.
          02 CLASE-TAB-W            PIC X OCCURS 3.

       01 TABLA-ULT-AUT-W.
          02 DET-ULT-AUT-W OCCURS 3.
             03 ESTADO-ULT-W        PIC X.
             03 VERSION-ULT-W       PIC X(10).

       01 LIN-JSON-W                PIC X(500).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 CONSEC-ENV             PIC X(6).
          02 FILLER                 PIC X VALUE "|".
          02 LIMITE-ENV             PIC X(8).
          02 FILLER                 PIC X VALUE "|".
          02 MENSAJE-ENV            PIC X(40).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".

       PROCEDURE DIVISION WITH stdcall LINKAGE USING ISAPI-CTX-CNT.

       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-USU-W               TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SESION-W            TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-HABEAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-HABEAS.
       ESCR-EXCEP-HABEAS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-HDA-W               TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PACIE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEP-PACIE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE PACIE-W                 TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TER-W               TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CITAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CITAS.
       ESCR-EXCEP-CITAS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CITAS-W             TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COMBU SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COMBUSTIBLES.
       ESCR-EXCEP-COMBU.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COMBU-W             TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ABOND SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ABONOS.
       ESCR-EXCEP-ABOND.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ABO-W               TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-FESTI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FESTIVOS.
       ESCR-EXCEP-FESTI.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-FES-W               TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PLANO-W             TO MSJ2-HTML
              MOVE "CON884"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON884" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, ID-LLEGAD-W, CLASE-LLEGAD-W,
                   ESTADO-LLEGAD-W, VERSION-LLEGAD-W, CANAL-LLEGAD-W,
                   TIPO-SOL-LLEGAD-W, CONSEC-LLEGAD-W,
                   DESCRIP-LLEGAD-W, RESPUESTA-LLEGAD-W,
                   DIAS-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.
           MOVE FECHA-TOTAL TO FECHA-HOY-W.

           IF DIAS-LLEGAD-W = ZEROS
              MOVE 3 TO DIAS-LLEGAD-W
           END-IF.

           COMPUTE DIAS-CALC-W = FUNCTION INTEGER-OF-DATE
                   (FECHA-HOY-W) + DIAS-LLEGAD-W
           COMPUTE FECHA-TOPE-W = FUNCTION DATE-OF-INTEGER
                   (DIAS-CALC-W).

       ABRIR-USUARIO.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W

           OPEN INPUT ARCHIVO-USUNET
           EVALUATE OTR-STAT
             WHEN "00"  CONTINUE
             WHEN OTHER GO TO CERRAR-SESION
           END-EVALUATE.

           INITIALIZE REG-USUNET.

       LEER-USUARIO.
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-HDA-W PACIE-W NOM-TER-W NOM-CITAS-W
                      NOM-COMBU-W NOM-ABO-W NOM-FES-W NOM-PLANO-W
           MOVE "\\" TO NOM-HDA-W

           INSPECT NOM-HDA-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-HDA-W REPLACING FIRST " "
                   BY "\"
           MOVE NOM-HDA-W TO NOM-CITAS-W
           INSPECT NOM-HDA-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-HDA-W TO PACIE-W NOM-TER-W NOM-COMBU-W
                             NOM-ABO-W NOM-FES-W

           INSPECT NOM-HDA-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHHDA.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"
           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCOMBU.DAT"
           INSPECT NOM-ABO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHABO.DAT"
           INSPECT NOM-FES-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFES.DAT"

      *    LA AGENDA VIVA ES LA MISMA QUE USAN LAS PANTALLAS DE
      *    ASIGNACION (VER SER891A): SIEMPRE EN PROG\HC\DATOS.

           INSPECT NOM-CITAS-W REPLACING
                   FIRST "                          "
                   BY "PROG\HC\DATOS\SC-AGEND.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-CON884-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-HABEAS.
           OPEN I-O ARCHIVO-HABEAS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-HABEAS
              CLOSE       ARCHIVO-HABEAS
              OPEN I-O    ARCHIVO-HABEAS
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "C"   GO TO CAPTURAR-AUTORIZACION
             WHEN "K"   GO TO CONSULTAR-AUTORIZACIONES
             WHEN "R"   GO TO RADICAR-SOLICITUD
             WHEN "D"   GO TO RESPONDER-SOLICITUD
             WHEN "E"   GO TO ALERTAS-VENCIMIENTO
             WHEN "X"   GO TO EXPORTAR-TITULAR
             WHEN OTHER
                  CLOSE ARCHIVO-HABEAS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON884"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "C": CAPTURA DE LA AUTORIZACION
      *=================================================================
       CAPTURAR-AUTORIZACION.
           IF (ESTADO-LLEGAD-W NOT = "S" AND NOT = "N" AND NOT = "R")
           OR (CLASE-LLEGAD-W NOT = "P" AND NOT = "T" AND NOT = "C")
           OR (CANAL-LLEGAD-W NOT = "P" AND NOT = "F" AND NOT = "W"
                              AND NOT = "T" AND NOT = "E")
           OR VERSION-LLEGAD-W = SPACES
              CLOSE ARCHIVO-HABEAS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Datos de la autorizacion incompletos"
                                                  TO MSJ2-HTML
              MOVE "CON884"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "N" TO SW-EXISTE-W
           IF CLASE-LLEGAD-W = "P"
              PERFORM BUSCAR-PACIENTE
              MOVE SW-PACIENTE-W TO SW-EXISTE-W
           ELSE
              PERFORM BUSCAR-TERCERO
           END-IF

           IF SW-EXISTE-W = "N"
              CLOSE ARCHIVO-HABEAS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "No existe la persona"         TO MSJ2-HTML
              MOVE "CON884"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM TOMAR-CONSECUTIVO

           INITIALIZE REG-HABEAS
           MOVE "A"              TO TIPO-HDA
           MOVE ID-LLEGAD-W      TO ID-PERS-HDA
           MOVE CLASE-LLEGAD-W   TO CLASE-PERS-HDA
           MOVE NRO-NUEVO-W      TO CONSEC-HDA
           MOVE ESTADO-LLEGAD-W  TO ESTADO-AUT-HDA
           MOVE VERSION-LLEGAD-W TO VERSION-POL-HDA
           MOVE CANAL-LLEGAD-W   TO CANAL-HDA
           MOVE FECHA-HOY-W      TO FECHA-AUT-HDA
           MOVE HORA-TOTAL       TO HORA-AUT-HDA
           MOVE OPER-LLEGAD-W    TO OPER-HDA
           WRITE REG-HABEAS END-WRITE

           CLOSE ARCHIVO-HABEAS
           MOVE "00"              TO DAT0-ENV
           MOVE NRO-NUEVO-W       TO CONSEC-ENV
           MOVE "Autorizacion registrada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "K": HISTORIA DE AUTORIZACIONES DE LA PERSONA
      *=================================================================
       CONSULTAR-AUTORIZACIONES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*AUTORIZACIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM LISTAR-AUTORIZACIONES

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-HABEAS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "R": RADICAR SOLICITUD DEL TITULAR
      *=================================================================
       RADICAR-SOLICITUD.
           IF TIPO-SOL-LLEGAD-W NOT = "C" AND NOT = "A" AND NOT = "R"
                                AND NOT = "S" AND NOT = "V"
           OR ID-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-HABEAS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Tipo de solicitud no valido"  TO MSJ2-HTML
              MOVE "CON884"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    LEY 1581 ART. 14 Y 15: CONSULTA 10 DIAS HABILES, RECLAMO 15.

           IF TIPO-SOL-LLEGAD-W = "C"
              MOVE 10 TO PLAZO-HABILES-W
           ELSE
              MOVE 15 TO PLAZO-HABILES-W
           END-IF
           PERFORM CALCULAR-FECHA-LIMITE

           PERFORM TOMAR-CONSECUTIVO

           INITIALIZE REG-HABEAS
           MOVE "S"                TO TIPO-HDA
           MOVE ID-LLEGAD-W        TO ID-PERS-HDA
           MOVE SPACES             TO CLASE-PERS-HDA
           MOVE NRO-NUEVO-W        TO CONSEC-HDA
           MOVE TIPO-SOL-LLEGAD-W  TO TIPO-SOL-HDA
           MOVE FECHA-HOY-W        TO FECHA-RAD-HDA
           MOVE FECHA-LIMITE-W     TO FECHA-LIMITE-HDA
           MOVE DESCRIP-LLEGAD-W   TO DESCRIP-HDA
           MOVE "P"                TO ESTADO-SOL-HDA
           MOVE OPER-LLEGAD-W      TO OPER-HDA
           WRITE REG-HABEAS END-WRITE

           CLOSE ARCHIVO-HABEAS
           MOVE "00"               TO DAT0-ENV
           MOVE NRO-NUEVO-W        TO CONSEC-ENV
           MOVE FECHA-LIMITE-W     TO LIMITE-ENV
           MOVE "Solicitud radicada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "D": RESPONDER SOLICITUD
      *=================================================================
       RESPONDER-SOLICITUD.
           PERFORM LEER-SOLICITUD

           IF NOT SOL-PENDIENTE
              CLOSE ARCHIVO-HABEAS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "La solicitud ya fue respondida"
                                                  TO MSJ2-HTML
              MOVE "CON884"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE SPACES TO BLOQUEO-W
           MOVE "N"    TO SW-CONTACTO-W
           MOVE TIPO-SOL-HDA TO TIPO-SOL-LLEGAD-W

           IF TIPO-SOL-LLEGAD-W = "S" OR "V"
              PERFORM REVOCAR-AUTORIZACIONES
           END-IF

           IF TIPO-SOL-LLEGAD-W = "S"
              PERFORM SUPRIMIR-DATOS
           END-IF

      *    LAS REVOCACIONES USARON EL MISMO REGISTRO: SE RELEE.

           PERFORM LEER-SOLICITUD
           MOVE "R"                TO ESTADO-SOL-HDA
           MOVE RESPUESTA-LLEGAD-W TO RESPUESTA-HDA
           MOVE FECHA-HOY-W        TO FECHA-RESP-HDA
           MOVE BLOQUEO-W          TO BLOQUEO-HDA
           REWRITE REG-HABEAS END-REWRITE

           CLOSE ARCHIVO-HABEAS
           MOVE "00"            TO DAT0-ENV
           MOVE CONSEC-LLEGAD-W TO CONSEC-ENV
           EVALUATE TRUE
             WHEN BLOQUEO-W NOT = SPACES
                  MOVE BLOQUEO-W  TO MENSAJE-ENV
             WHEN SW-CONTACTO-W = "S"
                  MOVE "Datos de contacto suprimidos" TO MENSAJE-ENV
             WHEN OTHER
                  MOVE "Respuesta registrada" TO MENSAJE-ENV
           END-EVALUATE
           GO TO ENVIO-DATOS.

       LEER-SOLICITUD.
           INITIALIZE LLAVE-HDA
           MOVE "S"             TO TIPO-HDA
           MOVE ID-LLEGAD-W     TO ID-PERS-HDA
           MOVE SPACES          TO CLASE-PERS-HDA
           MOVE CONSEC-LLEGAD-W TO CONSEC-HDA
           READ ARCHIVO-HABEAS
                INVALID KEY
                   CLOSE ARCHIVO-HABEAS
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "No existe la solicitud" TO MSJ2-HTML
                   MOVE "CON884"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ.

      *    CADA CLASE CON AUTORIZACION VIGENTE OTORGADA RECIBE UN
      *    REGISTRO NUEVO DE REVOCACION; LA HISTORIA NO SE BORRA.

       REVOCAR-AUTORIZACIONES.
           INITIALIZE TABLA-ULT-AUT-W

           INITIALIZE LLAVE-HDA
           MOVE "A"         TO TIPO-HDA
           MOVE ID-LLEGAD-W TO ID-PERS-HDA
           START ARCHIVO-HABEAS KEY IS NOT LESS LLAVE-HDA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-ULTIMA-AUTORIZACION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM GRABAR-REVOCACION VARYING K FROM 1 BY 1
                   UNTIL K > 3.

       LEER-ULTIMA-AUTORIZACION.
           READ ARCHIVO-HABEAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-HDA NOT = "A"
              OR ID-PERS-HDA NOT = ID-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM UBICAR-CLASE
                 IF K <= 3
                    MOVE ESTADO-AUT-HDA  TO ESTADO-ULT-W  (K)
                    MOVE VERSION-POL-HDA TO VERSION-ULT-W (K)
                 END-IF
              END-IF
           END-IF.

       UBICAR-CLASE.
           MOVE 1 TO K
           PERFORM AVANZAR-CLASE
                   UNTIL K > 3 OR CLASE-TAB-W (K) = CLASE-PERS-HDA.

       AVANZAR-CLASE.
           ADD 1 TO K.

       GRABAR-REVOCACION.
           IF ESTADO-ULT-W (K) = "S"
              PERFORM TOMAR-CONSECUTIVO
              INITIALIZE REG-HABEAS
              MOVE "A"                TO TIPO-HDA
              MOVE ID-LLEGAD-W        TO ID-PERS-HDA
              MOVE CLASE-TAB-W (K)    TO CLASE-PERS-HDA
              MOVE NRO-NUEVO-W        TO CONSEC-HDA
              MOVE "R"                TO ESTADO-AUT-HDA
              MOVE VERSION-ULT-W (K)  TO VERSION-POL-HDA
              MOVE CANAL-LLEGAD-W     TO CANAL-HDA
              MOVE FECHA-HOY-W        TO FECHA-AUT-HDA
              MOVE HORA-TOTAL         TO HORA-AUT-HDA
              MOVE OPER-LLEGAD-W      TO OPER-HDA
              WRITE REG-HABEAS END-WRITE
           END-IF.

      *    LO QUE ESTA EN RETENCION LEGAL NO SE SUPRIME: LA HISTORIA
      *    CLINICA (RES. 1995 DE 1999, CON LAS CITAS DEL PACIENTE) Y
      *    LA CARTERA DE COMBUSTIBLE (LIBROS Y SOPORTES CONTABLES).
      *    DEL TERCERO SIN CARTERA SE BORRAN LOS DATOS DE CONTACTO;
      *    EL DOCUMENTO Y EL NOMBRE QUEDAN PORQUE LOS REFERENCIA LA
      *    CONTABILIDAD.

       SUPRIMIR-DATOS.
           MOVE 1 TO PUNT-W

           PERFORM BUSCAR-PACIENTE
           IF SW-PACIENTE-W = "S"
              STRING "HISTORIA CLINICA" DELIMITED BY SIZE
                     INTO BLOQUEO-W WITH POINTER PUNT-W
              END-STRING
           END-IF

           PERFORM BUSCAR-CREDITO-COMB
           IF SW-CREDITO-W = "S"
              IF PUNT-W > 1
                 STRING "/" DELIMITED BY SIZE
                        INTO BLOQUEO-W WITH POINTER PUNT-W
                 END-STRING
              END-IF
              STRING "CARTERA COMBUSTIBLE" DELIMITED BY SIZE
                     INTO BLOQUEO-W WITH POINTER PUNT-W
              END-STRING
           ELSE
              PERFORM BORRAR-CONTACTO-TERCERO
           END-IF.

       BORRAR-CONTACTO-TERCERO.
           OPEN I-O ARCHIVO-TERCEROS
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO COD-TER
              READ ARCHIVO-TERCEROS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
                 MOVE SPACES      TO DIRECC-TER INDICATIVO-TER
                                     TELEFONO-TER E-MAIL-TER
                                     REFER1-TER REFER2-TER REFER3-TER
                 MOVE FECHA-HOY-W TO FECHA-MOD-TER
                 REWRITE REG-TERCEROS END-REWRITE
                 MOVE "S" TO SW-CONTACTO-W
              END-IF
              CLOSE ARCHIVO-TERCEROS
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "E": ALERTAS DE VENCIMIENTO
      *=================================================================
       ALERTAS-VENCIMIENTO.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*ALERTAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LLAVE-HDA
           MOVE "S" TO TIPO-HDA
           START ARCHIVO-HABEAS KEY IS NOT LESS LLAVE-HDA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM REVISAR-ALERTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-HABEAS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       REVISAR-ALERTA.
           READ ARCHIVO-HABEAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-HDA NOT = "S"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF SOL-PENDIENTE
                 AND FECHA-LIMITE-HDA <= FECHA-TOPE-W
                    PERFORM ARMAR-LINEA-SOLICITUD
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * OPC "X": EXPORTACION DE TODO LO QUE SE TIENE DEL TITULAR
      *=================================================================
       EXPORTAR-TITULAR.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PERSONA*:"  DELIMITED BY SIZE
                  ID-LLEGAD-W    DELIMITED BY SIZE
                  ",*FECHA*:"    DELIMITED BY SIZE
                  FECHA-HOY-W    DELIMITED BY SIZE
                  ",*PACIENTE*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM EXPORTAR-PACIENTE
           MOVE "{}],*TERCERO*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM EXPORTAR-TERCERO
           MOVE "{}],*CITAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM EXPORTAR-CITAS
           MOVE "{}],*TIQUETES-CREDITO*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM EXPORTAR-TIQUETES
           MOVE "{}],*ABONOS-CREDITO*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM EXPORTAR-ABONOS
           MOVE "{}],*AUTORIZACIONES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM LISTAR-AUTORIZACIONES
           MOVE "{}],*SOLICITUDES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE LLAVE-HDA
           MOVE "S"         TO TIPO-HDA
           MOVE ID-LLEGAD-W TO ID-PERS-HDA
           START ARCHIVO-HABEAS KEY IS NOT LESS LLAVE-HDA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-SOLICITUD-TITULAR UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-HABEAS
           MOVE "00"                   TO DAT0-ENV
           MOVE "Exportacion generada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       EXPORTAR-PACIENTE.
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO COD-PACI
              READ ARCHIVO-PACIENTES
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*TIPO-ID*:*"     DELIMITED BY SIZE
                        TIPO-ID-PACI       DELIMITED BY SIZE
                        "*,*NOMBRE*:*"     DELIMITED BY SIZE
                        DESCRIP-PACI       DELIMITED BY "  "
                        "*,*NACIMIENTO*:"  DELIMITED BY SIZE
                        NACIM-PACI         DELIMITED BY SIZE
                        ",*SEXO*:*"        DELIMITED BY SIZE
                        SEXO-PACI          DELIMITED BY SIZE
                        "*,*DIRECCION*:*"  DELIMITED BY SIZE
                        DIRECC-PACI        DELIMITED BY "  "
                        "*,*CIUDAD*:*"     DELIMITED BY SIZE
                        CIUDAD-PACI        DELIMITED BY " "
                        "*,*TELEFONO*:*"   DELIMITED BY SIZE
                        TELEFONO-PACI      DELIMITED BY "  "
                        "*,*EMAIL*:*"      DELIMITED BY SIZE
                        EMAIL-PACI         DELIMITED BY "  "
                        "*,*EPS*:*"        DELIMITED BY SIZE
                        EPS-PACI           DELIMITED BY " "
                        "*,*AFILIACION*:*" DELIMITED BY SIZE
                        NRO-AFIL-PACI      DELIMITED BY "  "
                        "*,*ACOMPANANTE*:*" DELIMITED BY SIZE
                        ACOMPA-PACI        DELIMITED BY "  "
                        "*},"              DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
              CLOSE ARCHIVO-PACIENTES
           END-IF
           MOVE "00" TO OTR-STAT.

       EXPORTAR-TERCERO.
           OPEN INPUT ARCHIVO-TERCEROS
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO COD-TER
              READ ARCHIVO-TERCEROS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*TIPO-ID*:*"     DELIMITED BY SIZE
                        TIPO-ID-TER        DELIMITED BY SIZE
                        "*,*NOMBRE*:*"     DELIMITED BY SIZE
                        DESCRIP-TER        DELIMITED BY "  "
                        "*,*COMERCIAL*:*"  DELIMITED BY SIZE
                        NOM-COMER-TER      DELIMITED BY "  "
                        "*,*DIRECCION*:*"  DELIMITED BY SIZE
                        DIRECC-TER         DELIMITED BY "  "
                        "*,*CIUDAD*:*"     DELIMITED BY SIZE
                        COD-CIU-TER        DELIMITED BY " "
                        "*,*TELEFONO*:*"   DELIMITED BY SIZE
                        TELEFONO-TER       DELIMITED BY "  "
                        "*,*EMAIL*:*"      DELIMITED BY SIZE
                        E-MAIL-TER         DELIMITED BY "  "
                        "*,*CARGO*:*"      DELIMITED BY SIZE
                        CARGO-TER          DELIMITED BY "  "
                        "*,*CREADO*:"      DELIMITED BY SIZE
                        FECHA-CRE-TER      DELIMITED BY SIZE
                        ",*MODIFICADO*:"   DELIMITED BY SIZE
                        FECHA-MOD-TER      DELIMITED BY SIZE
                        "},"               DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
              CLOSE ARCHIVO-TERCEROS
           END-IF
           MOVE "00" TO OTR-STAT.

      *    LA HISTORIA DE LA CITA NO SIEMPRE VIENE CON CEROS A LA
      *    IZQUIERDA: SE RECORRE LA AGENDA Y SE COMPARA EL VALOR.

       EXPORTAR-CITAS.
           OPEN INPUT ARCHIVO-CITAS
           IF OTR-STAT = "00"
              MOVE LOW-VALUES TO LLAVE-CIT
              START ARCHIVO-CITAS KEY IS NOT LESS LLAVE-CIT
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-CITA-TITULAR UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-CITAS
           END-IF
           MOVE "00" TO OTR-STAT.

       LEER-CITA-TITULAR.
           READ ARCHIVO-CITAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF PACI-CIT NOT = SPACES AND NOT = ZEROS
                 IF FUNCTION NUMVAL (PACI-CIT) = ID-LLEGAD-W
                    MOVE SPACES TO LIN-JSON-W
                    STRING "{*FECHA*:*"     DELIMITED BY SIZE
                           FECHA-CIT        DELIMITED BY SIZE
                           "*,*HORA*:*"     DELIMITED BY SIZE
                           HORA-CIT         DELIMITED BY SIZE
                           "*,*MEDICO*:*"   DELIMITED BY SIZE
                           MEDICO-CIT       DELIMITED BY "  "
                           "*,*ACTIVIDAD*:*" DELIMITED BY SIZE
                           ACT-CIT          DELIMITED BY " "
                           "*,*EPS*:*"      DELIMITED BY SIZE
                           EPS-CIT          DELIMITED BY " "
                           "*,*SOLICITADA*:" DELIMITED BY SIZE
                           FECHA-SOLIC-CIT  DELIMITED BY SIZE
                           "},"             DELIMITED BY SIZE
                           INTO LIN-JSON-W
                    END-STRING
                    PERFORM ESCRIBIR-LINEA-JSON
                 END-IF
              END-IF
           END-IF.

       EXPORTAR-TIQUETES.
           OPEN INPUT ARCHIVO-COMBUSTIBLES
           IF OTR-STAT = "00"
              MOVE ZEROS TO FECHA-COMB
              START ARCHIVO-COMBUSTIBLES KEY IS NOT LESS FECHA-COMB
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-PLANILLA-TITULAR UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-COMBUSTIBLES
           END-IF
           MOVE "00" TO OTR-STAT.

       LEER-PLANILLA-TITULAR.
           READ ARCHIVO-COMBUSTIBLES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              MOVE FECHA-COMB TO FECHA-NUM-W
              PERFORM ESCRIBIR-TIQUETE-TITULAR
                      VARYING J FROM 1 BY 1 UNTIL J > 200
           END-IF.

       ESCRIBIR-TIQUETE-TITULAR.
           IF  NIT-DEU-COMB (J) = ID-LLEGAD-W
           AND VLR-DEU-COMB (J) NOT = ZEROS
              MOVE VLR-DEU-COMB (J)  TO VALOR-EDIT
              MOVE CANT-DEU-COMB (J) TO CANT-EDIT
              MOVE SPACES TO LIN-JSON-W
              STRING "{*FECHA*:"        DELIMITED BY SIZE
                     FECHA-NUM-W        DELIMITED BY SIZE
                     ",*PLANILLA*:*"    DELIMITED BY SIZE
                     NRO-COMB           DELIMITED BY SIZE
                     "*,*DOC*:*"        DELIMITED BY SIZE
                     DOC-DEU-COMB (J)   DELIMITED BY " "
                     "*,*PLACA*:*"      DELIMITED BY SIZE
                     PLACA-COMB (J)     DELIMITED BY " "
                     "*,*ARTICULO*:*"   DELIMITED BY SIZE
                     ART-DEU-COMB (J)   DELIMITED BY "  "
                     "*,*CANTIDAD*:*"   DELIMITED BY SIZE
                     CANT-EDIT          DELIMITED BY SIZE
                     "*,*VALOR*:*"      DELIMITED BY SIZE
                     VALOR-EDIT         DELIMITED BY SIZE
                     "*},"              DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       EXPORTAR-ABONOS.
           OPEN INPUT ARCHIVO-ABONOS
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO NIT-ABO
              MOVE ZEROS       TO FECHA-ABO CONSEC-ABO
              START ARCHIVO-ABONOS KEY IS NOT LESS LLAVE-ABO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-ABONO-TITULAR UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-ABONOS
           END-IF
           MOVE "00" TO OTR-STAT.

       LEER-ABONO-TITULAR.
           READ ARCHIVO-ABONOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NIT-ABO NOT = ID-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE VALOR-ABO TO VALOR-EDIT
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*FECHA*:"      DELIMITED BY SIZE
                        FECHA-ABO        DELIMITED BY SIZE
                        ",*DOC*:*"       DELIMITED BY SIZE
                        DOCUM-ABO        DELIMITED BY "  "
                        "*,*DETALLE*:*"  DELIMITED BY SIZE
                        DETALLE-ABO      DELIMITED BY "  "
                        "*,*VALOR*:*"    DELIMITED BY SIZE
                        VALOR-EDIT       DELIMITED BY SIZE
                        "*},"            DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       LEER-SOLICITUD-TITULAR.
           READ ARCHIVO-HABEAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-HDA NOT = "S"
              OR ID-PERS-HDA NOT = ID-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ARMAR-LINEA-SOLICITUD
              END-IF
           END-IF.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
      *    ULTIMO CONSECUTIVO (REGISTRO DE CONTROL "N")
       TOMAR-CONSECUTIVO.
           INITIALIZE REG-HABEAS
           MOVE "N" TO TIPO-HDA
           READ ARCHIVO-HABEAS
                INVALID KEY
                   INITIALIZE REG-HABEAS
                   MOVE "N"   TO TIPO-HDA
                   MOVE 1     TO ULT-CONSEC-HDA
                   WRITE REG-HABEAS END-WRITE
                NOT INVALID KEY
                   ADD 1 TO ULT-CONSEC-HDA
                   REWRITE REG-HABEAS END-REWRITE
           END-READ
           MOVE ULT-CONSEC-HDA TO NRO-NUEVO-W.

       BUSCAR-PACIENTE.
           MOVE "N" TO SW-PACIENTE-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO COD-PACI
              READ ARCHIVO-PACIENTES
                   NOT INVALID KEY MOVE "S" TO SW-PACIENTE-W
              END-READ
              CLOSE ARCHIVO-PACIENTES
           END-IF
           MOVE "00" TO OTR-STAT.

       BUSCAR-TERCERO.
           OPEN INPUT ARCHIVO-TERCEROS
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO COD-TER
              READ ARCHIVO-TERCEROS
                   NOT INVALID KEY MOVE "S" TO SW-EXISTE-W
              END-READ
              CLOSE ARCHIVO-TERCEROS
           END-IF
           MOVE "00" TO OTR-STAT.

      *    CARTERA DE COMBUSTIBLE: ABONOS DEL NIT O, SI NO HAY,
      *    ALGUN TIQUETE A CREDITO EN LAS PLANILLAS.

       BUSCAR-CREDITO-COMB.
           MOVE "N" TO SW-CREDITO-W

           OPEN INPUT ARCHIVO-ABONOS
           IF OTR-STAT = "00"
              MOVE ID-LLEGAD-W TO NIT-ABO
              MOVE ZEROS       TO FECHA-ABO CONSEC-ABO
              START ARCHIVO-ABONOS KEY IS NOT LESS LLAVE-ABO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              IF OTR-STAT = "00"
                 READ ARCHIVO-ABONOS NEXT RECORD
                      AT END MOVE "10" TO OTR-STAT
                 END-READ
                 IF OTR-STAT = "00" AND NIT-ABO = ID-LLEGAD-W
                    MOVE "S" TO SW-CREDITO-W
                 END-IF
              END-IF
              CLOSE ARCHIVO-ABONOS
           END-IF
           MOVE "00" TO OTR-STAT

           IF SW-CREDITO-W = "N"
              OPEN INPUT ARCHIVO-COMBUSTIBLES
              IF OTR-STAT = "00"
                 MOVE ZEROS TO FECHA-COMB
                 START ARCHIVO-COMBUSTIBLES KEY IS NOT LESS FECHA-COMB
                       INVALID KEY MOVE "10" TO OTR-STAT
                 END-START
                 PERFORM LEER-PLANILLA-CREDITO
                         UNTIL OTR-STAT NOT = "00"
                 CLOSE ARCHIVO-COMBUSTIBLES
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-PLANILLA-CREDITO.
           READ ARCHIVO-COMBUSTIBLES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM REVISAR-TIQUETE-CREDITO
                      VARYING J FROM 1 BY 1 UNTIL J > 200
              IF SW-CREDITO-W = "S"
                 MOVE "10" TO OTR-STAT
              END-IF
           END-IF.

       REVISAR-TIQUETE-CREDITO.
           IF  NIT-DEU-COMB (J) = ID-LLEGAD-W
           AND VLR-DEU-COMB (J) NOT = ZEROS
              MOVE "S" TO SW-CREDITO-W
           END-IF.

       LISTAR-AUTORIZACIONES.
           INITIALIZE LLAVE-HDA
           MOVE "A"         TO TIPO-HDA
           MOVE ID-LLEGAD-W TO ID-PERS-HDA
           START ARCHIVO-HABEAS KEY IS NOT LESS LLAVE-HDA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-AUTORIZACION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-AUTORIZACION.
           READ ARCHIVO-HABEAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-HDA NOT = "A"
              OR ID-PERS-HDA NOT = ID-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*CONSEC*:"      DELIMITED BY SIZE
                        CONSEC-HDA        DELIMITED BY SIZE
                        ",*CLASE*:*"      DELIMITED BY SIZE
                        CLASE-PERS-HDA    DELIMITED BY SIZE
                        "*,*ESTADO*:*"    DELIMITED BY SIZE
                        ESTADO-AUT-HDA    DELIMITED BY SIZE
                        "*,*VERSION*:*"   DELIMITED BY SIZE
                        VERSION-POL-HDA   DELIMITED BY "  "
                        "*,*CANAL*:*"     DELIMITED BY SIZE
                        CANAL-HDA         DELIMITED BY SIZE
                        "*,*FECHA*:"      DELIMITED BY SIZE
                        FECHA-AUT-HDA     DELIMITED BY SIZE
                        ",*HORA*:*"       DELIMITED BY SIZE
                        HORA-AUT-HDA      DELIMITED BY SIZE
                        "*,*OPER*:*"      DELIMITED BY SIZE
                        OPER-HDA          DELIMITED BY SIZE
                        "*},"             DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ARMAR-LINEA-SOLICITUD.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*CONSEC*:"      DELIMITED BY SIZE
                  CONSEC-HDA        DELIMITED BY SIZE
                  ",*PERSONA*:"     DELIMITED BY SIZE
                  ID-PERS-HDA       DELIMITED BY SIZE
                  ",*TIPO*:*"       DELIMITED BY SIZE
                  TIPO-SOL-HDA      DELIMITED BY SIZE
                  "*,*RADICADA*:"   DELIMITED BY SIZE
                  FECHA-RAD-HDA     DELIMITED BY SIZE
                  ",*LIMITE*:"      DELIMITED BY SIZE
                  FECHA-LIMITE-HDA  DELIMITED BY SIZE
                  ",*ESTADO*:*"     DELIMITED BY SIZE
                  ESTADO-SOL-HDA    DELIMITED BY SIZE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-HDA       DELIMITED BY "  "
                  "*,*RESPUESTA*:*" DELIMITED BY SIZE
                  RESPUESTA-HDA     DELIMITED BY "  "
                  "*,*RESPONDIDA*:" DELIMITED BY SIZE
                  FECHA-RESP-HDA    DELIMITED BY SIZE
                  ",*BLOQUEO*:*"    DELIMITED BY SIZE
                  BLOQUEO-HDA       DELIMITED BY "  "
                  "*},"             DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    N DIAS HABILES DESPUES DE LA RADICACION, SIN SABADOS,
      *    DOMINGOS NI LOS FESTIVOS DEL CALENDARIO (SC-ARCHFES)
       CALCULAR-FECHA-LIMITE.
           MOVE "S" TO SW-FESTIVOS-W
           OPEN INPUT ARCHIVO-FESTIVOS
           IF OTR-STAT = "35"
              MOVE "N" TO SW-FESTIVOS-W
           END-IF

           MOVE FECHA-HOY-W TO FECHA-LIMITE-W
           MOVE ZEROS       TO CANT-HABILES-W
           PERFORM AVANZAR-DIA-HABIL
                   UNTIL CANT-HABILES-W = PLAZO-HABILES-W

           IF SW-FESTIVOS-W = "S"
              CLOSE ARCHIVO-FESTIVOS
           END-IF
           MOVE "00" TO OTR-STAT.

       AVANZAR-DIA-HABIL.
           COMPUTE DIA-ENTERO-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-LIMITE-W) + 1
           MOVE FUNCTION DATE-OF-INTEGER (DIA-ENTERO-W)
                TO FECHA-LIMITE-W
      *    EL DIA 1 DEL CALENDARIO (01/01/1601) FUE LUNES: RESIDUO 6
      *    ES SABADO Y 0 ES DOMINGO
           DIVIDE DIA-ENTERO-W BY 7 GIVING SEMANAS-W
                  REMAINDER DIA-SEMANA-W

           IF DIA-SEMANA-W NOT = 6 AND NOT = 0
              IF SW-FESTIVOS-W = "S"
                 MOVE "F"            TO TIPO-FES
                 MOVE SPACES         TO COD-PROF-FES
                 MOVE FECHA-LIMITE-W TO FECHA-DESDE-FES
                 READ ARCHIVO-FESTIVOS
                      INVALID KEY ADD 1 TO CANT-HABILES-W
                 END-READ
              ELSE
                 ADD 1 TO CANT-HABILES-W
              END-IF
           END-IF.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
