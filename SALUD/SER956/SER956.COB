      *=================================================================
      * SALUD - CARGOS PERDIDOS: EVENTOS CLINICOS SIN LINEA COBRADA
      *         (SC-ARCHCPR). LOS DETECTA CADA NOCHE SER956R EN LA
      *         CADENA DE CON857 (DOSIS DEL MAR, LABORATORIOS
      *         VALIDADOS, TRANSFUSIONES, CIRUGIAS E INTERCONSULTAS).
      *         - OPC "P": GRABA LOS PARAMETROS DE LA REVISION
      *           (MANUAL TARIFARIO, SALARIO MINIMO DIARIO, CUPS DE
      *           TRANSFUSION E INTERCONSULTA, DIAS HACIA ATRAS).
      *         - OPC "L": LISTA DE TRABAJO DE PENDIENTES DEL
      *           SERVICIO (TODOS SI NO LLEGA), CON SU VALOR DE
      *           TARIFA Y LOS DIAS DESDE EL EVENTO.
      *         - OPC "A": AGREGA EL CARGO A LA CUENTA DEL PACIENTE
      *           (SAL733R) CON EL MISMO ORIGEN Y DOCUMENTO DEL
      *           EVENTO Y LO MARCA RECUPERADO.
      *         - OPC "D": DESCARTA EL EVENTO CON UN MOTIVO.
      *         - OPC "R": INFORME DEL MES AAAAMM DE LOS EVENTOS POR
      *           SERVICIO: DETECTADO, RECUPERADO, PENDIENTE Y
      *           DESCARTADO (NO RECUPERADO), EN CANTIDAD Y VALOR.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER956".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-CRGPR.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-CRGPR.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".

       77 NOM-CPR-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 SERVICIO-LLEGAD-W      PIC X(4).
          02 ORIGEN-LLEGAD-W        PIC X(8).
          02 DOC-LLEGAD-W           PIC X(30).
          02 CODIGO-LLEGAD-W        PIC X(18).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 NIT-LLEGAD-W           PIC 9(11).
          02 MOTIVO-LLEGAD-W        PIC X(30).
          02 MES-LLEGAD-W           PIC 9(6).
          02 MANUAL-LLEGAD-W        PIC XX.
          02 SAL-MIN-LLEGAD-W       PIC 9(9).
          02 CUPS-TRANSF-LLEGAD-W   PIC X(8).
          02 CUPS-INTERC-LLEGAD-W   PIC X(8).
          02 DIAS-LLEGAD-W          PIC 9(3).
          02 OPER-LLEGAD-W          PIC X(4).

      *    TOTALES DEL INFORME POR SERVICIO: 1 DETECTADO,
      *    2 RECUPERADO, 3 PENDIENTE, 4 DESCARTADO.
       01 TABLA-SERV-W.
          02 CANT-SERV-W            PIC 99 VALUE 0.
          02 SERV-W OCCURS 60.
             03 COD-SERV-W          PIC X(4).
             03 CANT-EST-W          PIC 9(6) OCCURS 4.
             03 VALOR-EST-W         PIC 9(13)V99 OCCURS 4.

       01 TOTALES-W.
          02 CANT-TOT-W             PIC 9(6) OCCURS 4.
          02 VALOR-TOT-W            PIC 9(13)V99 OCCURS 4.

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 DIAS-HOY-W         PIC 9(7).
          02 DIAS-EVENTO-W      PIC 9(5).
          02 K                  PIC 99.
          02 E                  PIC 9.
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 TOT-LISTA-W        PIC 9(13)V99 VALUE 0.
          02 SW-FIN-CPR-W       PIC X.
          02 VALOR-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
          02 CANT-EDIT          PIC ZZZZ9.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-CRG-ENV        PIC 9(8).
          02 FILLER             PIC X VALUE "|".
          02 VALOR-ENV          PIC Z,ZZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X VALUE "|".
          02 CANT-ENV           PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(40).

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".

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
              MOVE "SER956"                TO MSJ3-HTML
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
              MOVE "SER956"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CRGPR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CARGOS-PERDIDOS.
       ESCR-EXCEP-CRGPR.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CPR-W               TO MSJ2-HTML
              MOVE "SER956"                TO MSJ3-HTML
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
              MOVE "SER956"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER956" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, SERVICIO-LLEGAD-W, ORIGEN-LLEGAD-W,
                   DOC-LLEGAD-W, CODIGO-LLEGAD-W, CONTRATO-LLEGAD-W,
                   NIT-LLEGAD-W, MOTIVO-LLEGAD-W, MES-LLEGAD-W,
                   MANUAL-LLEGAD-W, SAL-MIN-LLEGAD-W,
                   CUPS-TRANSF-LLEGAD-W, CUPS-INTERC-LLEGAD-W,
                   DIAS-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

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

           IF NOMBRE-USUNET = SPACES
              MOVE "Validacion de usuarios"      TO MSJ1-HTML
              MOVE "Falta configurar usuario"    TO MSJ2-HTML
              MOVE "Sc"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-CPR-W NOM-CRG-W NOM-PLANO-W
           MOVE "\\" TO NOM-CPR-W

           INSPECT NOM-CPR-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-CPR-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-CPR-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-CPR-W TO NOM-CRG-W

           INSPECT NOM-CPR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCPR.DAT"

           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER956-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       PREPARAR-FECHAS.
           MOVE FECHA-TOTAL TO FECHA-HOY-W
           COMPUTE DIAS-HOY-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
           INITIALIZE DATOS-ENVIO.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-CARGOS-PERDIDOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-CARGOS-PERDIDOS
              CLOSE       ARCHIVO-CARGOS-PERDIDOS
              OPEN I-O    ARCHIVO-CARGOS-PERDIDOS
           END-IF.

           EVALUATE OPC-LLEGAD-W
             WHEN "P"   GO TO GRABAR-PARAMETROS
             WHEN "L"   GO TO LISTA-PENDIENTES
             WHEN "A"   GO TO AGREGAR-CARGO
             WHEN "D"   GO TO DESCARTAR-EVENTO
             WHEN "R"   GO TO INFORME-MES
             WHEN OTHER
                  CLOSE ARCHIVO-CARGOS-PERDIDOS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER956"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "P": PARAMETROS DE LA REVISION NOCTURNA
      *=================================================================
       GRABAR-PARAMETROS.
           INITIALIZE REG-CARGO-PERDIDO
           MOVE "P" TO TIPO-CPR
           READ ARCHIVO-CARGOS-PERDIDOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           MOVE MANUAL-LLEGAD-W      TO MANUAL-CPR
           MOVE SAL-MIN-LLEGAD-W     TO SAL-MIN-CPR
           MOVE CUPS-TRANSF-LLEGAD-W TO CUPS-TRANSF-CPR
           MOVE CUPS-INTERC-LLEGAD-W TO CUPS-INTERC-CPR
           MOVE DIAS-LLEGAD-W        TO DIAS-VENTANA-CPR
           MOVE OPER-LLEGAD-W        TO OPER-PARAM-CPR
           MOVE FECHA-HOY-W          TO FECHA-CORRIDA-CPR

           IF OTR-STAT = "00"
              REWRITE REG-CARGO-PERDIDO END-REWRITE
           ELSE
              MOVE "P"    TO TIPO-CPR
              MOVE SPACES TO ORIGEN-CPR DOC-CPR CODIGO-CPR
                             LLAVE-SERV-CPR
              WRITE REG-CARGO-PERDIDO END-WRITE
           END-IF

           CLOSE ARCHIVO-CARGOS-PERDIDOS
           MOVE "00"                  TO DAT0-ENV
           MOVE "Parametros grabados" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "L": LISTA DE TRABAJO DEL SERVICIO
      *=================================================================
       LISTA-PENDIENTES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*PENDIENTES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "P"               TO ESTADO-CPR
           MOVE SERVICIO-LLEGAD-W TO SERVICIO-CPR
           MOVE ZEROS             TO FECHA-EVENTO-CPR
           MOVE "N"               TO SW-FIN-CPR-W
           START ARCHIVO-CARGOS-PERDIDOS KEY IS NOT LESS LLAVE-SERV-CPR
                 INVALID KEY MOVE "S" TO SW-FIN-CPR-W
           END-START
           PERFORM LEER-PENDIENTE UNTIL SW-FIN-CPR-W = "S"

           MOVE TOT-LISTA-W TO VALOR-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "{*ORIGEN*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  VALOR-EDIT                 DELIMITED BY SIZE
                  "*}"                       DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-CARGOS-PERDIDOS
           MOVE "00"           TO DAT0-ENV
           MOVE TOT-LISTA-W    TO VALOR-ENV
           MOVE CANT-LISTA-W   TO CANT-ENV
           MOVE "Lista de pendientes lista" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LEER-PENDIENTE.
           READ ARCHIVO-CARGOS-PERDIDOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-CPR-W
           END-READ.

           IF SW-FIN-CPR-W = "N"
              IF NOT CPR-PENDIENTE
              OR (SERVICIO-LLEGAD-W NOT = SPACES
                  AND SERVICIO-CPR NOT = SERVICIO-LLEGAD-W)
                 MOVE "S" TO SW-FIN-CPR-W
              ELSE
                 IF CPR-EVENTO
                    PERFORM LISTAR-PENDIENTE
                 END-IF
              END-IF
           END-IF.

       LISTAR-PENDIENTE.
           ADD 1         TO CANT-LISTA-W
           ADD VALOR-CPR TO TOT-LISTA-W
           COMPUTE DIAS-EVENTO-W = DIAS-HOY-W -
                   FUNCTION INTEGER-OF-DATE (FECHA-EVENTO-CPR)

           MOVE VALOR-CPR TO VALOR-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "{*ORIGEN*:*"        DELIMITED BY SIZE
                  ORIGEN-CPR           DELIMITED BY SPACE
                  "*,*DOCUMENTO*:*"    DELIMITED BY SIZE
                  DOC-CPR              DELIMITED BY SPACE
                  "*,*CODIGO*:*"       DELIMITED BY SIZE
                  CODIGO-CPR           DELIMITED BY SPACE
                  "*,*CLASE*:*"        DELIMITED BY SIZE
                  CLASE-CPR            DELIMITED BY SIZE
                  "*,*SERVICIO*:*"     DELIMITED BY SIZE
                  SERVICIO-CPR         DELIMITED BY SIZE
                  "*,*PACIENTE*:"      DELIMITED BY SIZE
                  COD-PACI-CPR         DELIMITED BY SIZE
                  ",*FECHA*:"          DELIMITED BY SIZE
                  FECHA-EVENTO-CPR     DELIMITED BY SIZE
                  ",*DESCRIPCION*:*"   DELIMITED BY SIZE
                  DESCRIP-CPR          DELIMITED BY "  "
                  "*,*CANTIDAD*:"      DELIMITED BY SIZE
                  CANTIDAD-CPR         DELIMITED BY SIZE
                  ",*VALOR*:*"         DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*,*SIN_TARIFA*:*"   DELIMITED BY SIZE
                  SIN-TARIFA-CPR       DELIMITED BY SIZE
                  "*,*DIAS*:"          DELIMITED BY SIZE
                  DIAS-EVENTO-W        DELIMITED BY SIZE
                  "},"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "A": AGREGA EL CARGO DEL EVENTO A LA CUENTA
      *=================================================================
       AGREGAR-CARGO.
           PERFORM LEER-EVENTO

           IF CONTRATO-LLEGAD-W = SPACES
              CLOSE ARCHIVO-CARGOS-PERDIDOS
              MOVE "99"                 TO MSJ1-HTML
              MOVE "Falta el contrato"  TO MSJ2-HTML
              MOVE "SER956"             TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    EL VALOR UNITARIO VA EN CERO CUANDO NO HUBO TARIFA, PARA
      *    QUE LO TARIFE LA FACTURACION CON EL CONTRATO.
           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-CPR      TO PACI-CARGO-LNK
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-CARGO-LNK
           MOVE NIT-LLEGAD-W      TO NIT-CARGO-LNK
           MOVE CLASE-CPR         TO CLASE-CARGO-LNK
           MOVE CODIGO-CPR        TO CODIGO-CARGO-LNK
           MOVE CANTIDAD-CPR      TO CANTIDAD-CARGO-LNK
           IF SIN-TARIFA-CPR NOT = "S" AND CANTIDAD-CPR > ZEROS
              COMPUTE VALOR-CARGO-LNK ROUNDED =
                      VALOR-CPR / CANTIDAD-CPR
           END-IF
           MOVE FECHA-EVENTO-CPR  TO FECHA-CARGO-LNK
           MOVE ORIGEN-CPR        TO ORIGEN-CARGO-LNK
           MOVE DOC-CPR           TO DOC-CARGO-LNK
           MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           IF RESULT-CARGO-LNK NOT = "00" AND NOT = "DU"
              CLOSE ARCHIVO-CARGOS-PERDIDOS
              MOVE RESULT-CARGO-LNK           TO MSJ1-HTML
              MOVE "No se pudo grabar el cargo" TO MSJ2-HTML
              MOVE "SER956"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "R"           TO ESTADO-CPR
           MOVE FECHA-HOY-W   TO FECHA-RECUP-CPR
           MOVE NRO-CARGO-LNK TO NRO-CRG-CPR
           MOVE OPER-LLEGAD-W TO OPER-CPR
           REWRITE REG-CARGO-PERDIDO END-REWRITE
           CLOSE ARCHIVO-CARGOS-PERDIDOS

           MOVE "00"          TO DAT0-ENV
           MOVE NRO-CARGO-LNK TO NRO-CRG-ENV
           MOVE VALOR-CPR     TO VALOR-ENV
           MOVE "Cargo recuperado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    EL EVENTO PENDIENTE QUE LLEGA (ORIGEN, DOCUMENTO, CODIGO).
       LEER-EVENTO.
           MOVE "E"             TO TIPO-CPR
           MOVE ORIGEN-LLEGAD-W TO ORIGEN-CPR
           MOVE DOC-LLEGAD-W    TO DOC-CPR
           MOVE CODIGO-LLEGAD-W TO CODIGO-CPR
           READ ARCHIVO-CARGOS-PERDIDOS
                INVALID KEY
                   CLOSE ARCHIVO-CARGOS-PERDIDOS
                   MOVE "99"                  TO MSJ1-HTML
                   MOVE "No existe el evento" TO MSJ2-HTML
                   MOVE "SER956"              TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT CPR-PENDIENTE
              CLOSE ARCHIVO-CARGOS-PERDIDOS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "El evento ya no esta pendiente" TO MSJ2-HTML
              MOVE "SER956"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

      *=================================================================
      * OPC "D": DESCARTA EL EVENTO
      *=================================================================
       DESCARTAR-EVENTO.
           IF MOTIVO-LLEGAD-W = SPACES
              CLOSE ARCHIVO-CARGOS-PERDIDOS
              MOVE "99"                TO MSJ1-HTML
              MOVE "Falta el motivo"   TO MSJ2-HTML
              MOVE "SER956"            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM LEER-EVENTO

           MOVE "D"             TO ESTADO-CPR
           MOVE FECHA-HOY-W     TO FECHA-RECUP-CPR
           MOVE MOTIVO-LLEGAD-W TO MOTIVO-CPR
           MOVE OPER-LLEGAD-W   TO OPER-CPR
           REWRITE REG-CARGO-PERDIDO END-REWRITE
           CLOSE ARCHIVO-CARGOS-PERDIDOS

           MOVE "00"              TO DAT0-ENV
           MOVE VALOR-CPR         TO VALOR-ENV
           MOVE "Evento descartado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "R": INFORME DEL MES POR SERVICIO
      *=================================================================
       INFORME-MES.
           IF MES-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W (1:6) TO MES-LLEGAD-W
           END-IF
           INITIALIZE TABLA-SERV-W TOTALES-W

           MOVE "E"        TO TIPO-CPR
           MOVE LOW-VALUES TO ORIGEN-CPR DOC-CPR CODIGO-CPR
           MOVE "N"        TO SW-FIN-CPR-W
           START ARCHIVO-CARGOS-PERDIDOS KEY IS NOT LESS LLAVE-CPR
                 INVALID KEY MOVE "S" TO SW-FIN-CPR-W
           END-START
           PERFORM LEER-EVENTO-MES UNTIL SW-FIN-CPR-W = "S"
           CLOSE ARCHIVO-CARGOS-PERDIDOS

           OPEN OUTPUT ARCHIVO-JSON
           MOVE 1 TO PUNTERO-W
           STRING "{*MES*:"            DELIMITED BY SIZE
                  MES-LLEGAD-W         DELIMITED BY SIZE
                  ",*SERVICIOS*:["     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-SERVICIO VARYING K FROM 1 BY 1
                   UNTIL K > CANT-SERV-W

           MOVE "{*SERVICIO*:**}],*TOTAL*:{" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           MOVE 1 TO PUNTERO-W
           PERFORM ARMAR-TOTALES
           STRING "}}" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE "00"            TO DAT0-ENV
           MOVE VALOR-TOT-W (2) TO VALOR-ENV
           MOVE CANT-TOT-W (1)  TO CANT-ENV
           MOVE "Informe del mes listo" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LEER-EVENTO-MES.
           READ ARCHIVO-CARGOS-PERDIDOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-CPR-W
           END-READ.

           IF SW-FIN-CPR-W = "N"
              IF NOT CPR-EVENTO
                 MOVE "S" TO SW-FIN-CPR-W
              ELSE
                 IF FECHA-EVENTO-CPR (1:6) = MES-LLEGAD-W
                    PERFORM ACUMULAR-EVENTO
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-EVENTO.
           MOVE 1 TO K
           PERFORM BUSCAR-SERVICIO
                   UNTIL K > CANT-SERV-W
                      OR COD-SERV-W (K) = SERVICIO-CPR
           IF K > CANT-SERV-W
              IF CANT-SERV-W < 60
                 ADD 1 TO CANT-SERV-W
                 MOVE CANT-SERV-W  TO K
                 MOVE SERVICIO-CPR TO COD-SERV-W (K)
              ELSE
      *          SIN CUPO EN LA TABLA VA AL ULTIMO RENGLON.
                 MOVE 60 TO K
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN CPR-RECUPERADO MOVE 2 TO E
             WHEN CPR-PENDIENTE  MOVE 3 TO E
             WHEN OTHER          MOVE 4 TO E
           END-EVALUATE

           ADD 1         TO CANT-EST-W (K 1) CANT-EST-W (K E)
                            CANT-TOT-W (1)   CANT-TOT-W (E)
           ADD VALOR-CPR TO VALOR-EST-W (K 1) VALOR-EST-W (K E)
                            VALOR-TOT-W (1)   VALOR-TOT-W (E).

       BUSCAR-SERVICIO.
           ADD 1 TO K.

       ESCRIBIR-SERVICIO.
           MOVE 1 TO PUNTERO-W
           STRING "{*SERVICIO*:*"      DELIMITED BY SIZE
                  COD-SERV-W (K)       DELIMITED BY SIZE
                  "*,"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ARMAR-RENGLON-SERVICIO
           STRING "},"  DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    CANTIDAD Y VALOR DE LOS CUATRO ESTADOS DEL RENGLON K.
       ARMAR-RENGLON-SERVICIO.
           PERFORM ARMAR-ESTADO-SERVICIO VARYING E FROM 1 BY 1
                   UNTIL E > 4.

       ARMAR-ESTADO-SERVICIO.
           MOVE CANT-EST-W (K E)  TO CANT-EDIT
           MOVE VALOR-EST-W (K E) TO VALOR-EDIT
           PERFORM ARMAR-PAR-ESTADO.

       ARMAR-TOTALES.
           PERFORM ARMAR-ESTADO-TOTAL VARYING E FROM 1 BY 1
                   UNTIL E > 4.

       ARMAR-ESTADO-TOTAL.
           MOVE CANT-TOT-W (E)  TO CANT-EDIT
           MOVE VALOR-TOT-W (E) TO VALOR-EDIT
           PERFORM ARMAR-PAR-ESTADO.

       ARMAR-PAR-ESTADO.
           EVALUATE E
             WHEN 1
                  STRING "*DETECTADO*:"  DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
             WHEN 2
                  STRING ",*RECUPERADO*:" DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
             WHEN 3
                  STRING ",*PENDIENTE*:" DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
             WHEN OTHER
                  STRING ",*DESCARTADO*:" DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
           END-EVALUATE
           STRING "{*CANTIDAD*:"       DELIMITED BY SIZE
                  CANT-EDIT            DELIMITED BY SIZE
                  ",*VALOR*:*"         DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING.

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

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
