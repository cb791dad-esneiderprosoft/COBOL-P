      *=================================================================
      * BOMBAS - TABLAS DE AFORO DE LOS TANQUES (SC-ARCHAFO): LA
      *          VARILLA SE MIDE EN CENTIMETROS Y LA TABLA DEL
      *          CERTIFICADO DE CALIBRACION LA CONVIERTE A GALONES,
      *          INTERPOLANDO ENTRE RENGLONES (BOM008A). ASI EL
      *          ISLERO YA NO CONVIERTE A MANO CON LA TABLA DE PAPEL.
      *          - OPC "G": GRABA O CAMBIA UN RENGLON DE LA TABLA.
      *          - OPC "B": BORRA UN RENGLON DE LA TABLA.
      *          - OPC "L": LIQUIDA UNA MEDICION: CENTIMETROS DE
      *            PRODUCTO Y DE AGUA A GALONES BRUTOS, AGUA Y NETOS.
      *          - OPC "I": TABLA COMPLETA DEL TANQUE PARA IMPRIMIR
      *            (VISITA DE LA SIC / MINMINAS).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM137".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-AFORO.CBL".

           SELECT ARCHIVO-CL-TANQUES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-CLTAN-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE  DYNAMIC;
                  RECORD KEY COD-CL-TANQ
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-AFORO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CLTAN.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-AFO-W             PIC X(70).
       01 NOM-CLTAN-W           PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPCION-LLEGAD-W        PIC X.
          02 TANQUE-LLEGAD-W        PIC XX.
          02 ALTURA-LLEGAD-W        PIC 9(4)V9.
          02 GALONES-LLEGAD-W       PIC 9(7)V99.
          02 AGUA-LLEGAD-W          PIC 9(4)V9.
          02 CERTIF-LLEGAD-W        PIC X(20).
          02 FECHA-CALIB-LLEGAD-W   PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 GAL-BRUTO-W        PIC 9(7)V99.
          02 GAL-AGUA-W         PIC 9(7)V99.
          02 GAL-NETO-W         PIC S9(7)V99.
          02 INVALID-AFO-W      PIC 99.
          02 N-RENGLONES-W      PIC 9(5)  VALUE 0.
          02 SW-ORDEN-W         PIC X     VALUE "S".
          02 ALTURA-EDIT        PIC Z,ZZ9.9.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZ9.99.
          02 CAPAC-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LIN-JSON-W            PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 TANQUE-ENV         PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 BRUTO-ENV          PIC X(13).
          02 FILLER             PIC X VALUE "|".
          02 AGUA-ENV           PIC X(13).
          02 FILLER             PIC X VALUE "|".
          02 NETO-ENV           PIC X(13).

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
              MOVE "BOM137"                TO MSJ3-HTML
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
              MOVE "BOM137"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-AFORO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-AFORO.
       ESCR-EXCEP-AFORO.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-AFO-W               TO MSJ2-HTML
              MOVE "BOM137"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CLTAN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CL-TANQUES.
       ESCR-EXCEP-CLTAN.
           IF OTR-STAT = "00" OR "23"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CLTAN-W             TO MSJ2-HTML
              MOVE "BOM137"                TO MSJ3-HTML
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
              MOVE "BOM137"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM137" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPCION-LLEGAD-W, TANQUE-LLEGAD-W, ALTURA-LLEGAD-W,
                   GALONES-LLEGAD-W, AGUA-LLEGAD-W, CERTIF-LLEGAD-W,
                   FECHA-CALIB-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           IF TANQUE-LLEGAD-W = SPACES
              MOVE "99"                  TO MSJ1-HTML
              MOVE "Falta el tanque"     TO MSJ2-HTML
              MOVE "BOM137"              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

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
           OR NIT-USUNET = ZEROS
              MOVE "Validacion de Sesion"        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "Sc"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-AFO-W NOM-CLTAN-W NOM-PLANO-W
           MOVE "\\" TO NOM-AFO-W

           INSPECT NOM-AFO-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-AFO-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-AFO-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-AFO-W TO NOM-CLTAN-W

           INSPECT NOM-AFO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAFO.DAT"

           INSPECT NOM-CLTAN-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTAN.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM137-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       LEER-TANQUE.
           OPEN INPUT ARCHIVO-CL-TANQUES
           MOVE TANQUE-LLEGAD-W TO COD-CL-TANQ
           READ ARCHIVO-CL-TANQUES
                INVALID KEY
                   CLOSE ARCHIVO-CL-TANQUES
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Tanque no registrado"   TO MSJ2-HTML
                   MOVE "BOM137"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-CL-TANQUES.

           EVALUATE OPCION-LLEGAD-W
             WHEN "G"   GO TO GRABAR-RENGLON
             WHEN "B"   GO TO BORRAR-RENGLON
             WHEN "L"   GO TO LIQUIDAR-MEDICION
             WHEN "I"   GO TO IMPRIMIR-TABLA
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "BOM137"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPCION "G": GRABAR UN RENGLON DE LA TABLA DE AFORO
      *=================================================================
       GRABAR-RENGLON.
           OPEN I-O ARCHIVO-AFORO
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-AFORO
              CLOSE       ARCHIVO-AFORO
              OPEN I-O    ARCHIVO-AFORO
           END-IF.

      *    LA TABLA TIENE QUE SER CRECIENTE: EL RENGLON DE ALTURA
      *    MENOR DEBE TENER MENOS GALONES Y EL DE ALTURA MAYOR MAS.

           MOVE "S"             TO SW-ORDEN-W
           MOVE TANQUE-LLEGAD-W TO TANQUE-AFO
           MOVE ALTURA-LLEGAD-W TO ALTURA-AFO
           START ARCHIVO-AFORO KEY IS LESS LLAVE-AFO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-AFORO PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF  OTR-STAT = "00"
              AND TANQUE-AFO = TANQUE-LLEGAD-W
              AND GALONES-AFO NOT < GALONES-LLEGAD-W
                 MOVE "N" TO SW-ORDEN-W
              END-IF
           END-IF

           MOVE TANQUE-LLEGAD-W TO TANQUE-AFO
           MOVE ALTURA-LLEGAD-W TO ALTURA-AFO
           START ARCHIVO-AFORO KEY IS GREATER LLAVE-AFO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-AFORO NEXT RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF  OTR-STAT = "00"
              AND TANQUE-AFO = TANQUE-LLEGAD-W
              AND GALONES-AFO NOT > GALONES-LLEGAD-W
                 MOVE "N" TO SW-ORDEN-W
              END-IF
           END-IF

           MOVE "00" TO OTR-STAT

           IF SW-ORDEN-W = "N"
              CLOSE ARCHIVO-AFORO
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Galones fuera de orden con la tabla" TO MSJ2-HTML
              MOVE "BOM137"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-AFORO
           MOVE TANQUE-LLEGAD-W      TO TANQUE-AFO
           MOVE ALTURA-LLEGAD-W      TO ALTURA-AFO
           MOVE GALONES-LLEGAD-W     TO GALONES-AFO
           MOVE CERTIF-LLEGAD-W      TO CERTIF-AFO
           MOVE FECHA-CALIB-LLEGAD-W TO FECHA-CALIB-AFO
           MOVE OPER-LLEGAD-W        TO OPER-AFO
           MOVE FECHA-TOTAL          TO FECHA-GRAB-AFO

           WRITE REG-AFORO
                 INVALID KEY
                    REWRITE REG-AFORO END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-AFORO

           MOVE GALONES-LLEGAD-W TO GAL-BRUTO-W GAL-NETO-W
           MOVE ZEROS            TO GAL-AGUA-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPCION "B": BORRAR UN RENGLON DE LA TABLA DE AFORO
      *=================================================================
       BORRAR-RENGLON.
           OPEN I-O ARCHIVO-AFORO
           MOVE TANQUE-LLEGAD-W TO TANQUE-AFO
           MOVE ALTURA-LLEGAD-W TO ALTURA-AFO
           READ ARCHIVO-AFORO
                INVALID KEY
                   CLOSE ARCHIVO-AFORO
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "Renglon no existe en la tabla" TO MSJ2-HTML
                   MOVE "BOM137"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           DELETE ARCHIVO-AFORO END-DELETE
           CLOSE ARCHIVO-AFORO

           MOVE ZEROS TO GAL-BRUTO-W GAL-AGUA-W GAL-NETO-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPCION "L": CENTIMETROS DE PRODUCTO Y AGUA A GALONES NETOS
      *=================================================================
       LIQUIDAR-MEDICION.
           MOVE ZEROS TO GAL-BRUTO-W GAL-AGUA-W GAL-NETO-W

           CALL "BOM008A" USING NOM-AFO-W TANQUE-LLEGAD-W
                                ALTURA-LLEGAD-W GAL-BRUTO-W
                                INVALID-AFO-W
                ON EXCEPTION CONTINUE
           END-CALL

           IF INVALID-AFO-W NOT = ZEROS
              MOVE "99"                                TO MSJ1-HTML
              MOVE "Altura fuera de la tabla de aforo" TO MSJ2-HTML
              MOVE "BOM137"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF AGUA-LLEGAD-W > ZEROS
              CALL "BOM008A" USING NOM-AFO-W TANQUE-LLEGAD-W
                                   AGUA-LLEGAD-W GAL-AGUA-W
                                   INVALID-AFO-W
                   ON EXCEPTION CONTINUE
              END-CALL
              IF INVALID-AFO-W NOT = ZEROS
                 MOVE "99"                           TO MSJ1-HTML
                 MOVE "Nivel de agua fuera de la tabla" TO MSJ2-HTML
                 MOVE "BOM137"                       TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           COMPUTE GAL-NETO-W = GAL-BRUTO-W - GAL-AGUA-W.

       ENVIO-DATOS.
           MOVE "00"            TO DAT0-ENV
           MOVE TANQUE-LLEGAD-W TO TANQUE-ENV
           MOVE GAL-BRUTO-W     TO VALOR-EDIT
           MOVE VALOR-EDIT      TO BRUTO-ENV
           MOVE GAL-AGUA-W      TO VALOR-EDIT
           MOVE VALOR-EDIT      TO AGUA-ENV
           MOVE GAL-NETO-W      TO VALOR-EDIT
           MOVE VALOR-EDIT      TO NETO-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * OPCION "I": TABLA DE AFORO DEL TANQUE PARA IMPRIMIR
      *=================================================================
       IMPRIMIR-TABLA.
           OPEN OUTPUT ARCHIVO-JSON
           OPEN INPUT  ARCHIVO-AFORO

           MOVE CAPACIDAD-CL-TANQ TO CAPAC-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*TANQUE*:*"      DELIMITED BY SIZE
                  COD-CL-TANQ        DELIMITED BY SIZE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-CL-TANQ    DELIMITED BY "  "
                  "*,*PRODUCTO*:*"   DELIMITED BY SIZE
                  PRODUCTO-CL-TANQ   DELIMITED BY "  "
                  "*,*CAPACIDAD*:*"  DELIMITED BY SIZE
                  CAPAC-EDIT         DELIMITED BY SIZE
                  "*,*TABLA*:["      DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE TANQUE-LLEGAD-W TO TANQUE-AFO
           MOVE ZEROS           TO ALTURA-AFO
           START ARCHIVO-AFORO KEY IS NOT LESS LLAVE-AFO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-RENGLON UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*CM*:**}],*RENGLONES*:" DELIMITED BY SIZE
                  N-RENGLONES-W             DELIMITED BY SIZE
                  "}"                       DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-AFORO

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM137"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

      *=================================================================
      * RUTINAS
      *=================================================================
       LISTAR-RENGLON.
           READ ARCHIVO-AFORO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TANQUE-AFO NOT = TANQUE-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ESCRIBIR-RENGLON
              END-IF
           END-IF.

       ESCRIBIR-RENGLON.
           ADD 1 TO N-RENGLONES-W
           MOVE ALTURA-AFO  TO ALTURA-EDIT
           MOVE GALONES-AFO TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*CM*:*"           DELIMITED BY SIZE
                  ALTURA-EDIT         DELIMITED BY SIZE
                  "*,*GALONES*:*"     DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  "*,*CERTIFICADO*:*" DELIMITED BY SIZE
                  CERTIF-AFO          DELIMITED BY "  "
                  "*,*FECHA-CALIB*:"  DELIMITED BY SIZE
                  FECHA-CALIB-AFO     DELIMITED BY SIZE
                  "},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
