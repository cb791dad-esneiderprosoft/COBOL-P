      *=================================================================
      * MAIN-ELECT - COLA DE INFORMES PESADOS (SC-ARCHCOL): LOS
      *              INFORMES LARGOS (ESTADOS FINANCIEROS CON863,
      *              CIRCULAR 030 SER924, KARDEX INV010, RENTABILIDAD
      *              SER932 ...) YA NO CORREN DENTRO DE LA PETICION
      *              WEB: SE ENCOLAN CON SUS PARAMETROS Y EL USUARIO
      *              SIGUE TRABAJANDO.
      *              - OPC "A": ENCOLA UN INFORME. LA LINEA DE
      *                PARAMETROS (VARIABLE "parametros") ES LA MISMA
      *                QUE LA PANTALLA LE MANDARIA AL PROGRAMA. SI EL
      *                MISMO INFORME CON LOS MISMOS PARAMETROS YA ESTA
      *                EN COLA O CORRIENDO NO SE ENCOLA OTRA VEZ.
      *              - OPC "M": MIS INFORMES (ESTADO Y ARCHIVO DEL
      *                RESULTADO PARA DESCARGARLO).
      *              - OPC "X": CANCELA UN TRABAJO PROPIO PENDIENTE.
      *              - OPC "H"/"Q": HABILITA / QUITA UN PROGRAMA DE
      *                LA COLA, CON SU PROGRAMA BATCH Y EL MAXIMO DE
      *                TRABAJOS SIMULTANEOS DE ESE PROGRAMA.
      *              - OPC "E": EJECUTOR (LO LLAMA LA TAREA
      *                PROGRAMADA CADA MINUTO). TOMA EL TRABAJO
      *                PENDIENTE MAS ANTIGUO QUE PUEDA CORRER: SU
      *                EMPRESA NO TIENE OTRO CORRIENDO Y SU PROGRAMA
      *                NO HA LLEGADO AL MAXIMO; LO CORRE CON EL
      *                PROGRAMA BATCH DEL INFORME (CON863R, SER924R,
      *                SER932R, INV010R ...) Y DEJA EL ESTADO.
      *                UN TRABAJO QUE QUEDO CORRIENDO DE UN DIA
      *                ANTERIOR SE DA POR INTERRUMPIDO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON883".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-COLAI.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COLAI.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\LNK-COLA.CBL".

       01 NOM-COL-W             PIC X(90).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 OPC-LLEGAD-W           PIC X.
          02 PROGRAMA-LLEGAD-W      PIC X(8).
          02 NRO-LLEGAD-W           PIC 9(9).
          02 ENTRADA-LLEGAD-W       PIC X(8).
          02 MAXIMO-LLEGAD-W        PIC 99.

       01 PARAMETROS-W          PIC X(200).
       01 SESION-PARAM-W        PIC X(29).
       01 DIRECTORIO-PARAM-W    PIC X(30).

       77 K                     PIC 9(4).

       01 VARIABLES.
          02 USUARIO-W          PIC X(15).
          02 NRO-TRABAJO-W      PIC 9(9)  VALUE 0.
          02 ESTADO-TRABAJO-W   PIC X     VALUE SPACE.
          02 SW-DUPLIC-W        PIC X.
          02 SW-ENCONTRO-W      PIC X.
          02 SW-PUEDE-W         PIC X.
          02 ENTRADA-EJEC-W     PIC X(8).
          02 MAXIMO-EJEC-W      PIC 99.
          02 CANT-EJEC-PROG-W   PIC 99.
          02 NRO-EDIT-W         PIC Z(8)9.

       01 TABLA-PROGRAMAS.
          02 N-PROG-W           PIC 99    VALUE 0.
          02 DET-PROG-W OCCURS 30.
             03 PROG-TAB-W      PIC X(8).
             03 ENTRADA-TAB-W   PIC X(8).
             03 MAXIMO-TAB-W    PIC 99.

       01 TABLA-TRABAJOS.
          02 N-TRAB-W           PIC 9(3)  VALUE 0.
          02 DET-TRAB-W OCCURS 200.
             03 NRO-TRAB-W      PIC 9(9).
             03 PROG-TRAB-W     PIC X(8).
             03 DIR-TRAB-W      PIC X(30).
             03 ESTADO-TRAB-W   PIC X.

       01 LIN-JSON-W            PIC X(500).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-ENV            PIC 9(9).
          02 FILLER             PIC X VALUE "|".
          02 ESTADO-ENV         PIC X.

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
              MOVE "CON883"                TO MSJ3-HTML
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
              MOVE "CON883"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COLAI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COLA-INF.
       ESCR-EXCEP-COLAI.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COL-W               TO MSJ2-HTML
              MOVE "CON883"                TO MSJ3-HTML
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
              MOVE "CON883"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON883" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, OPC-LLEGAD-W, PROGRAMA-LLEGAD-W,
                   NRO-LLEGAD-W, ENTRADA-LLEGAD-W, MAXIMO-LLEGAD-W
           END-UNSTRING.

           INITIALIZE PARAMETROS-W
           IF OPC-LLEGAD-W = "A"
              MOVE "parametros"    TO COBW3-SEARCH-DATA
              CALL "COBW3_GET_VALUE" USING COBW3
              MOVE COBW3-GET-DATA  TO PARAMETROS-W
           END-IF.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHCOL.DAT" TO NOM-COL-W
           MOVE LLAVE-SESION-W (1:15) TO USUARIO-W

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-MISINF-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-COLA.
           OPEN I-O ARCHIVO-COLA-INF.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-COLA-INF
              CLOSE       ARCHIVO-COLA-INF
              OPEN I-O    ARCHIVO-COLA-INF
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO ENCOLAR-INFORME
             WHEN "M"   GO TO LISTAR-MIS-INFORMES
             WHEN "X"   GO TO CANCELAR-TRABAJO
             WHEN "H"   GO TO HABILITAR-PROGRAMA
             WHEN "Q"   GO TO QUITAR-PROGRAMA
             WHEN "E"   GO TO EJECUTAR-COLA
             WHEN OTHER
                  CLOSE ARCHIVO-COLA-INF
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON883"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "A" - ENCOLA UN INFORME
      *=================================================================
       ENCOLAR-INFORME.

      *    LA LINEA DEBE TRAER LA SESION DE QUIEN ENCOLA: EL INFORME
      *    CORRE DESPUES SIN VALIDAR SESION, CON LOS DATOS DE ESTA.

           INITIALIZE SESION-PARAM-W DIRECTORIO-PARAM-W
           UNSTRING PARAMETROS-W DELIMITED BY "|"
              INTO SESION-PARAM-W, DIRECTORIO-PARAM-W
           END-UNSTRING

           IF SESION-PARAM-W NOT = LLAVE-SESION-W
           OR DIRECTORIO-PARAM-W = SPACES
              CLOSE ARCHIVO-COLA-INF
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Parametros del informe no validos"
                                                  TO MSJ2-HTML
              MOVE "CON883"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-COLA-INF
           MOVE "P"               TO TIPO-COL
           MOVE PROGRAMA-LLEGAD-W TO ID-COL
           READ ARCHIVO-COLA-INF
                INVALID KEY
                   CLOSE ARCHIVO-COLA-INF
                   MOVE "99"                       TO MSJ1-HTML
                   MOVE "Programa no habilitado para la cola"
                                                   TO MSJ2-HTML
                   MOVE "CON883"                   TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           MOVE "N" TO SW-DUPLIC-W
           INITIALIZE LLAVE-COL
           MOVE "T" TO TIPO-COL
           MOVE ZEROS TO NRO-COL
           START ARCHIVO-COLA-INF KEY IS NOT LESS LLAVE-COL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM BUSCAR-DUPLICADO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF SW-DUPLIC-W = "S"
              CLOSE ARCHIVO-COLA-INF
              MOVE NRO-TRABAJO-W TO NRO-EDIT-W
              MOVE "99"          TO MSJ1-HTML
              MOVE SPACES        TO MSJ2-HTML
              STRING "El informe ya esta en la cola, trabajo "
                                   DELIMITED BY SIZE
                     NRO-EDIT-W    DELIMITED BY SIZE
                     INTO MSJ2-HTML
              END-STRING
              MOVE "CON883"      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM TOMAR-CONSECUTIVO

           INITIALIZE REG-COLA-INF
           MOVE "T"                TO TIPO-COL
           MOVE NRO-TRABAJO-W      TO NRO-COL
           MOVE USUARIO-W          TO USUARIO-COL
           MOVE PROGRAMA-LLEGAD-W  TO PROGRAMA-COL
           MOVE DIRECTORIO-PARAM-W TO DIRECTORIO-COL
           MOVE PARAMETROS-W       TO PARAMETROS-COL
           MOVE "P"                TO ESTADO-COL
           MOVE FECHA-TOTAL        TO FECHA-SOL-COL
           MOVE HORA-TOTAL         TO HORA-SOL-COL
           STRING "C:\PROSOFT\TEMP\SC-COLA-" DELIMITED BY SIZE
                  NRO-TRABAJO-W              DELIMITED BY SIZE
                  ".JSON"                    DELIMITED BY SIZE
                  INTO ARCHIVO-COL
           END-STRING
           MOVE "EN COLA"          TO DETALLE-COL
           WRITE REG-COLA-INF END-WRITE

           CLOSE ARCHIVO-COLA-INF
           MOVE "P" TO ESTADO-TRABAJO-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "M" - MIS INFORMES
      *=================================================================
       LISTAR-MIS-INFORMES.
           OPEN OUTPUT ARCHIVO-JSON.

           MOVE "{*INFORMES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LLAVE-COL
           MOVE "T" TO TIPO-COL
           MOVE ZEROS TO NRO-COL
           START ARCHIVO-COLA-INF KEY IS NOT LESS LLAVE-COL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-MI-INFORME UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:0}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-COLA-INF
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "X" - CANCELA UN TRABAJO PROPIO QUE NO HA EMPEZADO
      *=================================================================
       CANCELAR-TRABAJO.
           INITIALIZE LLAVE-COL
           MOVE "T"          TO TIPO-COL
           MOVE NRO-LLEGAD-W TO NRO-COL
           READ ARCHIVO-COLA-INF
                INVALID KEY
                   MOVE SPACES TO ESTADO-COL
           END-READ

           IF ESTADO-COL NOT = "P"
           OR USUARIO-COL NOT = USUARIO-W
              CLOSE ARCHIVO-COLA-INF
              MOVE "99"                           TO MSJ1-HTML
              MOVE "El trabajo no se puede cancelar"
                                                  TO MSJ2-HTML
              MOVE "CON883"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "C"                        TO ESTADO-COL
           MOVE "CANCELADO POR EL USUARIO" TO DETALLE-COL
           REWRITE REG-COLA-INF END-REWRITE

           CLOSE ARCHIVO-COLA-INF
           MOVE NRO-LLEGAD-W TO NRO-TRABAJO-W
           MOVE "C"          TO ESTADO-TRABAJO-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "H"/"Q" - PROGRAMAS HABILITADOS PARA LA COLA. SIN PROGRAMA
      *               BATCH SE TOMA EL DEL PROGRAMA TERMINADO EN
      *               "R"; SIN MAXIMO, UNO A LA VEZ.
      *=================================================================
       HABILITAR-PROGRAMA.
           IF PROGRAMA-LLEGAD-W = SPACES
              CLOSE ARCHIVO-COLA-INF
              MOVE "99"                   TO MSJ1-HTML
              MOVE "Falta el programa"    TO MSJ2-HTML
              MOVE "CON883"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF ENTRADA-LLEGAD-W = SPACES
              STRING PROGRAMA-LLEGAD-W DELIMITED BY " "
                     "R"               DELIMITED BY SIZE
                     INTO ENTRADA-LLEGAD-W
              END-STRING
           END-IF

           IF MAXIMO-LLEGAD-W = ZEROS
              MOVE 1 TO MAXIMO-LLEGAD-W
           END-IF

           INITIALIZE REG-COLA-INF
           MOVE "P"               TO TIPO-COL
           MOVE PROGRAMA-LLEGAD-W TO ID-COL
           MOVE ENTRADA-LLEGAD-W  TO ENTRADA-COL
           MOVE MAXIMO-LLEGAD-W   TO MAXIMO-COL

           WRITE REG-COLA-INF
                 INVALID KEY
                    REWRITE REG-COLA-INF END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-COLA-INF
           GO TO ENVIO-DATOS.

       QUITAR-PROGRAMA.
           INITIALIZE LLAVE-COL
           MOVE "P"               TO TIPO-COL
           MOVE PROGRAMA-LLEGAD-W TO ID-COL
           READ ARCHIVO-COLA-INF
                INVALID KEY
                   CLOSE ARCHIVO-COLA-INF
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Programa no habilitado" TO MSJ2-HTML
                   MOVE "CON883"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           DELETE ARCHIVO-COLA-INF
           CLOSE ARCHIVO-COLA-INF
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "E" - EJECUTOR. CORRE UN TRABAJO POR LLAMADO; VARIOS
      *           LLAMADOS A LA VEZ CORREN EMPRESAS DISTINTAS, NUNCA
      *           DOS DE LA MISMA, Y NUNCA MAS DEL MAXIMO DE UN MISMO
      *           PROGRAMA.
      *=================================================================
       EJECUTAR-COLA.
           INITIALIZE TABLA-PROGRAMAS TABLA-TRABAJOS

           INITIALIZE LLAVE-COL
           MOVE "P" TO TIPO-COL
           START ARCHIVO-COLA-INF KEY IS NOT LESS LLAVE-COL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM CARGAR-PROGRAMA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           INITIALIZE LLAVE-COL
           MOVE "T" TO TIPO-COL
           MOVE ZEROS TO NRO-COL
           START ARCHIVO-COLA-INF KEY IS NOT LESS LLAVE-COL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM CARGAR-TRABAJO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "N" TO SW-ENCONTRO-W
           PERFORM BUSCAR-EJECUTABLE THRU FIN-BUSCAR-EJECUTABLE
                   VARYING I FROM 1 BY 1
                   UNTIL I > N-TRAB-W OR SW-ENCONTRO-W = "S"

           IF SW-ENCONTRO-W = "S"
              PERFORM CORRER-TRABAJO THRU FIN-CORRER-TRABAJO
           END-IF

           CLOSE ARCHIVO-COLA-INF
           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE "00"             TO DAT0-ENV
           MOVE NRO-TRABAJO-W    TO NRO-ENV
           MOVE ESTADO-TRABAJO-W TO ESTADO-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       BUSCAR-DUPLICADO.
           READ ARCHIVO-COLA-INF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COL NOT = "T"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF (TRABAJO-PENDIENTE OR TRABAJO-EJECUTANDO)
                 AND USUARIO-COL    = USUARIO-W
                 AND PROGRAMA-COL   = PROGRAMA-LLEGAD-W
                 AND PARAMETROS-COL = PARAMETROS-W
                    MOVE "S"     TO SW-DUPLIC-W
                    MOVE NRO-COL TO NRO-TRABAJO-W
                    MOVE "10"    TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

       TOMAR-CONSECUTIVO.
           INITIALIZE REG-COLA-INF
           MOVE "N"   TO TIPO-COL
           MOVE ZEROS TO NRO-COL
           READ ARCHIVO-COLA-INF
                INVALID KEY
                   INITIALIZE REG-COLA-INF
                   MOVE "N"   TO TIPO-COL
                   MOVE ZEROS TO NRO-COL ULTIMO-NRO-COL
                   WRITE REG-COLA-INF END-WRITE
           END-READ

           ADD 1 TO ULTIMO-NRO-COL
           MOVE ULTIMO-NRO-COL TO NRO-TRABAJO-W
           REWRITE REG-COLA-INF END-REWRITE.

       LEER-MI-INFORME.
           READ ARCHIVO-COLA-INF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COL NOT = "T"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF USUARIO-COL = USUARIO-W
                    MOVE SPACES TO LIN-JSON-W
                    STRING "{*NRO*:"           DELIMITED BY SIZE
                           NRO-COL             DELIMITED BY SIZE
                           ",*PROGRAMA*:*"     DELIMITED BY SIZE
                           PROGRAMA-COL        DELIMITED BY " "
                           "*,*EMPRESA*:*"     DELIMITED BY SIZE
                           DIRECTORIO-COL      DELIMITED BY "  "
                           "*,*ESTADO*:*"      DELIMITED BY SIZE
                           ESTADO-COL          DELIMITED BY SIZE
                           "*,*SOLICITADO*:*"  DELIMITED BY SIZE
                           FECHA-SOL-COL       DELIMITED BY SIZE
                           HORA-SOL-COL        DELIMITED BY SIZE
                           "*,*INICIO*:*"      DELIMITED BY SIZE
                           FECHA-INI-COL       DELIMITED BY SIZE
                           HORA-INI-COL        DELIMITED BY SIZE
                           "*,*FIN*:*"         DELIMITED BY SIZE
                           HORA-FIN-COL        DELIMITED BY SIZE
                           "*,*ARCHIVO*:*"     DELIMITED BY SIZE
                           ARCHIVO-COL         DELIMITED BY "  "
                           "*,*DETALLE*:*"     DELIMITED BY SIZE
                           DETALLE-COL         DELIMITED BY "  "
                           "*},"               DELIMITED BY SIZE
                           INTO LIN-JSON-W
                    END-STRING
                    PERFORM ESCRIBIR-LINEA-JSON
                 END-IF
              END-IF
           END-IF.

       CARGAR-PROGRAMA.
           READ ARCHIVO-COLA-INF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COL NOT = "P"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF N-PROG-W < 30
                    ADD 1 TO N-PROG-W
                    MOVE ID-COL      TO PROG-TAB-W    (N-PROG-W)
                    MOVE ENTRADA-COL TO ENTRADA-TAB-W (N-PROG-W)
                    MOVE MAXIMO-COL  TO MAXIMO-TAB-W  (N-PROG-W)
                 END-IF
              END-IF
           END-IF.

      *    UN TRABAJO "E" DE UN DIA ANTERIOR NO VA A TERMINAR (SE CAYO
      *    EL SERVIDOR O SE RECICLO EL SITIO): SE DA POR FALLIDO PARA
      *    QUE NO TENGA BLOQUEADA SU EMPRESA.

       CARGAR-TRABAJO.
           READ ARCHIVO-COLA-INF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COL NOT = "T"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF TRABAJO-EJECUTANDO AND FECHA-INI-COL < FECHA-TOTAL
                    MOVE "F"                      TO ESTADO-COL
                    MOVE "EJECUCION INTERRUMPIDA" TO DETALLE-COL
                    REWRITE REG-COLA-INF END-REWRITE
                 END-IF
                 IF (TRABAJO-PENDIENTE OR TRABAJO-EJECUTANDO)
                 AND N-TRAB-W < 200
                    ADD 1 TO N-TRAB-W
                    MOVE NRO-COL        TO NRO-TRAB-W    (N-TRAB-W)
                    MOVE PROGRAMA-COL   TO PROG-TRAB-W   (N-TRAB-W)
                    MOVE DIRECTORIO-COL TO DIR-TRAB-W    (N-TRAB-W)
                    MOVE ESTADO-COL     TO ESTADO-TRAB-W (N-TRAB-W)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-EJECUTABLE.
           IF ESTADO-TRAB-W (I) NOT = "P"
              GO TO FIN-BUSCAR-EJECUTABLE
           END-IF

           MOVE SPACES TO ENTRADA-EJEC-W
           MOVE ZEROS  TO MAXIMO-EJEC-W
           PERFORM BUSCAR-PROGRAMA-TAB
                   VARYING K FROM 1 BY 1 UNTIL K > N-PROG-W

           IF ENTRADA-EJEC-W = SPACES
              GO TO FIN-BUSCAR-EJECUTABLE
           END-IF

           MOVE "S"   TO SW-PUEDE-W
           MOVE ZEROS TO CANT-EJEC-PROG-W
           PERFORM REVISAR-OCUPACION
                   VARYING J FROM 1 BY 1 UNTIL J > N-TRAB-W

           IF SW-PUEDE-W = "S"
           AND CANT-EJEC-PROG-W < MAXIMO-EJEC-W
              MOVE "S" TO SW-ENCONTRO-W
           END-IF.

       FIN-BUSCAR-EJECUTABLE.
           EXIT.

       BUSCAR-PROGRAMA-TAB.
           IF PROG-TAB-W (K) = PROG-TRAB-W (I)
              MOVE ENTRADA-TAB-W (K) TO ENTRADA-EJEC-W
              MOVE MAXIMO-TAB-W  (K) TO MAXIMO-EJEC-W
           END-IF.

       REVISAR-OCUPACION.
           IF ESTADO-TRAB-W (J) = "E"
              IF DIR-TRAB-W (J) = DIR-TRAB-W (I)
                 MOVE "N" TO SW-PUEDE-W
              END-IF
              IF PROG-TRAB-W (J) = PROG-TRAB-W (I)
                 ADD 1 TO CANT-EJEC-PROG-W
              END-IF
           END-IF.

      *    EL VARYING DEJA I UNO MAS ALLA DEL TRABAJO ESCOGIDO.

       CORRER-TRABAJO.
           SUBTRACT 1 FROM I

           INITIALIZE LLAVE-COL
           MOVE "T"            TO TIPO-COL
           MOVE NRO-TRAB-W (I) TO NRO-COL
           READ ARCHIVO-COLA-INF
                INVALID KEY
                   MOVE SPACES TO ESTADO-COL
           END-READ

      *    OTRO LLAMADO DEL EJECUTOR PUDO TOMARLO, O EL USUARIO
      *    CANCELARLO, DESDE QUE SE CARGO LA TABLA.

           IF NOT TRABAJO-PENDIENTE
              GO TO FIN-CORRER-TRABAJO
           END-IF

           MOVE "E"           TO ESTADO-COL
           MOVE FECHA-TOTAL   TO FECHA-INI-COL
           MOVE HORA-TOTAL    TO HORA-INI-COL
           MOVE "EJECUTANDO"  TO DETALLE-COL
           REWRITE REG-COLA-INF END-REWRITE

           INITIALIZE REG-COLA-LNK
           MOVE PARAMETROS-COL TO PARAMETROS-COLA-LNK
           MOVE ARCHIVO-COL    TO ARCHIVO-COLA-LNK
           MOVE "99"           TO ESTADO-COLA-LNK

           CALL ENTRADA-EJEC-W USING REG-COLA-LNK
                ON EXCEPTION
                   MOVE "99" TO ESTADO-COLA-LNK
                   MOVE "PROGRAMA NO EJECUTABLE" TO MENSAJE-COLA-LNK
           END-CALL
           CANCEL ENTRADA-EJEC-W

           INITIALIZE LLAVE-COL
           MOVE "T"            TO TIPO-COL
           MOVE NRO-TRAB-W (I) TO NRO-COL
           READ ARCHIVO-COLA-INF
                INVALID KEY
                   GO TO FIN-CORRER-TRABAJO
           END-READ

           ACCEPT HORA-FIN-COL FROM TIME

           IF ESTADO-COLA-LNK = "00"
              MOVE "T"         TO ESTADO-COL
              MOVE "TERMINADO" TO DETALLE-COL
           ELSE
              MOVE "F"         TO ESTADO-COL
              MOVE MENSAJE-COLA-LNK TO DETALLE-COL
              IF DETALLE-COL = SPACES
                 MOVE "EL INFORME TERMINO CON ERROR" TO DETALLE-COL
              END-IF
           END-IF

           REWRITE REG-COLA-INF END-REWRITE
           MOVE NRO-COL    TO NRO-TRABAJO-W
           MOVE ESTADO-COL TO ESTADO-TRABAJO-W.

       FIN-CORRER-TRABAJO.
           EXIT.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
