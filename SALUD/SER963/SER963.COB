      *=================================================================
      * SALUD - CENTRAL DE ESTERILIZACION: TRAZABILIDAD DE LOS JUEGOS
      *         DE INSTRUMENTAL ENTRE LOS QUIROFANOS (SAL727) Y LA
      *         CENTRAL (SC-ARCHEST, FD-ESTER):
      *         - OPC "J": GRABA EL JUEGO DE INSTRUMENTAL CON SU VIDA
      *           UTIL ESTERIL EN DIAS.
      *         - OPC "K": GRABA UN ITEM DEL CONTENIDO DEL JUEGO
      *           (CANTIDAD EN CERO LO RETIRA).
      *         - OPC "C": REGISTRA EL CICLO DE ESTERILIZACION:
      *           AUTOCLAVE, CICLO, CARGA, METODO, INDICADORES FISICO
      *           Y QUIMICO Y OPERADOR; UN INDICADOR FALLIDO RECHAZA
      *           EL CICLO. EL BIOLOGICO QUEDA PENDIENTE.
      *         - OPC "P": ROTULA UN PAQUETE ESTERIL DE UN JUEGO EN UN
      *           CICLO CON SU FECHA DE VENCIMIENTO (FECHA DEL CICLO
      *           MAS LA VIDA UTIL DEL JUEGO) Y DEVUELVE EL ROTULO.
      *         - OPC "E": REIMPRIME EL ROTULO DEL PAQUETE.
      *         - OPC "A": ABRE EL PAQUETE EN UNA CIRUGIA DE SAL727
      *           (SALA/FECHA/HORA): QUEDA LIGADO AL CASO Y AL
      *           PACIENTE. NO SE ABRE VENCIDO, RETIRADO NI DE UN
      *           CICLO RECHAZADO.
      *         - OPC "B": LECTURA DEL INDICADOR BIOLOGICO DEL CICLO.
      *           FALLIDO: RECHAZA EL CICLO, RETIRA LOS PAQUETES AUN
      *           ESTERILES DE LA CARGA Y DEVUELVE LA LISTA DE
      *           PACIENTES A QUIENES SE LES ABRIO UN PAQUETE DE ELLA.
      *         - OPC "R": LISTA DE PACIENTES DE UN CICLO (RECALL).
      *         - OPC "V": TRAZABILIDAD DEL PAQUETE: JUEGO, CICLO CON
      *           SUS INDICADORES Y CIRUGIA DONDE SE ABRIO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER963".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-ESTER.CBL".
       COPY "..\..\FUENTES\FS-QUIRO.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-ESTER.CBL".
       COPY "..\..\FUENTES\FD-QUIRO.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-EST-W              PIC X(70).
       77 NOM-QUI-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 JUEGO-LLEGAD-W         PIC X(10).
          02 DESCRIP-LLEGAD-W       PIC X(40).
          02 ESPECIAL-LLEGAD-W      PIC X(20).
          02 VIDA-LLEGAD-W          PIC 9(3).
          02 ESTADO-LLEGAD-W        PIC X.
          02 ITEM-LLEGAD-W          PIC 9(3).
          02 CANT-LLEGAD-W          PIC 9(4).
          02 CICLO-LLEGAD-W.
             03 AUTOCLAVE-LLEGAD-W  PIC X(4).
             03 NRO-CIC-LLEGAD-W    PIC 9(6).
          02 CARGA-LLEGAD-W         PIC 9(4).
          02 METODO-LLEGAD-W        PIC X.
          02 FISICO-LLEGAD-W        PIC X.
          02 QUIMICO-LLEGAD-W       PIC X.
          02 BIOLOG-LLEGAD-W        PIC X.
          02 OBSERV-LLEGAD-W        PIC X(30).
          02 PAQUETE-LLEGAD-W       PIC 9(10).
          02 SALA-LLEGAD-W          PIC X(4).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 NRO-PAQ-W          PIC 9(10).
          02 VIDA-W             PIC 9(3).
          02 FECHA-VENCE-W      PIC 9(8).
          02 ITEM-TXT           PIC 9(3).
          02 CANT-PAC-W         PIC 9(5).
          02 CANT-RET-W         PIC 9(5).
          02 NOMBRE-PACI-W      PIC X(50).
          02 DESCRIP-JGO-W      PIC X(40).
          02 MSJ-ERROR-W        PIC X(70).
          02 SW-FIN-EST-W       PIC X.
          02 SW-RETIRAR-W       PIC X.
          02 SW-SIN-PACIE-W     PIC X.
          02 ESTADO-CIC-W       PIC X.
          02 FECHA-CIC-W        PIC 9(8).
          02 CARGA-CIC-W        PIC 9(4).
          02 IND-FISICO-W       PIC X.
          02 IND-QUIMICO-W      PIC X.
          02 IND-BIOLOG-W       PIC X.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 PAQUETE-ENV        PIC 9(10).
          02 FILLER             PIC X VALUE "|".
          02 VENCE-ENV          PIC 9(8).
          02 FILLER             PIC X VALUE "|".
          02 CANT-ENV           PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(50).

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
              MOVE "SER963"                TO MSJ3-HTML
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
              MOVE "SER963"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ESTER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ESTERILIZACION.
       ESCR-EXCEP-ESTER.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-EST-W               TO MSJ2-HTML
              MOVE "SER963"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-QUIRO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-QUIROFANOS.
       ESCR-EXCEP-QUIRO.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-QUI-W               TO MSJ2-HTML
              MOVE "SER963"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PACIE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEP-PACIE.
           IF OTR-STAT = "00" OR "02" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE PACIE-W                 TO MSJ2-HTML
              MOVE "SER963"                TO MSJ3-HTML
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
              MOVE "SER963"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER963" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, JUEGO-LLEGAD-W, DESCRIP-LLEGAD-W,
                   ESPECIAL-LLEGAD-W, VIDA-LLEGAD-W, ESTADO-LLEGAD-W,
                   ITEM-LLEGAD-W, CANT-LLEGAD-W, AUTOCLAVE-LLEGAD-W,
                   NRO-CIC-LLEGAD-W, CARGA-LLEGAD-W, METODO-LLEGAD-W,
                   FISICO-LLEGAD-W, QUIMICO-LLEGAD-W,
                   BIOLOG-LLEGAD-W, OBSERV-LLEGAD-W,
                   PAQUETE-LLEGAD-W, SALA-LLEGAD-W, FECHA-LLEGAD-W,
                   HORA-LLEGAD-W, OPER-LLEGAD-W
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
           INITIALIZE NOM-EST-W NOM-PLANO-W
           MOVE "\\" TO NOM-EST-W

           INSPECT NOM-EST-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-EST-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-EST-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-EST-W TO NOM-QUI-W PACIE-W

           INSPECT NOM-EST-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEST.DAT"
           INSPECT NOM-QUI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHQUI.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER963-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-ESTERILIZACION.
           OPEN I-O ARCHIVO-ESTERILIZACION
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ESTERILIZACION
              CLOSE       ARCHIVO-ESTERILIZACION
              OPEN I-O    ARCHIVO-ESTERILIZACION
           END-IF.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "J"   GO TO GRABAR-JUEGO
             WHEN "K"   GO TO GRABAR-CONTENIDO
             WHEN "C"   GO TO GRABAR-CICLO
             WHEN "P"   GO TO ROTULAR-PAQUETE
             WHEN "E"   GO TO ROTULO-PAQUETE
             WHEN "A"   GO TO ABRIR-PAQUETE
             WHEN "B"   GO TO LEER-BIOLOGICO
             WHEN "R"   GO TO LISTA-RECALL
             WHEN "V"   GO TO TRAZAR-PAQUETE
             WHEN OTHER
                  CLOSE ARCHIVO-ESTERILIZACION
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER963"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "J": JUEGO DE INSTRUMENTAL
      *=================================================================
       GRABAR-JUEGO.
           IF JUEGO-LLEGAD-W = SPACES OR DESCRIP-LLEGAD-W = SPACES
              MOVE "Falta el codigo o la descripcion del juego"
                   TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF

           INITIALIZE REG-ESTERIL
           MOVE "J"               TO TIPO-EST
           MOVE JUEGO-LLEGAD-W    TO COD1-EST
           MOVE SPACES            TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY
                   INITIALIZE DATOS-JUEGO-EST
                   MOVE "A"       TO ESTADO-JGO-EST
           END-READ
           MOVE DESCRIP-LLEGAD-W  TO DESCRIP-JGO-EST
           MOVE ESPECIAL-LLEGAD-W TO ESPECIALIDAD-JGO-EST
           MOVE VIDA-LLEGAD-W     TO VIDA-DIAS-JGO-EST
           IF ESTADO-LLEGAD-W = "A" OR ESTADO-LLEGAD-W = "I"
              MOVE ESTADO-LLEGAD-W TO ESTADO-JGO-EST
           END-IF
           MOVE OPER-LLEGAD-W     TO OPER-JGO-EST

           WRITE REG-ESTERIL
                 INVALID KEY
                    REWRITE REG-ESTERIL END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-ESTERILIZACION
           MOVE "00" TO DAT0-ENV
           MOVE "Juego de instrumental grabado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "K": CONTENIDO DEL JUEGO
      *=================================================================
       GRABAR-CONTENIDO.
           IF ITEM-LLEGAD-W = ZEROS
              MOVE "Falta el item del contenido" TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF

           PERFORM LEER-JUEGO

           MOVE ITEM-LLEGAD-W TO ITEM-TXT
           INITIALIZE REG-ESTERIL
           MOVE "K"            TO TIPO-EST
           MOVE JUEGO-LLEGAD-W TO COD1-EST
           MOVE ITEM-TXT       TO COD2-EST

           IF CANT-LLEGAD-W = ZEROS
              READ ARCHIVO-ESTERILIZACION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      DELETE ARCHIVO-ESTERILIZACION END-DELETE
              END-READ
              MOVE "Item retirado del juego" TO MENSAJE-ENV
           ELSE
              MOVE DESCRIP-LLEGAD-W TO DESCRIP-CONT-EST
              MOVE CANT-LLEGAD-W    TO CANT-CONT-EST
              WRITE REG-ESTERIL
                    INVALID KEY
                       REWRITE REG-ESTERIL END-REWRITE
              END-WRITE
              MOVE "Item del juego grabado" TO MENSAJE-ENV
           END-IF

      *    EL JUEGO LLEVA EL TOTAL DE PIEZAS DE SU CONTENIDO.
           PERFORM CONTAR-PIEZAS

           CLOSE ARCHIVO-ESTERILIZACION
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       CONTAR-PIEZAS.
           MOVE ZEROS TO CANT-PAC-W
           INITIALIZE REG-ESTERIL
           MOVE "K"            TO TIPO-EST
           MOVE JUEGO-LLEGAD-W TO COD1-EST
           MOVE "N"            TO SW-FIN-EST-W
           START ARCHIVO-ESTERILIZACION KEY IS NOT LESS LLAVE-EST
                 INVALID KEY MOVE "S" TO SW-FIN-EST-W
           END-START
           PERFORM SUMAR-PIEZA UNTIL SW-FIN-EST-W = "S"

           MOVE "J"            TO TIPO-EST
           MOVE JUEGO-LLEGAD-W TO COD1-EST
           MOVE SPACES         TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE CANT-PAC-W TO PIEZAS-JGO-EST
                   REWRITE REG-ESTERIL END-REWRITE
           END-READ.

       SUMAR-PIEZA.
           READ ARCHIVO-ESTERILIZACION NEXT RECORD
                AT END MOVE "S" TO SW-FIN-EST-W
           END-READ.

           IF SW-FIN-EST-W = "N"
              IF TIPO-EST NOT = "K" OR COD1-EST NOT = JUEGO-LLEGAD-W
                 MOVE "S" TO SW-FIN-EST-W
              ELSE
                 ADD CANT-CONT-EST TO CANT-PAC-W
              END-IF
           END-IF.

      *=================================================================
      * OPC "C": CICLO DE ESTERILIZACION
      *=================================================================
       GRABAR-CICLO.
           IF AUTOCLAVE-LLEGAD-W = SPACES OR NRO-CIC-LLEGAD-W = ZEROS
              MOVE "Falta el autoclave o el numero de ciclo"
                   TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF
           IF (FISICO-LLEGAD-W NOT = "A" AND FISICO-LLEGAD-W NOT = "F")
           OR (QUIMICO-LLEGAD-W NOT = "A"
               AND QUIMICO-LLEGAD-W NOT = "F")
              MOVE "Faltan los indicadores fisico y quimico"
                   TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF

           INITIALIZE REG-ESTERIL
           MOVE "C"               TO TIPO-EST
           MOVE CICLO-LLEGAD-W    TO COD1-EST
           MOVE SPACES            TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE "El ciclo ya esta registrado" TO MSJ-ERROR-W
                   GO TO ERROR-ESTERILIZACION
           END-READ

           INITIALIZE DATOS-CICLO-EST
           MOVE FECHA-TOTAL       TO FECHA-CIC-EST
           MOVE HORA-TOTAL (1:4)  TO HORA-CIC-EST
           MOVE CARGA-LLEGAD-W    TO CARGA-CIC-EST
           MOVE METODO-LLEGAD-W   TO METODO-CIC-EST
           MOVE FISICO-LLEGAD-W   TO IND-FISICO-CIC-EST
           MOVE QUIMICO-LLEGAD-W  TO IND-QUIMICO-CIC-EST
           MOVE "P"               TO IND-BIOLOG-CIC-EST
           MOVE OPER-LLEGAD-W     TO OPER-CIC-EST
           MOVE OBSERV-LLEGAD-W   TO OBSERV-CIC-EST
           IF FISICO-LLEGAD-W = "F" OR QUIMICO-LLEGAD-W = "F"
              MOVE "R"            TO ESTADO-CIC-EST
              MOVE "Ciclo rechazado: se reprocesa la carga"
                   TO MENSAJE-ENV
           ELSE
              MOVE "L"            TO ESTADO-CIC-EST
              MOVE "Ciclo registrado" TO MENSAJE-ENV
           END-IF
           WRITE REG-ESTERIL END-WRITE

           CLOSE ARCHIVO-ESTERILIZACION
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "P": ROTULO DEL PAQUETE ESTERIL
      *=================================================================
       ROTULAR-PAQUETE.
           PERFORM LEER-JUEGO
           IF JUEGO-INACTIVO
              MOVE "El juego esta inactivo" TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF
           MOVE DESCRIP-JGO-EST   TO DESCRIP-JGO-W
           MOVE VIDA-DIAS-JGO-EST TO VIDA-W
           IF VIDA-W = ZEROS
              MOVE 30 TO VIDA-W
           END-IF

           PERFORM LEER-CICLO
           IF ESTADO-CIC-W = "R"
              MOVE "El ciclo esta rechazado" TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF
           ADD 1 TO CANT-PAQ-CIC-EST
           REWRITE REG-ESTERIL END-REWRITE

      *    REGISTRO DE CONTROL: ULTIMO ROTULO.
           INITIALIZE REG-ESTERIL
           MOVE "P"   TO TIPO-EST
           MOVE ZEROS TO NRO-PAQ-W
           MOVE NRO-PAQ-W TO COD1-EST
           MOVE SPACES    TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY
                   INITIALIZE DATOS-PAQ-EST
                   WRITE REG-ESTERIL END-WRITE
           END-READ
           ADD 1 TO ULT-PAQ-EST
           MOVE ULT-PAQ-EST TO NRO-PAQ-W
           REWRITE REG-ESTERIL END-REWRITE

           COMPUTE FECHA-VENCE-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-CIC-W) + VIDA-W)

           INITIALIZE REG-ESTERIL
           MOVE "P"               TO TIPO-EST
           MOVE NRO-PAQ-W         TO COD1-EST
           MOVE SPACES            TO COD2-EST
           INITIALIZE DATOS-PAQ-EST
           MOVE JUEGO-LLEGAD-W    TO JUEGO-PAQ-EST
           MOVE CICLO-LLEGAD-W    TO CICLO-PAQ-EST
           MOVE FECHA-CIC-W       TO FECHA-ESTER-PAQ-EST
           MOVE FECHA-VENCE-W     TO FECHA-VENCE-PAQ-EST
           MOVE "E"               TO ESTADO-PAQ-EST
           MOVE OPER-LLEGAD-W     TO OPER-PAQ-EST
           WRITE REG-ESTERIL END-WRITE

           MOVE NRO-PAQ-W         TO PAQUETE-LLEGAD-W
           MOVE "Paquete rotulado" TO MENSAJE-ENV
           GO TO ESCRIBIR-ROTULO.

      *=================================================================
      * OPC "E": ROTULO DE UN PAQUETE YA ROTULADO
      *=================================================================
       ROTULO-PAQUETE.
           PERFORM LEER-PAQUETE
           MOVE JUEGO-PAQ-EST TO JUEGO-LLEGAD-W
           MOVE CICLO-PAQ-EST TO CICLO-LLEGAD-W
           PERFORM LEER-JUEGO
           MOVE DESCRIP-JGO-EST TO DESCRIP-JGO-W
           PERFORM LEER-CICLO
           MOVE "Rotulo del paquete" TO MENSAJE-ENV.

       ESCRIBIR-ROTULO.
           PERFORM LEER-PAQUETE
           OPEN OUTPUT ARCHIVO-JSON
           MOVE 1 TO PUNTERO-W
           STRING "{*PAQUETE*:*"       DELIMITED BY SIZE
                  COD1-EST             DELIMITED BY SIZE
                  "*,*JUEGO*:*"        DELIMITED BY SIZE
                  JUEGO-PAQ-EST        DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*"  DELIMITED BY SIZE
                  DESCRIP-JGO-W        DELIMITED BY "  "
                  "*,*AUTOCLAVE*:*"    DELIMITED BY SIZE
                  AUTOCLAVE-PAQ-EST    DELIMITED BY SPACE
                  "*,*CICLO*:*"        DELIMITED BY SIZE
                  NRO-CIC-PAQ-EST      DELIMITED BY SIZE
                  "*,*CARGA*:*"        DELIMITED BY SIZE
                  CARGA-CIC-W          DELIMITED BY SIZE
                  "*,*ESTERILIZADO*:*" DELIMITED BY SIZE
                  FECHA-ESTER-PAQ-EST  DELIMITED BY SIZE
                  "*,*VENCE*:*"        DELIMITED BY SIZE
                  FECHA-VENCE-PAQ-EST  DELIMITED BY SIZE
                  "*,*OPERADOR*:*"     DELIMITED BY SIZE
                  OPER-PAQ-EST         DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-ESTERILIZACION

           MOVE "00"                TO DAT0-ENV
           MOVE PAQUETE-LLEGAD-W    TO PAQUETE-ENV
           MOVE FECHA-VENCE-PAQ-EST TO VENCE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "A": APERTURA DEL PAQUETE EN UNA CIRUGIA
      *=================================================================
       ABRIR-PAQUETE.
           PERFORM LEER-PAQUETE
           MOVE CICLO-PAQ-EST TO CICLO-LLEGAD-W
           PERFORM LEER-CICLO
           PERFORM LEER-PAQUETE

           EVALUATE TRUE
             WHEN NOT PAQUETE-ESTERIL
                  MOVE "El paquete ya se abrio o fue retirado"
                       TO MSJ-ERROR-W
             WHEN FECHA-VENCE-PAQ-EST < FECHA-TOTAL
                  MOVE "El paquete esta vencido: se reesteriliza"
                       TO MSJ-ERROR-W
             WHEN ESTADO-CIC-W = "R"
                  MOVE "El ciclo del paquete esta rechazado"
                       TO MSJ-ERROR-W
             WHEN OTHER
                  MOVE SPACES TO MSJ-ERROR-W
           END-EVALUATE
           IF MSJ-ERROR-W NOT = SPACES
              GO TO ERROR-ESTERILIZACION
           END-IF

           OPEN INPUT ARCHIVO-QUIROFANOS
           IF OTR-STAT NOT = "00"
              MOVE "No existe la programacion de quirofanos"
                   TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF
           MOVE "C"            TO TIPO-QUI
           MOVE SALA-LLEGAD-W  TO SALA-QUI
           MOVE FECHA-LLEGAD-W TO FECHA-QUI
           MOVE HORA-LLEGAD-W  TO HORA-QUI
           READ ARCHIVO-QUIROFANOS
                INVALID KEY
                   MOVE "No existe la cirugia" TO MSJ-ERROR-W
                NOT INVALID KEY
                   IF CASO-CANCELADO
                      MOVE "La cirugia esta cancelada" TO MSJ-ERROR-W
                   END-IF
           END-READ
           CLOSE ARCHIVO-QUIROFANOS
           IF MSJ-ERROR-W NOT = SPACES
              GO TO ERROR-ESTERILIZACION
           END-IF

           MOVE "U"            TO ESTADO-PAQ-EST
           MOVE SALA-LLEGAD-W  TO SALA-PAQ-EST
           MOVE FECHA-LLEGAD-W TO FECHA-QX-PAQ-EST
           MOVE HORA-LLEGAD-W  TO HORA-QX-PAQ-EST
           MOVE COD-PACI-QUI   TO PACI-PAQ-EST
           MOVE FECHA-TOTAL    TO FECHA-APER-PAQ-EST
           MOVE OPER-LLEGAD-W  TO OPER-APER-PAQ-EST
           REWRITE REG-ESTERIL END-REWRITE

           CLOSE ARCHIVO-ESTERILIZACION
           MOVE "00"             TO DAT0-ENV
           MOVE PAQUETE-LLEGAD-W TO PAQUETE-ENV
           IF IND-BIOLOG-W = "P"
              MOVE "Paquete abierto; indicador biologico pendiente"
                   TO MENSAJE-ENV
           ELSE
              MOVE "Paquete abierto en la cirugia" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "B": INDICADOR BIOLOGICO DEL CICLO
      *=================================================================
       LEER-BIOLOGICO.
           IF BIOLOG-LLEGAD-W NOT = "A" AND BIOLOG-LLEGAD-W NOT = "F"
              MOVE "Resultado del indicador biologico no valido"
                   TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF

           PERFORM LEER-CICLO
           MOVE BIOLOG-LLEGAD-W TO IND-BIOLOG-CIC-EST
           MOVE FECHA-TOTAL     TO FECHA-BIO-CIC-EST
           MOVE OPER-LLEGAD-W   TO OPER-BIO-CIC-EST
           IF BIOLOG-LLEGAD-W = "F"
              MOVE "R"          TO ESTADO-CIC-EST
           END-IF
           REWRITE REG-ESTERIL END-REWRITE

           IF BIOLOG-LLEGAD-W = "A"
              CLOSE ARCHIVO-ESTERILIZACION
              MOVE "00" TO DAT0-ENV
              MOVE "Indicador biologico aprobado" TO MENSAJE-ENV
              GO TO ENVIO-DATOS
           END-IF

      *    FALLIDO: SE RETIRAN LOS PAQUETES AUN ESTERILES Y SALE LA
      *    LISTA DE PACIENTES DE LOS PAQUETES YA ABIERTOS.
           MOVE "S" TO SW-RETIRAR-W
           GO TO ARMAR-RECALL.

      *=================================================================
      * OPC "R": LISTA DE PACIENTES DE UN CICLO
      *=================================================================
       LISTA-RECALL.
           PERFORM LEER-CICLO
           MOVE "N" TO SW-RETIRAR-W.

       ARMAR-RECALL.
           MOVE "N" TO SW-SIN-PACIE-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              MOVE "S" TO SW-SIN-PACIE-W
           END-IF
           OPEN OUTPUT ARCHIVO-JSON

           MOVE 1 TO PUNTERO-W
           STRING "{*AUTOCLAVE*:*"    DELIMITED BY SIZE
                  AUTOCLAVE-LLEGAD-W  DELIMITED BY SPACE
                  "*,*CICLO*:*"       DELIMITED BY SIZE
                  NRO-CIC-LLEGAD-W    DELIMITED BY SIZE
                  "*,*CARGA*:*"       DELIMITED BY SIZE
                  CARGA-CIC-W         DELIMITED BY SIZE
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-CIC-W         DELIMITED BY SIZE
                  "*,*FISICO*:*"      DELIMITED BY SIZE
                  IND-FISICO-W        DELIMITED BY SIZE
                  "*,*QUIMICO*:*"     DELIMITED BY SIZE
                  IND-QUIMICO-W       DELIMITED BY SIZE
                  "*,*BIOLOGICO*:*"   DELIMITED BY SIZE
                  IND-BIOLOG-CIC-EST  DELIMITED BY SIZE
                  "*,*PACIENTES*:["   DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE ZEROS TO CANT-PAC-W CANT-RET-W
           INITIALIZE REG-ESTERIL
           MOVE "P"    TO TIPO-EST
           MOVE ZEROS  TO NRO-PAQ-W
           MOVE NRO-PAQ-W TO COD1-EST
           MOVE HIGH-VALUES TO COD2-EST
           MOVE "N"    TO SW-FIN-EST-W
           START ARCHIVO-ESTERILIZACION KEY IS GREATER LLAVE-EST
                 INVALID KEY MOVE "S" TO SW-FIN-EST-W
           END-START
           PERFORM REVISAR-PAQUETE-CICLO UNTIL SW-FIN-EST-W = "S"

           MOVE "{*PAQUETE*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ESTERILIZACION
           IF SW-SIN-PACIE-W = "N"
              CLOSE ARCHIVO-PACIENTES
           END-IF

           MOVE "00"       TO DAT0-ENV
           MOVE CANT-PAC-W TO CANT-ENV
           IF SW-RETIRAR-W = "S"
              MOVE SPACES TO MENSAJE-ENV
              STRING "Biologico fallido: paquetes retirados "
                                     DELIMITED BY SIZE
                     CANT-RET-W      DELIMITED BY SIZE
                     INTO MENSAJE-ENV
              END-STRING
           ELSE
              MOVE "Pacientes del ciclo" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

       REVISAR-PAQUETE-CICLO.
           READ ARCHIVO-ESTERILIZACION NEXT RECORD
                AT END MOVE "S" TO SW-FIN-EST-W
           END-READ.

           IF SW-FIN-EST-W = "N"
              IF TIPO-EST NOT = "P"
                 MOVE "S" TO SW-FIN-EST-W
              ELSE
                 IF CICLO-PAQ-EST = CICLO-LLEGAD-W
                    PERFORM RECALL-PAQUETE
                 END-IF
              END-IF
           END-IF.

       RECALL-PAQUETE.
           IF PAQUETE-ESTERIL AND SW-RETIRAR-W = "S"
              MOVE "R" TO ESTADO-PAQ-EST
              REWRITE REG-ESTERIL END-REWRITE
              ADD 1 TO CANT-RET-W
           END-IF

           IF PAQUETE-ABIERTO
              ADD 1 TO CANT-PAC-W
              MOVE SPACES TO NOMBRE-PACI-W
              IF SW-SIN-PACIE-W = "N"
                 MOVE PACI-PAQ-EST TO COD-PACI
                 READ ARCHIVO-PACIENTES
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         MOVE DESCRIP-PACI TO NOMBRE-PACI-W
                 END-READ
              END-IF
              MOVE 1 TO PUNTERO-W
              STRING "{*PAQUETE*:*"      DELIMITED BY SIZE
                     COD1-EST            DELIMITED BY SIZE
                     "*,*JUEGO*:*"       DELIMITED BY SIZE
                     JUEGO-PAQ-EST       DELIMITED BY SPACE
                     "*,*PACIENTE*:*"    DELIMITED BY SIZE
                     PACI-PAQ-EST        DELIMITED BY SIZE
                     "*,*NOMBRE*:*"      DELIMITED BY SIZE
                     NOMBRE-PACI-W       DELIMITED BY "  "
                     "*,*SALA*:*"        DELIMITED BY SIZE
                     SALA-PAQ-EST        DELIMITED BY SPACE
                     "*,*FECHA_CIRUGIA*:*" DELIMITED BY SIZE
                     FECHA-QX-PAQ-EST    DELIMITED BY SIZE
                     "*,*HORA_CIRUGIA*:*" DELIMITED BY SIZE
                     HORA-QX-PAQ-EST     DELIMITED BY SIZE
                     "*,*APERTURA*:*"    DELIMITED BY SIZE
                     FECHA-APER-PAQ-EST  DELIMITED BY SIZE
                     "*},"               DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNTERO-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "V": TRAZABILIDAD DEL PAQUETE
      *=================================================================
       TRAZAR-PAQUETE.
           PERFORM LEER-PAQUETE
           MOVE JUEGO-PAQ-EST TO JUEGO-LLEGAD-W
           MOVE CICLO-PAQ-EST TO CICLO-LLEGAD-W
           MOVE SPACES        TO DESCRIP-JGO-W
           MOVE "J"           TO TIPO-EST
           MOVE JUEGO-LLEGAD-W TO COD1-EST
           MOVE SPACES        TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE DESCRIP-JGO-EST TO DESCRIP-JGO-W
           END-READ
           PERFORM LEER-CICLO
           PERFORM LEER-PAQUETE

           MOVE SPACES TO NOMBRE-PACI-W
           IF PACI-PAQ-EST > ZEROS
              OPEN INPUT ARCHIVO-PACIENTES
              IF OTR-STAT = "00"
                 MOVE PACI-PAQ-EST TO COD-PACI
                 READ ARCHIVO-PACIENTES
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         MOVE DESCRIP-PACI TO NOMBRE-PACI-W
                 END-READ
                 CLOSE ARCHIVO-PACIENTES
              END-IF
           END-IF

           OPEN OUTPUT ARCHIVO-JSON
           MOVE 1 TO PUNTERO-W
           STRING "{*PAQUETE*:*"       DELIMITED BY SIZE
                  COD1-EST             DELIMITED BY SIZE
                  "*,*ESTADO*:*"       DELIMITED BY SIZE
                  ESTADO-PAQ-EST       DELIMITED BY SIZE
                  "*,*JUEGO*:*"        DELIMITED BY SIZE
                  JUEGO-PAQ-EST        DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*"  DELIMITED BY SIZE
                  DESCRIP-JGO-W        DELIMITED BY "  "
                  "*,*ESTERILIZADO*:*" DELIMITED BY SIZE
                  FECHA-ESTER-PAQ-EST  DELIMITED BY SIZE
                  "*,*VENCE*:*"        DELIMITED BY SIZE
                  FECHA-VENCE-PAQ-EST  DELIMITED BY SIZE
                  "*,*AUTOCLAVE*:*"    DELIMITED BY SIZE
                  AUTOCLAVE-PAQ-EST    DELIMITED BY SPACE
                  "*,*CICLO*:*"        DELIMITED BY SIZE
                  NRO-CIC-PAQ-EST      DELIMITED BY SIZE
                  "*,*CARGA*:*"        DELIMITED BY SIZE
                  CARGA-CIC-W          DELIMITED BY SIZE
                  "*,*FISICO*:*"       DELIMITED BY SIZE
                  IND-FISICO-W         DELIMITED BY SIZE
                  "*,*QUIMICO*:*"      DELIMITED BY SIZE
                  IND-QUIMICO-W        DELIMITED BY SIZE
                  "*,*BIOLOGICO*:*"    DELIMITED BY SIZE
                  IND-BIOLOG-W         DELIMITED BY SIZE
                  "*,"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           STRING "*SALA*:*"           DELIMITED BY SIZE
                  SALA-PAQ-EST         DELIMITED BY SIZE
                  "*,*FECHA_CIRUGIA*:*" DELIMITED BY SIZE
                  FECHA-QX-PAQ-EST     DELIMITED BY SIZE
                  "*,*HORA_CIRUGIA*:*" DELIMITED BY SIZE
                  HORA-QX-PAQ-EST      DELIMITED BY SIZE
                  "*,*PACIENTE*:*"     DELIMITED BY SIZE
                  PACI-PAQ-EST         DELIMITED BY SIZE
                  "*,*NOMBRE*:*"       DELIMITED BY SIZE
                  NOMBRE-PACI-W        DELIMITED BY "  "
                  "*,*APERTURA*:*"     DELIMITED BY SIZE
                  FECHA-APER-PAQ-EST   DELIMITED BY SIZE
                  "*,*ABRE*:*"         DELIMITED BY SIZE
                  OPER-APER-PAQ-EST    DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-ESTERILIZACION

           MOVE "00"                TO DAT0-ENV
           MOVE PAQUETE-LLEGAD-W    TO PAQUETE-ENV
           MOVE FECHA-VENCE-PAQ-EST TO VENCE-ENV
           MOVE "Trazabilidad del paquete" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       LEER-JUEGO.
           INITIALIZE REG-ESTERIL
           MOVE "J"            TO TIPO-EST
           MOVE JUEGO-LLEGAD-W TO COD1-EST
           MOVE SPACES         TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY
                   MOVE "No existe el juego de instrumental"
                        TO MSJ-ERROR-W
                   GO TO ERROR-ESTERILIZACION
           END-READ.

       LEER-CICLO.
           INITIALIZE REG-ESTERIL
           MOVE "C"            TO TIPO-EST
           MOVE CICLO-LLEGAD-W TO COD1-EST
           MOVE SPACES         TO COD2-EST
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY
                   MOVE "No existe el ciclo de esterilizacion"
                        TO MSJ-ERROR-W
                   GO TO ERROR-ESTERILIZACION
           END-READ
           MOVE ESTADO-CIC-EST      TO ESTADO-CIC-W
           MOVE FECHA-CIC-EST       TO FECHA-CIC-W
           MOVE CARGA-CIC-EST       TO CARGA-CIC-W
           MOVE IND-FISICO-CIC-EST  TO IND-FISICO-W
           MOVE IND-QUIMICO-CIC-EST TO IND-QUIMICO-W
           MOVE IND-BIOLOG-CIC-EST  TO IND-BIOLOG-W.

       LEER-PAQUETE.
           INITIALIZE REG-ESTERIL
           MOVE "P"              TO TIPO-EST
           MOVE PAQUETE-LLEGAD-W TO COD1-EST
           MOVE SPACES           TO COD2-EST
           IF PAQUETE-LLEGAD-W = ZEROS
              MOVE "No existe el paquete" TO MSJ-ERROR-W
              GO TO ERROR-ESTERILIZACION
           END-IF
           READ ARCHIVO-ESTERILIZACION
                INVALID KEY
                   MOVE "No existe el paquete" TO MSJ-ERROR-W
                   GO TO ERROR-ESTERILIZACION
           END-READ.

       ERROR-ESTERILIZACION.
           CLOSE ARCHIVO-ESTERILIZACION
           MOVE "99"                        TO MSJ1-HTML
           MOVE MSJ-ERROR-W                 TO MSJ2-HTML
           MOVE "SER963"                    TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

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
