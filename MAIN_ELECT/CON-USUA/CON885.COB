      *=================================================================
      * MAIN-ELECT - COLA CENTRAL DE NOTIFICACIONES (SC-ARCHNOT): UN
      *              SOLO CAMINO PARA LOS MENSAJES A PERSONAS FUERA DE
      *              LA PANTALLA (ESCALAMIENTO EWS HC812, TRIAGE
      *              VENCIDO SER880TG, PQRS POR VENCER SER942, CADENA
      *              DE FRIO SER938 ...). LOS PROGRAMAS PUBLICAN POR
      *              CON885R; AQUI SE CONFIGURA, SE DESPACHA Y SE
      *              CONSULTA LA BITACORA DE ENTREGA.
      *              - OPC "G": GRABA LOS DESTINATARIOS DE UNA
      *                PLANTILLA: PRINCIPAL, SEGUNDO (A QUIEN SE
      *                ESCALA), MINUTOS DE ESPERA DEL ACUSE (CERO =
      *                NO SE ESPERA ACUSE), INTENTOS Y PRIORIDAD.
      *              - OPC "T": LISTA DE PLANTILLAS.
      *              - OPC "P": PUBLICA UN MENSAJE DESDE LA PAGINA
      *                (TEXTO EN LA VARIABLE "texto").
      *              - OPC "D": DESPACHADOR (LO LLAMA LA TAREA
      *                PROGRAMADA CADA MINUTO). ENVIA LOS PENDIENTES
      *                POR PRIORIDAD, HASTA 50 POR LLAMADO: EL CORREO
      *                SALE COMO ARCHIVO PARA EL DESPACHADOR DE CORREO
      *                DEL SERVIDOR (MISMO FORMATO DEL SEGUNDO FACTOR
      *                DE INDEX), SMS Y WHATSAPP EN EL PLANO DEL DIA
      *                PARA EL PROVEEDOR DE MENSAJERIA. EL CORREO
      *                QUEDA ENTREGADO AL PASARLO AL DESPACHADOR (NO
      *                HAY CONFIRMACION DEL SERVIDOR). SI EL
      *                PROVEEDOR NO CONFIRMA EN 15 MINUTOS O REPORTA
      *                FALLA SE REINTENTA (5, 10, 15 ... MINUTOS) HASTA
      *                EL MAXIMO DE INTENTOS; AGOTADOS, O SI EL
      *                MENSAJE ENTREGADO NO SE ACUSA A TIEMPO, SE
      *                ESCALA AL SEGUNDO DESTINATARIO CON PRIORIDAD 1.
      *              - OPC "R": RESULTADOS DEL PROVEEDOR (PLANO
      *                NUMERO|D ENTREGADO O F FALLA|DETALLE).
      *              - OPC "K": ACUSE DE RECIBO DEL DESTINATARIO.
      *              - OPC "H": BITACORA DE ENTREGA DE UN PACIENTE O
      *                USUARIO: SUS MENSAJES Y CADA EVENTO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON885".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-NOTIF.CBL".

           SELECT ARCHIVO-SALIDA
                  ASSIGN NOM-SAL-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOTIF.CBL".

       FD  ARCHIVO-SALIDA
           LABEL RECORD STANDARD.
       01  REG-SALIDA                 PIC X(300).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\LNK-NOTIF.CBL".

       01 NOM-NOT-W             PIC X(70).
       01 NOM-SAL-W             PIC X(90).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(9).
          02 PLANTILLA-LLEGAD-W     PIC X(8).
          02 CLASE-LLEGAD-W         PIC X.
          02 ID-LLEGAD-W            PIC X(15).
          02 CANAL-LLEGAD-W         PIC X.
          02 DIRECCION-LLEGAD-W     PIC X(60).
          02 CLASE-ALT-LLEGAD-W     PIC X.
          02 ID-ALT-LLEGAD-W        PIC X(15).
          02 CANAL-ALT-LLEGAD-W     PIC X.
          02 DIRECCION-ALT-LLEGAD-W PIC X(60).
          02 MINUTOS-LLEGAD-W       PIC 9(4).
          02 INTENTOS-LLEGAD-W      PIC 9.
          02 PRIORIDAD-LLEGAD-W     PIC 9.
          02 DESCRIP-LLEGAD-W       PIC X(40).
          02 PLANO-LLEGAD-W         PIC X(60).

       01 TEXTO-LLEGAD-W        PIC X(200).

       01 REG-MENSAJE-W         PIC X(500).
       01 LLAVE-ACTUAL-W        PIC X(12).

      * TOPE DE ENVIOS POR LLAMADO DEL DESPACHADOR, MINUTOS DE ESPERA
      * DE LA CONFIRMACION DEL PROVEEDOR Y BASE DEL REINTENTO.
       77 LIMITE-ENVIOS-W       PIC 9(3) VALUE 50.
       77 ESPERA-PROVEEDOR-W    PIC 9(3) VALUE 15.
       77 BASE-REINTENTO-W      PIC 9(3) VALUE 5.

       01 VARIABLES.
          02 USUARIO-W          PIC X(15).
          02 FECHA-NUM-W        PIC 9(8).
          02 MIN-AHORA-W        PIC 9(10).
          02 PRIORIDAD-W        PIC 9.
          02 NRO-MENSAJE-W      PIC 9(9)  VALUE 0.
          02 NRO-ORIGEN-W       PIC 9(9).
          02 ESTADO-MENSAJE-W   PIC X     VALUE SPACE.
          02 EVENTO-W           PIC X.
          02 DETALLE-W          PIC X(80).
          02 CANAL-EVT-W        PIC X.
          02 DIRECCION-EVT-W    PIC X(60).
          02 CANT-ENVIADOS-W    PIC 9(5)  VALUE 0.
          02 CANT-ESCALADOS-W   PIC 9(5)  VALUE 0.
          02 NRO-EDIT-W         PIC Z(8)9.
          02 INTENTO-EDIT-W     PIC 9.

       01 DATO-RESULTADO-W.
          02 NRO-RES-W          PIC 9(9).
          02 RESULTADO-RES-W    PIC X.
          02 DETALLE-RES-W      PIC X(60).

       01 LIN-JSON-W            PIC X(500).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-ENV            PIC 9(9).
          02 FILLER             PIC X VALUE "|".
          02 ESTADO-ENV         PIC X.
          02 FILLER             PIC X VALUE "|".
          02 ENVIADOS-ENV       PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 ESCALADOS-ENV      PIC 9(5).

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
              MOVE "CON885"                TO MSJ3-HTML
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
              MOVE "CON885"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-NOTIF SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-NOTIFICA.
       ESCR-EXCEP-NOTIF.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-NOT-W               TO MSJ2-HTML
              MOVE "CON885"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SALIDA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SALIDA.
       ESCR-EXCEP-SALIDA.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SAL-W               TO MSJ2-HTML
              MOVE "CON885"                TO MSJ3-HTML
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
              MOVE "CON885"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON885" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, OPC-LLEGAD-W, NRO-LLEGAD-W,
                   PLANTILLA-LLEGAD-W, CLASE-LLEGAD-W, ID-LLEGAD-W,
                   CANAL-LLEGAD-W, DIRECCION-LLEGAD-W,
                   CLASE-ALT-LLEGAD-W, ID-ALT-LLEGAD-W,
                   CANAL-ALT-LLEGAD-W, DIRECCION-ALT-LLEGAD-W,
                   MINUTOS-LLEGAD-W, INTENTOS-LLEGAD-W,
                   PRIORIDAD-LLEGAD-W, DESCRIP-LLEGAD-W,
                   PLANO-LLEGAD-W
           END-UNSTRING.

           INITIALIZE TEXTO-LLEGAD-W
           IF OPC-LLEGAD-W = "P"
              MOVE "texto"         TO COBW3-SEARCH-DATA
              CALL "COBW3_GET_VALUE" USING COBW3
              MOVE COBW3-GET-DATA  TO TEXTO-LLEGAD-W
           END-IF.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHNOT.DAT" TO NOM-NOT-W
           MOVE LLAVE-SESION-W (1:15) TO USUARIO-W

           MOVE FECHA-TOTAL TO FECHA-NUM-W
           COMPUTE MIN-AHORA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-NUM-W) * 1440
                 + HR-TOTAL * 60 + MIN-TOTAL

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-CON885-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GRABAR-PLANTILLA
             WHEN "T"   GO TO LISTAR-PLANTILLAS
             WHEN "P"   GO TO PUBLICAR-MENSAJE
             WHEN "D"   GO TO DESPACHAR-COLA
             WHEN "R"   GO TO PROCESAR-RESULTADOS
             WHEN "K"   GO TO ACUSAR-MENSAJE
             WHEN "H"   GO TO LISTAR-BITACORA
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON885"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "G" - DESTINATARIOS DE UNA PLANTILLA
      *=================================================================
       GRABAR-PLANTILLA.
           IF PLANTILLA-LLEGAD-W = SPACES
           OR DIRECCION-LLEGAD-W = SPACES
           OR (CANAL-LLEGAD-W NOT = "E" AND NOT = "S" AND NOT = "W")
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Plantilla sin destinatario o canal no valido"
                                                     TO MSJ2-HTML
              MOVE "CON885"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF DIRECCION-ALT-LLEGAD-W NOT = SPACES
           AND CANAL-ALT-LLEGAD-W NOT = "E" AND NOT = "S" AND NOT = "W"
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Canal del segundo destinatario no valido"
                                                     TO MSJ2-HTML
              MOVE "CON885"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-NOTIFICA

           INITIALIZE REG-NOTIFICA
           MOVE "D"                    TO TIPO-NOT
           MOVE PLANTILLA-LLEGAD-W     TO ID-NOT
           MOVE CANAL-LLEGAD-W         TO CANAL-DEF-NOT
           MOVE CLASE-LLEGAD-W         TO CLASE-DEF-NOT
           MOVE ID-LLEGAD-W            TO ID-DEF-NOT
           MOVE DIRECCION-LLEGAD-W     TO DIRECCION-DEF-NOT
           MOVE CANAL-ALT-LLEGAD-W     TO CANAL-ALT-DEF-NOT
           MOVE CLASE-ALT-LLEGAD-W     TO CLASE-ALT-DEF-NOT
           MOVE ID-ALT-LLEGAD-W        TO ID-ALT-DEF-NOT
           MOVE DIRECCION-ALT-LLEGAD-W TO DIRECCION-ALT-DEF-NOT
           MOVE MINUTOS-LLEGAD-W       TO MINUTOS-ACUSE-DEF-NOT
           MOVE INTENTOS-LLEGAD-W      TO MAX-INTENTOS-DEF-NOT
           IF MAX-INTENTOS-DEF-NOT = ZERO
              MOVE 3 TO MAX-INTENTOS-DEF-NOT
           END-IF
           MOVE PRIORIDAD-LLEGAD-W     TO PRIORIDAD-DEF-NOT
           IF PRIORIDAD-DEF-NOT = ZERO OR > 3
              MOVE 2 TO PRIORIDAD-DEF-NOT
           END-IF
           MOVE DESCRIP-LLEGAD-W       TO DESCRIP-DEF-NOT

           WRITE REG-NOTIFICA
                 INVALID KEY
                    REWRITE REG-NOTIFICA END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-NOTIFICA
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "T" - LISTA DE PLANTILLAS
      *=================================================================
       LISTAR-PLANTILLAS.
           PERFORM ABRIR-NOTIFICA
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*PLANTILLAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LLAVE-NOT
           MOVE "D" TO TIPO-NOT
           START ARCHIVO-NOTIFICA KEY IS NOT LESS LLAVE-NOT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-PLANTILLA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PLANTILLA*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-NOTIFICA
           GO TO ENVIO-DATOS.

       LEER-PLANTILLA.
           READ ARCHIVO-NOTIFICA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-NOT NOT = "D"
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*PLANTILLA*:*"    DELIMITED BY SIZE
                        ID-NOT              DELIMITED BY " "
                        "*,*DESCRIP*:*"     DELIMITED BY SIZE
                        DESCRIP-DEF-NOT     DELIMITED BY "  "
                        "*,*CANAL*:*"       DELIMITED BY SIZE
                        CANAL-DEF-NOT       DELIMITED BY SIZE
                        "*,*CLASE*:*"       DELIMITED BY SIZE
                        CLASE-DEF-NOT       DELIMITED BY SIZE
                        "*,*ID*:*"          DELIMITED BY SIZE
                        ID-DEF-NOT          DELIMITED BY " "
                        "*,*DIRECCION*:*"   DELIMITED BY SIZE
                        DIRECCION-DEF-NOT   DELIMITED BY " "
                        "*,*CANAL_ALT*:*"   DELIMITED BY SIZE
                        CANAL-ALT-DEF-NOT   DELIMITED BY SIZE
                        "*,*CLASE_ALT*:*"   DELIMITED BY SIZE
                        CLASE-ALT-DEF-NOT   DELIMITED BY SIZE
                        "*,*ID_ALT*:*"      DELIMITED BY SIZE
                        ID-ALT-DEF-NOT      DELIMITED BY " "
                        "*,*DIRECCION_ALT*:*" DELIMITED BY SIZE
                        DIRECCION-ALT-DEF-NOT DELIMITED BY " "
                        "*,*MINUTOS*:"      DELIMITED BY SIZE
                        MINUTOS-ACUSE-DEF-NOT DELIMITED BY SIZE
                        ",*INTENTOS*:"      DELIMITED BY SIZE
                        MAX-INTENTOS-DEF-NOT DELIMITED BY SIZE
                        ",*PRIORIDAD*:"     DELIMITED BY SIZE
                        PRIORIDAD-DEF-NOT   DELIMITED BY SIZE
                        "},"                DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "P" - PUBLICA UN MENSAJE DESDE LA PAGINA
      *=================================================================
       PUBLICAR-MENSAJE.
           INITIALIZE REG-NOTIF-LNK
           MOVE "CON885"           TO PROGRAMA-NOTIF-LNK
           MOVE PLANTILLA-LLEGAD-W TO PLANTILLA-NOTIF-LNK
           MOVE CLASE-LLEGAD-W     TO CLASE-DEST-NOTIF-LNK
           MOVE ID-LLEGAD-W        TO ID-DEST-NOTIF-LNK
           MOVE CANAL-LLEGAD-W     TO CANAL-NOTIF-LNK
           MOVE DIRECCION-LLEGAD-W TO DIRECCION-NOTIF-LNK
           MOVE PRIORIDAD-LLEGAD-W TO PRIORIDAD-NOTIF-LNK
           MOVE TEXTO-LLEGAD-W     TO TEXTO-NOTIF-LNK

           CALL "CON885R" USING REG-NOTIF-LNK
                ON EXCEPTION MOVE "99" TO ESTADO-NOTIF-LNK
           END-CALL
           CANCEL "CON885R"

           IF ESTADO-NOTIF-LNK NOT = "00"
              MOVE ESTADO-NOTIF-LNK                 TO MSJ1-HTML
              MOVE "No se pudo publicar el mensaje" TO MSJ2-HTML
              MOVE "CON885"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NRO-NOTIF-LNK TO NRO-MENSAJE-W
           MOVE "P"           TO ESTADO-MENSAJE-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "D" - DESPACHADOR. UNA PASADA POR PRIORIDAD PARA LOS
      *           ENVIOS; LA PRIMERA PASADA ADEMAS VENCE LAS ESPERAS
      *           DEL PROVEEDOR Y DE LOS ACUSES.
      *=================================================================
       DESPACHAR-COLA.
           PERFORM LEER-CONFIG-CORREO
           PERFORM ABRIR-NOTIFICA

           PERFORM PASADA-DESPACHO VARYING PRIORIDAD-W FROM 1 BY 1
                   UNTIL PRIORIDAD-W > 3

           CLOSE ARCHIVO-NOTIFICA
           GO TO ENVIO-DATOS.

       PASADA-DESPACHO.
           INITIALIZE LLAVE-NOT
           MOVE "M"   TO TIPO-NOT
           MOVE ZEROS TO ID-NOT
           START ARCHIVO-NOTIFICA KEY IS NOT LESS LLAVE-NOT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM DESPACHAR-MENSAJE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       DESPACHAR-MENSAJE.
           READ ARCHIVO-NOTIFICA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

      *    LAS LECTURAS POR LLAVE DEL ESCALAMIENTO MUEVEN LA POSICION:
      *    SE VUELVE A UBICAR DESPUES DEL MENSAJE REVISADO.

           IF OTR-STAT = "00"
              IF TIPO-NOT NOT = "M"
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE LLAVE-NOT TO LLAVE-ACTUAL-W
                 PERFORM REVISAR-MENSAJE THRU FIN-REVISAR-MENSAJE
                 MOVE LLAVE-ACTUAL-W TO LLAVE-NOT
                 START ARCHIVO-NOTIFICA KEY IS GREATER THAN LLAVE-NOT
                       INVALID KEY MOVE "10" TO OTR-STAT
                 END-START
              END-IF
           END-IF.

       REVISAR-MENSAJE.
           IF MSJ-PENDIENTE
           AND MIN-PROX-NOT <= MIN-AHORA-W
           AND CANT-ENVIADOS-W < LIMITE-ENVIOS-W
              IF PRIORIDAD-NOT = PRIORIDAD-W
              OR (PRIORIDAD-W = 3 AND PRIORIDAD-NOT > 3)
                 PERFORM ENVIAR-MENSAJE
              END-IF
              GO TO FIN-REVISAR-MENSAJE
           END-IF

           IF PRIORIDAD-W NOT = 1
              GO TO FIN-REVISAR-MENSAJE
           END-IF

           IF MSJ-ENVIADO
           AND MIN-PROX-NOT <= MIN-AHORA-W
              MOVE "SIN CONFIRMACION DEL PROVEEDOR" TO DETALLE-W
              PERFORM FALLAR-MENSAJE
              GO TO FIN-REVISAR-MENSAJE
           END-IF

           IF (MSJ-ENVIADO OR MSJ-ENTREGADO)
           AND MINUTOS-ACUSE-NOT > 0
           AND ESCALADO-NOT = "N"
           AND MIN-AHORA-W - MIN-ENVIO-NOT >= MINUTOS-ACUSE-NOT
              MOVE "SIN ACUSE DEL DESTINATARIO" TO DETALLE-W
              PERFORM ESCALAR-MENSAJE THRU FIN-ESCALAR-MENSAJE
           END-IF.

       FIN-REVISAR-MENSAJE.
           EXIT.

       ENVIAR-MENSAJE.
           EVALUATE TRUE
             WHEN CANAL-CORREO  PERFORM ESCRIBIR-CORREO
             WHEN OTHER         PERFORM ESCRIBIR-MENSAJERIA
           END-EVALUATE

           ADD 1 TO INTENTOS-NOT CANT-ENVIADOS-W
           MOVE "E"          TO ESTADO-NOT
           MOVE MIN-AHORA-W  TO MIN-ENVIO-NOT
           COMPUTE MIN-PROX-NOT = MIN-AHORA-W + ESPERA-PROVEEDOR-W

           MOVE INTENTOS-NOT TO INTENTO-EDIT-W
           MOVE SPACES       TO DETALLE-W
           STRING "INTENTO "     DELIMITED BY SIZE
                  INTENTO-EDIT-W DELIMITED BY SIZE
                  INTO DETALLE-W
           END-STRING
           MOVE "E" TO EVENTO-W
           PERFORM REGISTRAR-EVENTO

      *    EL DESPACHADOR DE CORREO NO DEVUELVE RESULTADOS: EL MENSAJE
      *    QUEDA ENTREGADO AL DEJARLE EL ARCHIVO Y SOLO ESPERA ACUSE.

           IF CANAL-CORREO
              MOVE "D" TO ESTADO-NOT
              MOVE "ENTREGADO AL DESPACHADOR DE CORREO" TO DETALLE-W
              MOVE "D" TO EVENTO-W
              PERFORM REGISTRAR-EVENTO
           END-IF.

      *    REINTENTO CON ESPERA CRECIENTE; AGOTADOS LOS INTENTOS EL
      *    MENSAJE QUEDA FALLIDO Y SE ESCALA.
       FALLAR-MENSAJE.
           IF INTENTOS-NOT < MAX-INTENTOS-NOT
              MOVE "P" TO ESTADO-NOT
              COMPUTE MIN-PROX-NOT = MIN-AHORA-W
                                   + BASE-REINTENTO-W * INTENTOS-NOT
              MOVE "R" TO EVENTO-W
              PERFORM REGISTRAR-EVENTO
           ELSE
              MOVE "F" TO ESTADO-NOT
              MOVE "F" TO EVENTO-W
              PERFORM REGISTRAR-EVENTO
              IF ESCALADO-NOT = "N"
                 PERFORM ESCALAR-MENSAJE THRU FIN-ESCALAR-MENSAJE
              END-IF
           END-IF.

      *    EL ESCALAMIENTO ES UN MENSAJE NUEVO AL SEGUNDO DESTINATARIO,
      *    CON PRIORIDAD 1 Y EL NUMERO DEL ORIGINAL; NO SE VUELVE A
      *    ESCALAR. SIN SEGUNDO DESTINATARIO QUEDA MARCADO "X".
       ESCALAR-MENSAJE.
           IF DIRECCION-ALT-NOT = SPACES
              MOVE "X" TO ESCALADO-NOT
              MOVE "SIN SEGUNDO DESTINATARIO" TO DETALLE-W
              MOVE "S" TO EVENTO-W
              PERFORM REGISTRAR-EVENTO
              GO TO FIN-ESCALAR-MENSAJE
           END-IF

           MOVE "S" TO ESCALADO-NOT
           MOVE "S" TO EVENTO-W
           PERFORM REGISTRAR-EVENTO

           MOVE NRO-NOT       TO NRO-ORIGEN-W
           MOVE REG-NOTIFICA  TO REG-MENSAJE-W
           PERFORM TOMAR-CONSECUTIVO
           MOVE REG-MENSAJE-W TO REG-NOTIFICA

           MOVE NRO-MENSAJE-W     TO NRO-NOT
           MOVE ZEROS             TO SEC-NOT
           MOVE CLASE-ALT-NOT     TO CLASE-DEST-NOT
           MOVE ID-ALT-NOT        TO ID-DEST-NOT
           IF CANAL-ALT-NOT NOT = SPACE
              MOVE CANAL-ALT-NOT  TO CANAL-NOT
           END-IF
           MOVE DIRECCION-ALT-NOT TO DIRECCION-NOT
           MOVE SPACES            TO ALTERNO-NOT
           MOVE 1                 TO PRIORIDAD-NOT
           MOVE "P"               TO ESTADO-NOT
           MOVE ZERO              TO INTENTOS-NOT
           MOVE MIN-AHORA-W       TO MIN-PROX-NOT
           MOVE ZEROS             TO MIN-ENVIO-NOT
           MOVE "N"               TO ESCALADO-NOT
           MOVE NRO-ORIGEN-W      TO NRO-ORIGEN-NOT
           MOVE NRO-ORIGEN-W      TO NRO-EDIT-W
           MOVE SPACES            TO TEXTO-NOT
           STRING "ESCALAMIENTO DEL MENSAJE " DELIMITED BY SIZE
                  NRO-EDIT-W                  DELIMITED BY SIZE
                  ": "                        DELIMITED BY SIZE
                  REG-MENSAJE-W (137:200)     DELIMITED BY SIZE
                  INTO TEXTO-NOT
           END-STRING
           MOVE FECHA-TOTAL       TO FECHA-CREA-NOT
           MOVE HORA-TOTAL        TO HORA-CREA-NOT
           MOVE ZEROS             TO ULT-EVENTO-NOT
           WRITE REG-NOTIFICA END-WRITE

           ADD 1 TO CANT-ESCALADOS-W
           MOVE SPACES TO DETALLE-W
           STRING "ESCALADO DESDE EL MENSAJE " DELIMITED BY SIZE
                  NRO-EDIT-W                   DELIMITED BY SIZE
                  INTO DETALLE-W
           END-STRING
           MOVE "P" TO EVENTO-W
           PERFORM REGISTRAR-EVENTO.

       FIN-ESCALAR-MENSAJE.
           EXIT.

      *=================================================================
      * OPC "R" - RESULTADOS DEL PROVEEDOR: NUMERO|D O F|DETALLE
      *=================================================================
       PROCESAR-RESULTADOS.
           MOVE SPACES TO NOM-SAL-W
           STRING "C:\PROSOFT\TEMP\" DELIMITED BY SIZE
                  PLANO-LLEGAD-W      DELIMITED BY "  "
                  INTO NOM-SAL-W
           END-STRING

           OPEN INPUT ARCHIVO-SALIDA
           IF OTR-STAT NOT = "00"
              MOVE "99"                           TO MSJ1-HTML
              MOVE "No se encuentra el plano de resultados"
                                                  TO MSJ2-HTML
              MOVE "CON885"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-NOTIFICA

           PERFORM LEER-RESULTADO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-SALIDA ARCHIVO-NOTIFICA
           GO TO ENVIO-DATOS.

       LEER-RESULTADO.
           READ ARCHIVO-SALIDA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              INITIALIZE DATO-RESULTADO-W
              UNSTRING REG-SALIDA DELIMITED BY "|"
                 INTO NRO-RES-W, RESULTADO-RES-W, DETALLE-RES-W
              END-UNSTRING

              INITIALIZE LLAVE-NOT
              MOVE "M"       TO TIPO-NOT
              MOVE NRO-RES-W TO NRO-NOT
              MOVE ZEROS     TO SEC-NOT
              READ ARCHIVO-NOTIFICA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM APLICAR-RESULTADO
              END-READ
              MOVE "00" TO OTR-STAT
           END-IF.

       APLICAR-RESULTADO.
           IF MSJ-ENVIADO
              MOVE DETALLE-RES-W TO DETALLE-W
              IF RESULTADO-RES-W = "D"
                 MOVE "D" TO ESTADO-NOT
                 MOVE "D" TO EVENTO-W
                 PERFORM REGISTRAR-EVENTO
                 ADD 1 TO CANT-ENVIADOS-W
              ELSE
                 PERFORM FALLAR-MENSAJE
              END-IF
           END-IF.

      *=================================================================
      * OPC "K" - ACUSE DE RECIBO DEL DESTINATARIO
      *=================================================================
       ACUSAR-MENSAJE.
           PERFORM ABRIR-NOTIFICA

           INITIALIZE LLAVE-NOT
           MOVE "M"          TO TIPO-NOT
           MOVE NRO-LLEGAD-W TO NRO-NOT
           MOVE ZEROS        TO SEC-NOT
           READ ARCHIVO-NOTIFICA
                INVALID KEY
                   CLOSE ARCHIVO-NOTIFICA
                   MOVE "99"                  TO MSJ1-HTML
                   MOVE "No existe el mensaje" TO MSJ2-HTML
                   MOVE "CON885"              TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT MSJ-ACUSADO
              MOVE "C" TO ESTADO-NOT
              MOVE SPACES TO DETALLE-W
              STRING "ACUSE DE RECIBO " DELIMITED BY SIZE
                     USUARIO-W          DELIMITED BY "  "
                     INTO DETALLE-W
              END-STRING
              MOVE "C" TO EVENTO-W
              PERFORM REGISTRAR-EVENTO
           END-IF

           MOVE NRO-NOT    TO NRO-MENSAJE-W
           MOVE ESTADO-NOT TO ESTADO-MENSAJE-W
           CLOSE ARCHIVO-NOTIFICA
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "H" - BITACORA DE ENTREGA DE UN PACIENTE O USUARIO
      *=================================================================
       LISTAR-BITACORA.
           PERFORM ABRIR-NOTIFICA
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*BITACORA*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE CLASE-LLEGAD-W TO CLASE-DEST-NOT
           MOVE ID-LLEGAD-W    TO ID-DEST-NOT
           START ARCHIVO-NOTIFICA KEY IS NOT LESS DESTINO-NOT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-BITACORA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*TIPO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-NOTIFICA
           GO TO ENVIO-DATOS.

       LEER-BITACORA.
           READ ARCHIVO-NOTIFICA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF CLASE-DEST-NOT NOT = CLASE-LLEGAD-W
              OR ID-DEST-NOT NOT = ID-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF NOT-MENSAJE
                    PERFORM ESCRIBIR-MENSAJE-JSON
                 END-IF
                 IF NOT-EVENTO
                    PERFORM ESCRIBIR-EVENTO-JSON
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-MENSAJE-JSON.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*TIPO*:*M*,*NRO*:"  DELIMITED BY SIZE
                  NRO-NOT               DELIMITED BY SIZE
                  ",*PROGRAMA*:*"       DELIMITED BY SIZE
                  PROGRAMA-NOT          DELIMITED BY " "
                  "*,*PLANTILLA*:*"     DELIMITED BY SIZE
                  PLANTILLA-NOT         DELIMITED BY " "
                  "*,*CANAL*:*"         DELIMITED BY SIZE
                  CANAL-NOT             DELIMITED BY SIZE
                  "*,*DIRECCION*:*"     DELIMITED BY SIZE
                  DIRECCION-NOT         DELIMITED BY " "
                  "*,*PRIORIDAD*:"      DELIMITED BY SIZE
                  PRIORIDAD-NOT         DELIMITED BY SIZE
                  ",*ESTADO*:*"         DELIMITED BY SIZE
                  ESTADO-NOT            DELIMITED BY SIZE
                  "*,*INTENTOS*:"       DELIMITED BY SIZE
                  INTENTOS-NOT          DELIMITED BY SIZE
                  ",*ESCALADO*:*"       DELIMITED BY SIZE
                  ESCALADO-NOT          DELIMITED BY SIZE
                  "*,*ORIGEN*:"         DELIMITED BY SIZE
                  NRO-ORIGEN-NOT        DELIMITED BY SIZE
                  ",*FECHA*:*"          DELIMITED BY SIZE
                  FECHA-CREA-NOT        DELIMITED BY SIZE
                  "*,*HORA*:*"          DELIMITED BY SIZE
                  HORA-CREA-NOT         DELIMITED BY SIZE
                  "*,*TEXTO*:*"         DELIMITED BY SIZE
                  TEXTO-NOT             DELIMITED BY "  "
                  "*},"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-EVENTO-JSON.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*TIPO*:*L*,*NRO*:"  DELIMITED BY SIZE
                  NRO-NOT               DELIMITED BY SIZE
                  ",*SEC*:"             DELIMITED BY SIZE
                  SEC-NOT               DELIMITED BY SIZE
                  ",*EVENTO*:*"         DELIMITED BY SIZE
                  EVENTO-NOT            DELIMITED BY SIZE
                  "*,*FECHA*:*"         DELIMITED BY SIZE
                  FECHA-LOG-NOT         DELIMITED BY SIZE
                  "*,*HORA*:*"          DELIMITED BY SIZE
                  HORA-LOG-NOT          DELIMITED BY SIZE
                  "*,*CANAL*:*"         DELIMITED BY SIZE
                  CANAL-LOG-NOT         DELIMITED BY SIZE
                  "*,*DIRECCION*:*"     DELIMITED BY SIZE
                  DIRECCION-LOG-NOT     DELIMITED BY " "
                  "*,*DETALLE*:*"       DELIMITED BY SIZE
                  DETALLE-LOG-NOT       DELIMITED BY "  "
                  "*},"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ENVIO-DATOS.
           MOVE "00"             TO DAT0-ENV
           MOVE NRO-MENSAJE-W    TO NRO-ENV
           MOVE ESTADO-MENSAJE-W TO ESTADO-ENV
           MOVE CANT-ENVIADOS-W  TO ENVIADOS-ENV
           MOVE CANT-ESCALADOS-W TO ESCALADOS-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       ABRIR-NOTIFICA.
           OPEN I-O ARCHIVO-NOTIFICA.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-NOTIFICA
              CLOSE       ARCHIVO-NOTIFICA
              OPEN I-O    ARCHIVO-NOTIFICA
           END-IF.

       LEER-CONFIG-CORREO.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W
           OPEN INPUT ARCHIVO-USUNET
           INITIALIZE REG-USUNET
           IF OTR-STAT = "00"
              READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN
              END-READ
              CLOSE ARCHIVO-USUNET
           END-IF
           MOVE "00" TO OTR-STAT.

       TOMAR-CONSECUTIVO.
           INITIALIZE REG-NOTIFICA
           MOVE "N"   TO TIPO-NOT
           MOVE ZEROS TO ID-NOT
           READ ARCHIVO-NOTIFICA
                INVALID KEY
                   INITIALIZE REG-NOTIFICA
                   MOVE "N"   TO TIPO-NOT
                   MOVE ZEROS TO ID-NOT ULTIMO-NRO-NOT
                   WRITE REG-NOTIFICA END-WRITE
           END-READ

           ADD 1 TO ULTIMO-NRO-NOT
           MOVE ULTIMO-NRO-NOT TO NRO-MENSAJE-W
           REWRITE REG-NOTIFICA END-REWRITE.

      *    TODO CAMBIO DEL MENSAJE PASA POR AQUI: SE REGRABA CON LA
      *    FECHA DEL ESTADO Y QUEDA EL EVENTO EN LA BITACORA CON EL
      *    DESTINO DEL MENSAJE (EVENTO-W Y DETALLE-W).
       REGISTRAR-EVENTO.
           MOVE FECHA-TOTAL TO FECHA-ESTADO-NOT
           MOVE HORA-TOTAL  TO HORA-ESTADO-NOT
           IF ULT-EVENTO-NOT < 99
              ADD 1 TO ULT-EVENTO-NOT
           END-IF

           REWRITE REG-NOTIFICA
                   INVALID KEY WRITE REG-NOTIFICA END-WRITE
           END-REWRITE
           MOVE REG-NOTIFICA   TO REG-MENSAJE-W
           MOVE CANAL-NOT      TO CANAL-EVT-W
           MOVE DIRECCION-NOT  TO DIRECCION-EVT-W

           MOVE "L"            TO TIPO-NOT
           MOVE ULT-EVENTO-NOT TO SEC-NOT
           INITIALIZE DATOS-LOG-NOT
           MOVE EVENTO-W       TO EVENTO-NOT
           MOVE FECHA-TOTAL    TO FECHA-LOG-NOT
           MOVE HORA-TOTAL     TO HORA-LOG-NOT
           MOVE CANAL-EVT-W    TO CANAL-LOG-NOT
           MOVE DIRECCION-EVT-W TO DIRECCION-LOG-NOT
           MOVE DETALLE-W      TO DETALLE-LOG-NOT
           WRITE REG-NOTIFICA END-WRITE

           MOVE REG-MENSAJE-W  TO REG-NOTIFICA.

       ESCRIBIR-CORREO.

      *    UN ARCHIVO POR MENSAJE PARA EL DESPACHADOR DE CORREO DEL
      *    SERVIDOR, CON LOS PARAMETROS SMTP DE SC-ARCHUSU.

           MOVE SPACES TO NOM-SAL-W
           STRING "D:\WEB\MAIN-ELECT\DATOS\SC-CORREO-N"
                                                  DELIMITED BY SIZE
                  NRO-NOT         DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
                  INTO NOM-SAL-W
           END-STRING

           OPEN OUTPUT ARCHIVO-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "PARA: "       DELIMITED BY SIZE
                  DIRECCION-NOT  DELIMITED BY "  "
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "DE: "         DELIMITED BY SIZE
                  EMAIL-USUNET   DELIMITED BY "  "
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "SERVIDOR: "      DELIMITED BY SIZE
                  SERV-EMAIL-USUNET DELIMITED BY "  "
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "PUERTO: "          DELIMITED BY SIZE
                  PUERTO-EMAIL-USUNET DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "SSL: "           DELIMITED BY SIZE
                  SSL-EMAIL-USUNET  DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "ASUNTO: "     DELIMITED BY SIZE
                  PLANTILLA-NOT  DELIMITED BY " "
                  " - MENSAJE "  DELIMITED BY SIZE
                  NRO-NOT        DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           MOVE SPACES TO REG-SALIDA
           STRING "TEXTO: "      DELIMITED BY SIZE
                  TEXTO-NOT      DELIMITED BY "  "
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           CLOSE ARCHIVO-SALIDA.

       ESCRIBIR-MENSAJERIA.

      *    SMS Y WHATSAPP: UNA LINEA POR ENVIO EN EL PLANO DEL DIA
      *    PARA EL PROVEEDOR (NUMERO|CANAL|DIRECCION|TEXTO); EL
      *    PROVEEDOR DEVUELVE EL PLANO DE RESULTADOS DE LA OPC "R".

           MOVE SPACES TO NOM-SAL-W
           STRING "D:\WEB\MAIN-ELECT\DATOS\SC-MENSAJES-"
                                                  DELIMITED BY SIZE
                  FECHA-TOTAL     DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
                  INTO NOM-SAL-W
           END-STRING

           OPEN EXTEND ARCHIVO-SALIDA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-SALIDA
           END-IF

           MOVE SPACES TO REG-SALIDA
           STRING NRO-NOT        DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  CANAL-NOT      DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  DIRECCION-NOT  DELIMITED BY "  "
                  "|"            DELIMITED BY SIZE
                  TEXTO-NOT      DELIMITED BY "  "
                  INTO REG-SALIDA
           END-STRING
           WRITE REG-SALIDA

           CLOSE ARCHIVO-SALIDA.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
