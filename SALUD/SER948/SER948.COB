      *=================================================================
      * SALUD - ORDENES DE IMAGENES DIAGNOSTICAS (RIS): LA ORDEN YA NO
      *         VIVE EN PAPEL. NACE EN LA CONSULTA Y SE SIGUE EN LA
      *         LISTA DE TRABAJO DE SU MODALIDAD HASTA LA ENTREGA DEL
      *         RESULTADO (SC-ARCHORX). LA LECTURA LA CIERRA RX-421W-02.
      *         - OPC "O": CREA LA ORDEN CON EL CUPS, LA MODALIDAD, LA
      *           PRIORIDAD (U URGENTE, P PRIORITARIA, R RUTINARIA) Y
      *           LA INDICACION CLINICA. DEVUELVE EL NUMERO.
      *         - OPC "A": AGENDA LA ORDEN (FECHA Y HORA DE LA CITA).
      *         - OPC "R": EL ESTUDIO SE REALIZO; PUEDE TRAER LA LLAVE
      *           DEL RESULTADO EN SC-RESRX PARA AMARRAR LA LECTURA.
      *         - OPC "E": EL RESULTADO LEIDO SE ENTREGO.
      *         - OPC "X": ANULA UNA ORDEN QUE NO SE HA REALIZADO.
      *         - OPC "W": LISTA DE TRABAJO DE UNA MODALIDAD, DE UN
      *           ESTADO O DE TODAS LAS QUE NO SE HAN ENTREGADO.
      *         - OPC "T": TIEMPOS DE RESPUESTA DE LAS ORDENES DEL
      *           PERIODO (ORDEN A ESTUDIO Y ESTUDIO A LECTURA, EN
      *           MINUTOS) POR PRIORIDAD Y POR RADIOLOGO, CON LAS
      *           ORDENES QUE SIGUEN SIN REALIZAR.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER948".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-ORDRX.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-ORDRX.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-ORX-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 K                      PIC 9(4).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(8).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 CUPS-LLEGAD-W          PIC X(8).
          02 MODAL-LLEGAD-W         PIC XX.
          02 PRIORIDAD-LLEGAD-W     PIC X.
          02 INDICACION-LLEGAD-W    PIC X(200).
          02 MEDICO-LLEGAD-W        PIC X(10).
          02 FECHA-CITA-LLEGAD-W    PIC 9(8).
          02 HORA-CITA-LLEGAD-W     PIC 9(4).
          02 ESTADO-LLEGAD-W        PIC X.
          02 FACT-LLEGAD-W          PIC X(38).
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 NRO-NUEVO-W        PIC 9(8).
          02 NRO-EDIT-W         PIC 9(8).
          02 MIN-ORDEN-W        PIC 9(10).
          02 MIN-ESTUDIO-W      PIC 9(10).
          02 MIN-LECTURA-W      PIC 9(10).
          02 DIF-ESTUDIO-W      PIC 9(9).
          02 DIF-LECTURA-W      PIC 9(9).
          02 PROM-1-W           PIC 9(7).
          02 PROM-2-W           PIC 9(7).
          02 CANT-1-EDIT-W      PIC 9(7).
          02 CANT-2-EDIT-W      PIC 9(7).
          02 CANT-3-EDIT-W      PIC 9(7).
          02 CANT-4-EDIT-W      PIC 9(7).

       01 TABLA-COD-PRI-W.
          02 FILLER             PIC X(3) VALUE "UPR".
       01 TABLA-COD-PRI-R REDEFINES TABLA-COD-PRI-W.
          02 COD-PRI-W          PIC X OCCURS 3.

       01 TABLA-PRIORIDADES-W.
          02 PRIORIDAD-TAB OCCURS 3.
             03 ORDENES-PRI-TAB    PIC 9(7).
             03 PENDIENTES-PRI-TAB PIC 9(7).
             03 ESTUDIOS-PRI-TAB   PIC 9(7).
             03 SUMA-EST-PRI-TAB   PIC 9(11).
             03 LEIDOS-PRI-TAB     PIC 9(7).
             03 SUMA-LEC-PRI-TAB   PIC 9(11).

       01 TABLA-RADIOLOGOS-W.
          02 CANT-RAD-W            PIC 9(4).
          02 RADIOLOGO-TAB OCCURS 100.
             03 COD-RAD-TAB        PIC X(10).
             03 ESTUDIOS-RAD-TAB   PIC 9(7).
             03 SUMA-EST-RAD-TAB   PIC 9(11).
             03 LEIDOS-RAD-TAB     PIC 9(7).
             03 SUMA-LEC-RAD-TAB   PIC 9(11).

       01 LIN-JSON-W             PIC X(500).

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
              MOVE "SER948"                TO MSJ3-HTML
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
              MOVE "SER948"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ORDRX SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ORDEN-RX.
       ESCR-EXCEP-ORDRX.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ORX-W               TO MSJ2-HTML
              MOVE "SER948"                TO MSJ3-HTML
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
              MOVE "SER948"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER948" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, PACI-LLEGAD-W,
                   CUPS-LLEGAD-W, MODAL-LLEGAD-W,
                   PRIORIDAD-LLEGAD-W, INDICACION-LLEGAD-W,
                   MEDICO-LLEGAD-W, FECHA-CITA-LLEGAD-W,
                   HORA-CITA-LLEGAD-W, ESTADO-LLEGAD-W,
                   FACT-LLEGAD-W, FECHA-INI-LLEGAD-W,
                   FECHA-FIN-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT"
                TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ABRIR-USUARIO.
           INITIALIZE OTR-STAT.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT"
                TO NOM-USU-W

           OPEN INPUT ARCHIVO-USUNET
           EVALUATE OTR-STAT
             WHEN "00"  CONTINUE
             WHEN OTHER GO TO CERRAR-SESION
           END-EVALUATE.

           INITIALIZE LLAVE-USUNET.

       LEER-USUARIO.
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

           IF NOMBRE-USUNET = SPACES
              MOVE "SC-2"                        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "SER948"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-ORX-W
           MOVE "\\" TO NOM-ORX-W

           INSPECT NOM-ORX-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ORX-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ORX-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           INSPECT NOM-ORX-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHORX.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER948-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-ORDEN-RX.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ORDEN-RX
              CLOSE       ARCHIVO-ORDEN-RX
              OPEN I-O    ARCHIVO-ORDEN-RX
           END-IF.

           MOVE ZEROS TO NRO-EDIT-W

           EVALUATE OPC-LLEGAD-W
             WHEN "O"   GO TO CREAR-ORDEN
             WHEN "A"   GO TO AGENDAR-ORDEN
             WHEN "R"   GO TO REALIZAR-ORDEN
             WHEN "E"   GO TO ENTREGAR-ORDEN
             WHEN "X"   GO TO ANULAR-ORDEN
             WHEN "W"   GO TO LISTA-TRABAJO
             WHEN "T"   GO TO TIEMPOS-RESPUESTA
             WHEN OTHER
                  CLOSE ARCHIVO-ORDEN-RX
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER948"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "O" - CREA LA ORDEN DESDE LA CONSULTA
      *=================================================================
       CREAR-ORDEN.
           IF PACI-LLEGAD-W = ZEROS
           OR CUPS-LLEGAD-W = SPACES
           OR MODAL-LLEGAD-W = SPACES
           OR INDICACION-LLEGAD-W = SPACES
              CLOSE ARCHIVO-ORDEN-RX
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Faltan paciente, CUPS, modalidad o indicacion"
                                                 TO MSJ2-HTML
              MOVE "SER948"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF PRIORIDAD-LLEGAD-W = SPACE
              MOVE "R" TO PRIORIDAD-LLEGAD-W
           END-IF
           IF PRIORIDAD-LLEGAD-W NOT = "U" AND NOT = "P" AND NOT = "R"
              CLOSE ARCHIVO-ORDEN-RX
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Prioridad no valida"         TO MSJ2-HTML
              MOVE "SER948"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE 99999999 TO NRO-ORX
           START ARCHIVO-ORDEN-RX KEY IS NOT GREATER LLAVE-ORX
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-ORDEN-RX PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE NRO-NUEVO-W = NRO-ORX + 1
           ELSE
              MOVE 1 TO NRO-NUEVO-W
           END-IF
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-ORDEN-RX
           MOVE NRO-NUEVO-W         TO NRO-ORX
           MOVE PACI-LLEGAD-W       TO COD-PACI-ORX
           MOVE MODAL-LLEGAD-W      TO MODAL-ORX
           MOVE "O"                 TO ESTADO-ORX
           MOVE CUPS-LLEGAD-W       TO CUPS-ORX
           MOVE PRIORIDAD-LLEGAD-W  TO PRIORIDAD-ORX
           MOVE INDICACION-LLEGAD-W TO INDICACION-ORX
           MOVE MEDICO-LLEGAD-W     TO MEDICO-ORX
           MOVE 1 TO K
           PERFORM MARCAR-EVENTO
           WRITE REG-ORDEN-RX END-WRITE

           MOVE NRO-NUEVO-W TO NRO-EDIT-W
           CLOSE ARCHIVO-ORDEN-RX
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "A" - AGENDA (O REAGENDA) UNA ORDEN AUN NO REALIZADA
      *=================================================================
       AGENDAR-ORDEN.
           PERFORM LEER-ORDEN

           IF NOT ORX-ORDENADA AND NOT ORX-AGENDADA
              PERFORM ERROR-ESTADO
           END-IF

           IF FECHA-CITA-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-ORDEN-RX
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Falta la fecha de la cita"   TO MSJ2-HTML
              MOVE "SER948"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE FECHA-CITA-LLEGAD-W TO FECHA-CITA-ORX
           MOVE HORA-CITA-LLEGAD-W  TO HORA-CITA-ORX
           MOVE "A" TO ESTADO-ORX
           MOVE 2   TO K
           GO TO GRABAR-ESTADO.

      *=================================================================
      * OPC "R" - EL ESTUDIO SE REALIZO (CON O SIN CITA PREVIA)
      *=================================================================
       REALIZAR-ORDEN.
           PERFORM LEER-ORDEN

           IF NOT ORX-ORDENADA AND NOT ORX-AGENDADA
              PERFORM ERROR-ESTADO
           END-IF

           IF FACT-LLEGAD-W NOT = SPACES
              MOVE FACT-LLEGAD-W TO LLAVE-FACT-ORX
           END-IF
           MOVE "R" TO ESTADO-ORX
           MOVE 3   TO K
           GO TO GRABAR-ESTADO.

      *=================================================================
      * OPC "E" - ENTREGA DEL RESULTADO YA LEIDO
      *=================================================================
       ENTREGAR-ORDEN.
           PERFORM LEER-ORDEN

           IF NOT ORX-LEIDA
              PERFORM ERROR-ESTADO
           END-IF

           MOVE "E" TO ESTADO-ORX
           MOVE 5   TO K
           GO TO GRABAR-ESTADO.

      *=================================================================
      * OPC "X" - ANULA UNA ORDEN QUE NO SE HA REALIZADO
      *=================================================================
       ANULAR-ORDEN.
           PERFORM LEER-ORDEN

           IF NOT ORX-ORDENADA AND NOT ORX-AGENDADA
              PERFORM ERROR-ESTADO
           END-IF

           MOVE "X" TO ESTADO-ORX
           MOVE 6   TO K.

       GRABAR-ESTADO.
           PERFORM MARCAR-EVENTO
           REWRITE REG-ORDEN-RX END-REWRITE
           MOVE NRO-ORX TO NRO-EDIT-W
           CLOSE ARCHIVO-ORDEN-RX
           GO TO ENVIO-DATOS.

       LEER-ORDEN.
           MOVE NRO-LLEGAD-W TO NRO-ORX
           READ ARCHIVO-ORDEN-RX
                INVALID KEY
                   CLOSE ARCHIVO-ORDEN-RX
                   MOVE "99"                    TO MSJ1-HTML
                   MOVE "Orden no existe"       TO MSJ2-HTML
                   MOVE "SER948"                TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ.

       ERROR-ESTADO.
           CLOSE ARCHIVO-ORDEN-RX
           MOVE "99"                                TO MSJ1-HTML
           MOVE "El estado de la orden no permite el cambio"
                                                    TO MSJ2-HTML
           MOVE "SER948"                            TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       MARCAR-EVENTO.
           MOVE FECHA-TOTAL     TO FECHA-EV-ORX (K)
           MOVE HORA-TOTAL      TO HORA-EV-ORX (K)
           MOVE OPER-LLEGAD-W   TO OPER-EV-ORX (K).

      *=================================================================
      * OPC "W" - LISTA DE TRABAJO DE LA MODALIDAD. SIN ESTADO SALEN
      *           LAS QUE NO SE HAN ENTREGADO NI ANULADO.
      *=================================================================
       LISTA-TRABAJO.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*ORDENES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE MODAL-LLEGAD-W  TO MODAL-ORX
           MOVE ESTADO-LLEGAD-W TO ESTADO-ORX
           START ARCHIVO-ORDEN-RX KEY IS NOT LESS LISTA-ORX
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-LISTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ORDEN-RX
           GO TO ENVIO-DATOS.

       LEER-LISTA.
           READ ARCHIVO-ORDEN-RX NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF MODAL-ORX NOT = MODAL-LLEGAD-W
              OR (ESTADO-LLEGAD-W NOT = SPACE
                  AND ESTADO-ORX NOT = ESTADO-LLEGAD-W)
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF ESTADO-LLEGAD-W NOT = SPACE
                 OR (NOT ORX-ENTREGADA AND NOT ORX-ANULADA)
                    PERFORM ESCRIBIR-ORDEN
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-ORDEN.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"          DELIMITED BY SIZE
                  NRO-ORX             DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-ORX        DELIMITED BY SIZE
                  "*,*CUPS*:*"        DELIMITED BY SIZE
                  CUPS-ORX            DELIMITED BY SIZE
                  "*,*PRIORIDAD*:*"   DELIMITED BY SIZE
                  PRIORIDAD-ORX       DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-ORX          DELIMITED BY SIZE
                  "*,*FECHA_ORDEN*:*" DELIMITED BY SIZE
                  FECHA-EV-ORX (1)    DELIMITED BY SIZE
                  "*,*HORA_ORDEN*:*"  DELIMITED BY SIZE
                  HORA-EV-ORX (1)     DELIMITED BY SIZE
                  "*,*FECHA_CITA*:*"  DELIMITED BY SIZE
                  FECHA-CITA-ORX      DELIMITED BY SIZE
                  "*,*HORA_CITA*:*"   DELIMITED BY SIZE
                  HORA-CITA-ORX       DELIMITED BY SIZE
                  "*,*MEDICO*:*"      DELIMITED BY SIZE
                  MEDICO-ORX          DELIMITED BY "  "
                  "*,*INDICACION*:*"  DELIMITED BY SIZE
                  INDICACION-ORX      DELIMITED BY "  "
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "T" - TIEMPOS DE RESPUESTA DE LAS ORDENES CREADAS EN EL
      *           PERIODO. ORDEN A ESTUDIO: DE LA ORDEN A LA
      *           REALIZACION; ESTUDIO A LECTURA: DE LA REALIZACION
      *           A LA LECTURA. PENDIENTES SON LAS QUE SIGUEN
      *           ORDENADAS O AGENDADAS.
      *=================================================================
       TIEMPOS-RESPUESTA.
           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-FIN-LLEGAD-W
           END-IF

           INITIALIZE TABLA-PRIORIDADES-W TABLA-RADIOLOGOS-W

           MOVE ZEROS TO NRO-ORX
           START ARCHIVO-ORDEN-RX KEY IS NOT LESS LLAVE-ORX
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM ACUMULAR-ORDEN UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-ORDEN-RX

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*PRIORIDADES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM ESCRIBIR-PRIORIDAD VARYING I FROM 1 BY 1
                   UNTIL I > 3

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PRIORIDAD*:**}],*RADIOLOGOS*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-RADIOLOGO VARYING I FROM 1 BY 1
                   UNTIL I > CANT-RAD-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*RADIOLOGO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO ENVIO-DATOS.

       ACUMULAR-ORDEN.
           READ ARCHIVO-ORDEN-RX NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT ORX-ANULADA
              AND FECHA-EV-ORX (1) NOT < FECHA-INI-LLEGAD-W
              AND FECHA-EV-ORX (1) NOT > FECHA-FIN-LLEGAD-W
                 PERFORM SUMAR-TIEMPOS
              END-IF
           END-IF.

       SUMAR-TIEMPOS.
           MOVE 3 TO I
           PERFORM BUSCAR-PRIORIDAD
                   UNTIL I = 1 OR COD-PRI-W (I) = PRIORIDAD-ORX

           ADD 1 TO ORDENES-PRI-TAB (I)
           IF ORX-ORDENADA OR ORX-AGENDADA
              ADD 1 TO PENDIENTES-PRI-TAB (I)
           END-IF

           COMPUTE MIN-ORDEN-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-EV-ORX (1)) * 1440
                 + HR-EV-ORX (1) * 60 + MIN-EV-ORX (1)
           MOVE ZEROS TO DIF-ESTUDIO-W DIF-LECTURA-W

           IF FECHA-EV-ORX (3) NOT = ZEROS
              COMPUTE MIN-ESTUDIO-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-EV-ORX (3)) * 1440
                    + HR-EV-ORX (3) * 60 + MIN-EV-ORX (3)
              IF MIN-ESTUDIO-W > MIN-ORDEN-W
                 COMPUTE DIF-ESTUDIO-W = MIN-ESTUDIO-W - MIN-ORDEN-W
              END-IF
              ADD 1             TO ESTUDIOS-PRI-TAB (I)
              ADD DIF-ESTUDIO-W TO SUMA-EST-PRI-TAB (I)

              IF FECHA-EV-ORX (4) NOT = ZEROS
                 COMPUTE MIN-LECTURA-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-EV-ORX (4)) * 1440
                    + HR-EV-ORX (4) * 60 + MIN-EV-ORX (4)
                 IF MIN-LECTURA-W > MIN-ESTUDIO-W
                    COMPUTE DIF-LECTURA-W =
                            MIN-LECTURA-W - MIN-ESTUDIO-W
                 END-IF
                 ADD 1             TO LEIDOS-PRI-TAB (I)
                 ADD DIF-LECTURA-W TO SUMA-LEC-PRI-TAB (I)
              END-IF
           END-IF

           IF FECHA-EV-ORX (4) NOT = ZEROS
              PERFORM ACUMULAR-RADIOLOGO
           END-IF.

       BUSCAR-PRIORIDAD.
           SUBTRACT 1 FROM I.

      *    LA TABLA ACEPTA 100 RADIOLOGOS; LOS QUE SOBREN QUEDAN
      *    SUMADOS EN EL ULTIMO RENGLON (RADIOLOGO "****").
       ACUMULAR-RADIOLOGO.
           MOVE 1 TO J
           PERFORM BUSCAR-RADIOLOGO
                   UNTIL J > CANT-RAD-W
                   OR COD-RAD-TAB (J) = RADIOLOGO-ORX

           IF J > CANT-RAD-W
              IF CANT-RAD-W < 100
                 ADD 1 TO CANT-RAD-W
                 MOVE CANT-RAD-W    TO J
                 MOVE RADIOLOGO-ORX TO COD-RAD-TAB (J)
              ELSE
                 MOVE 100    TO J
                 MOVE "****" TO COD-RAD-TAB (J)
              END-IF
           END-IF

           IF FECHA-EV-ORX (3) NOT = ZEROS
              ADD 1             TO ESTUDIOS-RAD-TAB (J)
              ADD DIF-ESTUDIO-W TO SUMA-EST-RAD-TAB (J)
              ADD 1             TO LEIDOS-RAD-TAB (J)
              ADD DIF-LECTURA-W TO SUMA-LEC-RAD-TAB (J)
           END-IF.

       BUSCAR-RADIOLOGO.
           ADD 1 TO J.

       ESCRIBIR-PRIORIDAD.
           MOVE ZEROS TO PROM-1-W PROM-2-W
           IF ESTUDIOS-PRI-TAB (I) > ZEROS
              COMPUTE PROM-1-W ROUNDED =
                      SUMA-EST-PRI-TAB (I) / ESTUDIOS-PRI-TAB (I)
           END-IF
           IF LEIDOS-PRI-TAB (I) > ZEROS
              COMPUTE PROM-2-W ROUNDED =
                      SUMA-LEC-PRI-TAB (I) / LEIDOS-PRI-TAB (I)
           END-IF
           MOVE ORDENES-PRI-TAB (I)    TO CANT-1-EDIT-W
           MOVE PENDIENTES-PRI-TAB (I) TO CANT-2-EDIT-W
           MOVE ESTUDIOS-PRI-TAB (I)   TO CANT-3-EDIT-W
           MOVE LEIDOS-PRI-TAB (I)     TO CANT-4-EDIT-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PRIORIDAD*:*"         DELIMITED BY SIZE
                  COD-PRI-W (I)            DELIMITED BY SIZE
                  "*,*ORDENES*:*"          DELIMITED BY SIZE
                  CANT-1-EDIT-W            DELIMITED BY SIZE
                  "*,*PENDIENTES*:*"       DELIMITED BY SIZE
                  CANT-2-EDIT-W            DELIMITED BY SIZE
                  "*,*REALIZADOS*:*"       DELIMITED BY SIZE
                  CANT-3-EDIT-W            DELIMITED BY SIZE
                  "*,*MIN_ORDEN_ESTUDIO*:*" DELIMITED BY SIZE
                  PROM-1-W                 DELIMITED BY SIZE
                  "*,*LEIDOS*:*"           DELIMITED BY SIZE
                  CANT-4-EDIT-W            DELIMITED BY SIZE
                  "*,*MIN_ESTUDIO_LECTURA*:*" DELIMITED BY SIZE
                  PROM-2-W                 DELIMITED BY SIZE
                  "*},"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-RADIOLOGO.
           MOVE ZEROS TO PROM-1-W PROM-2-W
           IF ESTUDIOS-RAD-TAB (I) > ZEROS
              COMPUTE PROM-1-W ROUNDED =
                      SUMA-EST-RAD-TAB (I) / ESTUDIOS-RAD-TAB (I)
           END-IF
           IF LEIDOS-RAD-TAB (I) > ZEROS
              COMPUTE PROM-2-W ROUNDED =
                      SUMA-LEC-RAD-TAB (I) / LEIDOS-RAD-TAB (I)
           END-IF
           MOVE LEIDOS-RAD-TAB (I) TO CANT-4-EDIT-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*RADIOLOGO*:*"         DELIMITED BY SIZE
                  COD-RAD-TAB (I)          DELIMITED BY "  "
                  "*,*LEIDOS*:*"           DELIMITED BY SIZE
                  CANT-4-EDIT-W            DELIMITED BY SIZE
                  "*,*MIN_ORDEN_ESTUDIO*:*" DELIMITED BY SIZE
                  PROM-1-W                 DELIMITED BY SIZE
                  "*,*MIN_ESTUDIO_LECTURA*:*" DELIMITED BY SIZE
                  PROM-2-W                 DELIMITED BY SIZE
                  "*},"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|"        DELIMITED BY SIZE
                  NRO-EDIT-W   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE LIN-JSON-W        TO COBW3-CNV-VALUE
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
