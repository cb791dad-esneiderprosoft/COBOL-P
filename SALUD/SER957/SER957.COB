      *=================================================================
      * SALUD - LISTA DE ESPERA POR ESPECIALIDAD Y PROFESIONAL
      *         (SC-ARCHLES) CON OFERTA AUTOMATICA DE CUPOS
      *         LIBERADOS (SER957R).
      *         - OPC "P": PARAMETROS (HORAS DE RESERVA DE LA OFERTA,
      *           DIAS QUE SE OFRECEN DE UNA AGENDA NUEVA, OFERTAS
      *           SIN RESPUESTA CON QUE SE SALE DE LA LISTA).
      *         - OPC "I": INSCRIBE AL PACIENTE CUANDO LA AGENDA ESTA
      *           LLENA, CON PRIORIDAD (G GESTANTE, N NINO, O
      *           ONCOLOGICO, Q PQRS) Y DATOS DE CONTACTO (LOS DE
      *           SC-PACIE SI NO LLEGAN). DEVUELVE EL TURNO.
      *         - OPC "L": LISTA DE ESPERA DE LA ESPECIALIDAD (TODAS
      *           SI NO LLEGA) EN ORDEN DE TURNO.
      *         - OPC "A": EL PACIENTE ACEPTA EL CUPO OFRECIDO: QUEDA
      *           LA CITA CON LA FECHA DE SOLICITUD DE LA LISTA.
      *         - OPC "N": RECHAZA EL CUPO; SIGUE EN ESPERA Y EL CUPO
      *           PASA AL SIGUIENTE.
      *         - OPC "X": SALE DE LA LISTA SIN ATENDER, CON MOTIVO.
      *         - OPC "O": OFRECE UN CUPO QUE LIBERO UNA PANTALLA DE
      *           ASIGNACION AL CANCELAR UNA CITA.
      *         - OPC "V": VENCE LAS OFERTAS SIN RESPUESTA (TAREA
      *           PROGRAMADA, COMO EL DESPACHADOR DE CON885).
      *         - OPC "T": TIEMPOS DE ESPERA POR ESPECIALIDAD DE LAS
      *           SOLICITUDES DEL RANGO DE FECHAS.
      *         - OPC "S": PACIENTES QUE SALIERON DE LA LISTA SIN
      *           ATENDER EN EL RANGO DE FECHAS.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER957".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-LESPE.CBL".
       COPY "..\..\FUENTES\FS-CITAS.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-LESPE.CBL".
       COPY "..\..\FUENTES\FD-CITAS.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-LESPE.CBL".

       77 NOM-LES-W              PIC X(70).
       77 NOM-CITAS-W            PIC X(70).
       77 NOM-RET-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 CONSEC-LLEGAD-W        PIC 9(6).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 ESPEC-LLEGAD-W         PIC X(20).
          02 PROF-LLEGAD-W          PIC X(4).
          02 PRIORIDAD-LLEGAD-W     PIC X.
          02 TELEFONO-LLEGAD-W      PIC X(15).
          02 EMAIL-LLEGAD-W         PIC X(60).
          02 CANAL-LLEGAD-W         PIC X.
          02 MOTIVO-LLEGAD-W        PIC X(30).
          02 FECHA-CIT-LLEGAD-W     PIC X(6).
          02 MEDICO-LLEGAD-W        PIC X(10).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 FECHA-D-LLEGAD-W       PIC 9(8).
          02 FECHA-H-LLEGAD-W       PIC 9(8).
          02 HORAS-LLEGAD-W         PIC 99.
          02 DIAS-LLEGAD-W          PIC 9(3).
          02 MAX-RESP-LLEGAD-W      PIC 9.
          02 OPER-LLEGAD-W          PIC X(4).

      *    TIEMPOS POR ESPECIALIDAD: SOLICITUDES, ASIGNADAS CON SUS
      *    DIAS DE ESPERA (SUMA Y MAXIMO), EN ESPERA CON LOS DIAS QUE
      *    LLEVAN, Y RETIRADAS.
       01 TABLA-ESPEC-W.
          02 CANT-ESPEC-W           PIC 99 VALUE 0.
          02 ESPEC-TAB-W OCCURS 50.
             03 COD-ESPEC-W         PIC X(20).
             03 SOLIC-ESPEC-W       PIC 9(5).
             03 ASIG-ESPEC-W        PIC 9(5).
             03 DIAS-ASIG-ESPEC-W   PIC 9(9).
             03 MAX-ASIG-ESPEC-W    PIC 9(5).
             03 ESPERA-ESPEC-W      PIC 9(5).
             03 DIAS-ESP-ESPEC-W    PIC 9(9).
             03 RETIR-ESPEC-W       PIC 9(5).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 DIAS-HOY-W         PIC 9(7).
          02 HORA-HOY-W.
             03 HR-HOY-W        PIC 99.
             03 MIN-HOY-W       PIC 99.
             03 SEG-HOY-W       PIC 99.
             03 CEN-HOY-W       PIC 99.
          02 MIN-AHORA-W        PIC 9(10).
          02 DIAS-ESPERA-W      PIC 9(5).
          02 PROMEDIO-W         PIC 9(5)V9.
          02 PROMEDIO2-W        PIC 9(5)V9.
          02 K                  PIC 99.
          02 TURNO-W            PIC 9(5).
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 CONSEC-NUEVO-W     PIC 9(6).
          02 SW-FIN-LES-W       PIC X.
          02 SW-CUPO-W          PIC X.
             88 CUPO-RESERVADO-W     VALUE "S".
          02 SW-ACTIVA-W        PIC X.
             88 SOLICITUD-ACTIVA-W   VALUE "S".
          02 CUPO-W.
             03 FECHA-OF-W      PIC X(6).
             03 MEDICO-OF-W     PIC X(10).
             03 HORA-OF-W       PIC 9(4).
          02 LLAVE-CITA-W.
             03 FECHA-CITA-W    PIC X(6).
             03 MEDICO-CITA-W   PIC X(10).
             03 TIPO-FACT-CITA-W PIC X.
             03 HORA-CITA-W     PIC 9(4).
          02 PROMEDIO-EDIT      PIC ZZZZ9.9.
          02 PROMEDIO2-EDIT     PIC ZZZZ9.9.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 CONSEC-ENV         PIC 9(6).
          02 FILLER             PIC X VALUE "|".
          02 TURNO-ENV          PIC 9(5).
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
              MOVE "SER957"                TO MSJ3-HTML
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
              MOVE "SER957"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LESPE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LISTA-ESPERA.
       ESCR-EXCEP-LESPE.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LES-W               TO MSJ2-HTML
              MOVE "SER957"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CITAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CITAS.
       ESCR-EXCEP-CITAS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CITAS-W             TO MSJ2-HTML
              MOVE "SER957"                TO MSJ3-HTML
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
              MOVE "SER957"                TO MSJ3-HTML
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
              MOVE "SER957"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER957" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, CONSEC-LLEGAD-W, PACI-LLEGAD-W,
                   ESPEC-LLEGAD-W, PROF-LLEGAD-W, PRIORIDAD-LLEGAD-W,
                   TELEFONO-LLEGAD-W, EMAIL-LLEGAD-W, CANAL-LLEGAD-W,
                   MOTIVO-LLEGAD-W, FECHA-CIT-LLEGAD-W,
                   MEDICO-LLEGAD-W, HORA-LLEGAD-W, FECHA-D-LLEGAD-W,
                   FECHA-H-LLEGAD-W, HORAS-LLEGAD-W, DIAS-LLEGAD-W,
                   MAX-RESP-LLEGAD-W, OPER-LLEGAD-W
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
           INITIALIZE NOM-LES-W NOM-CITAS-W NOM-RET-W PACIE-W
                      NOM-PLANO-W
           MOVE "\\" TO NOM-LES-W

           INSPECT NOM-LES-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-LES-W REPLACING FIRST " "
                   BY "\"
           MOVE NOM-LES-W TO NOM-CITAS-W
           INSPECT NOM-LES-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-LES-W TO NOM-RET-W PACIE-W

           INSPECT NOM-LES-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLES.DAT"

           INSPECT NOM-RET-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRET.DAT"

           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

      *    LA AGENDA VIVA ES LA MISMA QUE USAN LAS PANTALLAS DE
      *    ASIGNACION (VER SER891A): SIEMPRE EN PROG\HC\DATOS.

           INSPECT NOM-CITAS-W REPLACING
                   FIRST "                          "
                   BY "PROG\HC\DATOS\SC-AGEND.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER957-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       PREPARAR-FECHAS.
           MOVE FECHA-TOTAL TO FECHA-HOY-W
           COMPUTE DIAS-HOY-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
           ACCEPT HORA-HOY-W FROM TIME
           COMPUTE MIN-AHORA-W = DIAS-HOY-W * 1440
                 + HR-HOY-W * 60 + MIN-HOY-W
           INITIALIZE DATOS-ENVIO.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-LISTA-ESPERA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-LISTA-ESPERA
              CLOSE       ARCHIVO-LISTA-ESPERA
              OPEN I-O    ARCHIVO-LISTA-ESPERA
           END-IF.

           EVALUATE OPC-LLEGAD-W
             WHEN "P"   GO TO GRABAR-PARAMETROS
             WHEN "I"   GO TO INSCRIBIR-PACIENTE
             WHEN "L"   GO TO LISTA-ESPERA
             WHEN "A"   GO TO ACEPTAR-OFERTA
             WHEN "N"   GO TO RECHAZAR-OFERTA
             WHEN "X"   GO TO RETIRAR-SOLICITUD
             WHEN "O"   GO TO OFRECER-CUPO-LIBERADO
             WHEN "V"   GO TO VENCER-OFERTAS
             WHEN "T"   GO TO INFORME-TIEMPOS
             WHEN "S"   GO TO INFORME-SALIDAS
             WHEN OTHER
                  CLOSE ARCHIVO-LISTA-ESPERA
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER957"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "P": PARAMETROS DE LA LISTA
      *=================================================================
       GRABAR-PARAMETROS.
           PERFORM LEER-CONTROL
           MOVE HORAS-LLEGAD-W    TO HORAS-RESERVA-LES
           MOVE DIAS-LLEGAD-W     TO DIAS-OFERTA-LES
           MOVE MAX-RESP-LLEGAD-W TO MAX-SIN-RESP-LES
           MOVE OPER-LLEGAD-W     TO OPER-CTL-LES
           REWRITE REG-LISTA-ESPERA END-REWRITE

           CLOSE ARCHIVO-LISTA-ESPERA
           MOVE "00"                  TO DAT0-ENV
           MOVE "Parametros grabados" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    REGISTRO DE CONTROL; SE CREA LA PRIMERA VEZ.
       LEER-CONTROL.
           INITIALIZE REG-LISTA-ESPERA
           MOVE "C"   TO TIPO-LES
           MOVE ZEROS TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   INITIALIZE REG-LISTA-ESPERA
                   MOVE "C"   TO TIPO-LES
                   MOVE ZEROS TO CONSEC-LES
                   INITIALIZE DATOS-CONTROL-LES
                   MOVE SPACES TO LLAVE-TURNO-LES
                   WRITE REG-LISTA-ESPERA END-WRITE
           END-READ.

      *=================================================================
      * OPC "I": INSCRIBE AL PACIENTE EN LA LISTA
      *=================================================================
       INSCRIBIR-PACIENTE.
           IF PACI-LLEGAD-W = ZEROS OR ESPEC-LLEGAD-W = SPACES
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99"                         TO MSJ1-HTML
              MOVE "Falta paciente o especialidad" TO MSJ2-HTML
              MOVE "SER957"                     TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    UNA SOLA SOLICITUD VIVA POR PACIENTE Y ESPECIALIDAD.
           MOVE "N"           TO SW-ACTIVA-W
           MOVE PACI-LLEGAD-W TO COD-PACI-LES
           MOVE "N"           TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS EQUAL COD-PACI-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM BUSCAR-SOLICITUD-ACTIVA
                   UNTIL SW-FIN-LES-W = "S" OR SOLICITUD-ACTIVA-W
           IF SOLICITUD-ACTIVA-W
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Ya esta en la lista de espera" TO MSJ2-HTML
              MOVE "SER957"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM LEER-CONTROL
           ADD 1 TO ULT-CONSEC-LES
           MOVE ULT-CONSEC-LES TO CONSEC-NUEVO-W
           REWRITE REG-LISTA-ESPERA END-REWRITE

           IF TELEFONO-LLEGAD-W = SPACES AND EMAIL-LLEGAD-W = SPACES
              OPEN INPUT ARCHIVO-PACIENTES
              IF OTR-STAT = "00"
                 MOVE PACI-LLEGAD-W TO COD-PACI
                 READ ARCHIVO-PACIENTES
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE TELEFONO-PACI TO TELEFONO-LLEGAD-W
                         MOVE EMAIL-PACI    TO EMAIL-LLEGAD-W
                 END-READ
                 CLOSE ARCHIVO-PACIENTES
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF
           IF CANAL-LLEGAD-W = SPACE
              IF TELEFONO-LLEGAD-W = SPACES
                 MOVE "E" TO CANAL-LLEGAD-W
              ELSE
                 MOVE "S" TO CANAL-LLEGAD-W
              END-IF
           END-IF

           INITIALIZE REG-LISTA-ESPERA
           MOVE "E"                TO TIPO-LES
           MOVE CONSEC-NUEVO-W     TO CONSEC-LES
           MOVE "E"                TO ESTADO-LES
           MOVE ESPEC-LLEGAD-W     TO ESPECIALIDAD-LES
           MOVE PRIORIDAD-LLEGAD-W TO PRIORIDAD-LES
           EVALUATE TRUE
             WHEN PRIOR-GESTANTE    MOVE 1 TO RANGO-PRIOR-LES
             WHEN PRIOR-NINO        MOVE 2 TO RANGO-PRIOR-LES
             WHEN PRIOR-ONCOLOGICO  MOVE 3 TO RANGO-PRIOR-LES
             WHEN PRIOR-PQRS        MOVE 4 TO RANGO-PRIOR-LES
             WHEN OTHER
                  MOVE SPACE TO PRIORIDAD-LES
                  MOVE 5     TO RANGO-PRIOR-LES
           END-EVALUATE
           MOVE FECHA-HOY-W        TO FECHA-SOLIC-LES
           MOVE HORA-HOY-W (1:4)   TO HORA-SOLIC-LES
           MOVE PACI-LLEGAD-W      TO COD-PACI-LES
           MOVE PROF-LLEGAD-W      TO PROF-LES
           MOVE TELEFONO-LLEGAD-W  TO TELEFONO-LES
           MOVE EMAIL-LLEGAD-W     TO EMAIL-LES
           MOVE CANAL-LLEGAD-W     TO CANAL-LES
           MOVE MOTIVO-LLEGAD-W    TO OBSERV-LES
           MOVE SPACES             TO CUPO-LES
           MOVE OPER-LLEGAD-W      TO OPER-LES
           WRITE REG-LISTA-ESPERA END-WRITE

      *    TURNO: SOLICITUDES EN ESPERA DE LA ESPECIALIDAD HASTA ESTA.
           MOVE ZEROS TO TURNO-W
           MOVE ESPEC-LLEGAD-W TO ESPECIALIDAD-LES
           PERFORM CONTAR-TURNO

           CLOSE ARCHIVO-LISTA-ESPERA
           MOVE "00"           TO DAT0-ENV
           MOVE CONSEC-NUEVO-W TO CONSEC-ENV
           MOVE TURNO-W        TO TURNO-ENV
           MOVE "Paciente inscrito en lista de espera" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       BUSCAR-SOLICITUD-ACTIVA.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF COD-PACI-LES NOT = PACI-LLEGAD-W
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 IF LES-SOLICITUD
                 AND ESPECIALIDAD-LES = ESPEC-LLEGAD-W
                 AND (LES-EN-ESPERA OR LES-OFRECIDA)
                    MOVE "S" TO SW-ACTIVA-W
                 END-IF
              END-IF
           END-IF.

      *    CUENTA POR LA LLAVE DEL TURNO DESDE EL PRIMERO EN ESPERA
      *    DE LA ESPECIALIDAD HASTA LA SOLICITUD CONSEC-NUEVO-W.
       CONTAR-TURNO.
           MOVE "E"   TO ESTADO-LES
           MOVE ZEROS TO RANGO-PRIOR-LES FECHA-SOLIC-LES HORA-SOLIC-LES
           MOVE "N"   TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS NOT LESS LLAVE-TURNO-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM LEER-TURNO UNTIL SW-FIN-LES-W = "S"
           MOVE "00" TO OTR-STAT.

       LEER-TURNO.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF NOT LES-EN-ESPERA
              OR ESPECIALIDAD-LES NOT = ESPEC-LLEGAD-W
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 ADD 1 TO TURNO-W
                 IF CONSEC-LES = CONSEC-NUEVO-W
                    MOVE "S" TO SW-FIN-LES-W
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * OPC "L": LISTA DE ESPERA EN ORDEN DE TURNO (EN ESPERA Y CON
      * CUPO OFRECIDO)
      *=================================================================
       LISTA-ESPERA.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*ESPERA*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE REG-LISTA-ESPERA
           MOVE "E"            TO ESTADO-LES
           PERFORM LISTAR-ESTADO
           INITIALIZE REG-LISTA-ESPERA
           MOVE "O"            TO ESTADO-LES
           PERFORM LISTAR-ESTADO

           MOVE 1 TO PUNTERO-W
           STRING "{*SOLICITUD*:0}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W                DELIMITED BY SIZE
                  "}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-LISTA-ESPERA
           MOVE "00"          TO DAT0-ENV
           MOVE CANT-LISTA-W  TO CANT-ENV
           MOVE "Lista de espera lista" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LISTAR-ESTADO.
           MOVE ESPEC-LLEGAD-W TO ESPECIALIDAD-LES
           MOVE ZEROS          TO TURNO-W
           MOVE "N"            TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS NOT LESS LLAVE-TURNO-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM LEER-ESPERA UNTIL SW-FIN-LES-W = "S"
           MOVE "00" TO OTR-STAT.

       LEER-ESPERA.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF (NOT LES-EN-ESPERA AND NOT LES-OFRECIDA)
              OR (ESPEC-LLEGAD-W NOT = SPACES
                  AND ESPECIALIDAD-LES NOT = ESPEC-LLEGAD-W)
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 PERFORM LISTAR-SOLICITUD
              END-IF
           END-IF.

       LISTAR-SOLICITUD.
           ADD 1 TO CANT-LISTA-W TURNO-W
           COMPUTE DIAS-ESPERA-W = DIAS-HOY-W -
                   FUNCTION INTEGER-OF-DATE (FECHA-SOLIC-LES)

           MOVE 1 TO PUNTERO-W
           STRING "{*SOLICITUD*:"      DELIMITED BY SIZE
                  CONSEC-LES           DELIMITED BY SIZE
                  ",*TURNO*:"          DELIMITED BY SIZE
                  TURNO-W              DELIMITED BY SIZE
                  ",*ESTADO*:*"        DELIMITED BY SIZE
                  ESTADO-LES           DELIMITED BY SIZE
                  "*,*ESPECIALIDAD*:*" DELIMITED BY SIZE
                  ESPECIALIDAD-LES     DELIMITED BY "  "
                  "*,*PROFESIONAL*:*"  DELIMITED BY SIZE
                  PROF-LES             DELIMITED BY SIZE
                  "*,*PRIORIDAD*:*"    DELIMITED BY SIZE
                  PRIORIDAD-LES        DELIMITED BY SIZE
                  "*,*PACIENTE*:"      DELIMITED BY SIZE
                  COD-PACI-LES         DELIMITED BY SIZE
                  ",*SOLICITUD_FECHA*:" DELIMITED BY SIZE
                  FECHA-SOLIC-LES      DELIMITED BY SIZE
                  ",*DIAS*:"           DELIMITED BY SIZE
                  DIAS-ESPERA-W        DELIMITED BY SIZE
                  ",*TELEFONO*:*"      DELIMITED BY SIZE
                  TELEFONO-LES         DELIMITED BY "  "
                  "*,*OFERTAS*:"       DELIMITED BY SIZE
                  NRO-OFERTAS-LES      DELIMITED BY SIZE
                  ",*CUPO*:*"          DELIMITED BY SIZE
                  FECHA-CUPO-LES       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  HORA-CUPO-LES        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  MEDICO-CUPO-LES      DELIMITED BY SPACE
                  "*,*VENCE*:*"        DELIMITED BY SIZE
                  FECHA-VENCE-LES      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  HORA-VENCE-LES       DELIMITED BY SIZE
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "A": EL PACIENTE ACEPTA EL CUPO RESERVADO. EL PACIENTE HACE
      * PARTE DE LA LLAVE DE LA CITA: SE BORRA EL CUPO VACIO Y SE GRABA
      * LA CITA, CON LA FECHA DE SOLICITUD DE LA LISTA PARA QUE LA
      * OPORTUNIDAD SE MIDA DESDE QUE EL PACIENTE LA PIDIO.
      *=================================================================
       ACEPTAR-OFERTA.
           PERFORM LEER-OFERTA

           IF MIN-VENCE-LES < MIN-AHORA-W
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99"                   TO MSJ1-HTML
              MOVE "La oferta ya vencio"  TO MSJ2-HTML
              MOVE "SER957"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE CUPO-LES TO CUPO-W
           OPEN I-O ARCHIVO-CITAS
           PERFORM UBICAR-CUPO-RESERVADO
           IF NOT CUPO-RESERVADO-W
              CLOSE ARCHIVO-CITAS ARCHIVO-LISTA-ESPERA
              MOVE "99"                        TO MSJ1-HTML
              MOVE "El cupo ya no esta reservado" TO MSJ2-HTML
              MOVE "SER957"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           DELETE ARCHIVO-CITAS END-DELETE
           MOVE COD-PACI-LES    TO PACI-CIT
           MOVE FECHA-SOLIC-LES TO FECHA-SOLIC-CIT
           MOVE ZEROS           TO RESERVA-CIT
           MOVE SPACE           TO ESTADO-RECOR-CIT
           MOVE ZEROS           TO FECHA-RECOR-CIT
           WRITE REG-CIT
                 INVALID KEY
                    CLOSE ARCHIVO-CITAS ARCHIVO-LISTA-ESPERA
                    MOVE "99"                      TO MSJ1-HTML
                    MOVE "No se pudo grabar la cita" TO MSJ2-HTML
                    MOVE "SER957"                  TO MSJ3-HTML
                    GO TO ENVIAR2-ERROR
           END-WRITE
           CLOSE ARCHIVO-CITAS

           MOVE "A"           TO ESTADO-LES
           MOVE FECHA-HOY-W   TO FECHA-ASIGNA-LES
           MOVE OPER-LLEGAD-W TO OPER-LES
           REWRITE REG-LISTA-ESPERA END-REWRITE
           CLOSE ARCHIVO-LISTA-ESPERA

           MOVE "00"          TO DAT0-ENV
           MOVE CONSEC-LES    TO CONSEC-ENV
           MOVE "Cita asignada desde lista de espera" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    LA SOLICITUD CON CUPO OFRECIDO QUE LLEGA.
       LEER-OFERTA.
           MOVE "E"             TO TIPO-LES
           MOVE CONSEC-LLEGAD-W TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   CLOSE ARCHIVO-LISTA-ESPERA
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "No existe la solicitud" TO MSJ2-HTML
                   MOVE "SER957"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT LES-OFRECIDA
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99"                          TO MSJ1-HTML
              MOVE "La solicitud no tiene cupo ofrecido"
                                                 TO MSJ2-HTML
              MOVE "SER957"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       UBICAR-CUPO-RESERVADO.
           MOVE "N" TO SW-CUPO-W
           INITIALIZE REG-CIT
           MOVE FECHA-OF-W  TO FECHA-CIT
           MOVE MEDICO-OF-W TO MEDICO-CIT
           START ARCHIVO-CITAS KEY IS NOT LESS LLAVE-ALT-CIT
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           PERFORM LEER-CUPO-RESERVADO
                   UNTIL OTR-STAT NOT = "00" OR CUPO-RESERVADO-W
           MOVE "00" TO OTR-STAT.

       LEER-CUPO-RESERVADO.
           READ ARCHIVO-CITAS NEXT RECORD
                AT END MOVE "23" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF FECHA-CIT  NOT = FECHA-OF-W
              OR MEDICO-CIT NOT = MEDICO-OF-W
                 MOVE "23" TO OTR-STAT
              ELSE
                 IF HORA-CIT = HORA-OF-W AND PACI-CIT = ZEROS
                 AND RESERVA-CIT NUMERIC
                 AND RESERVA-CIT = CONSEC-LES
                    MOVE "S" TO SW-CUPO-W
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * OPC "N": RECHAZA EL CUPO Y SIGUE EN ESPERA CON SU TURNO
      *=================================================================
       RECHAZAR-OFERTA.
           PERFORM LEER-OFERTA
           MOVE "E"           TO ESTADO-LES
           MOVE OPER-LLEGAD-W TO OPER-LES
           REWRITE REG-LISTA-ESPERA END-REWRITE
           CLOSE ARCHIVO-LISTA-ESPERA

           PERFORM SOLTAR-CUPO
           MOVE "Cupo rechazado, pasa al siguiente" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    SER957R QUITA LA RESERVA Y OFRECE EL CUPO AL SIGUIENTE.
       SOLTAR-CUPO.
           INITIALIZE REG-LESPE-LNK
           MOVE "L"             TO OPCION-LESPE-LNK
           MOVE CONSEC-LLEGAD-W TO CONSEC-LESPE-LNK
           PERFORM LLAMAR-OFERTA
           MOVE CONSEC-LLEGAD-W TO CONSEC-ENV.

       LLAMAR-OFERTA.
           MOVE DIRECTORIO-LLEGAD-W TO DIR-LESPE-LNK
           MOVE NOM-LES-W           TO NOM-LES-LESPE-LNK
           MOVE NOM-CITAS-W         TO NOM-CITAS-LESPE-LNK
           MOVE NOM-RET-W           TO NOM-RET-LESPE-LNK
           CALL "SER957R" USING REG-LESPE-LNK
           CANCEL "SER957R"

           MOVE RESULT-LESPE-LNK       TO DAT0-ENV
           MOVE CANT-OFERTAS-LESPE-LNK TO CANT-ENV.

      *=================================================================
      * OPC "X": SALE DE LA LISTA SIN ATENDER
      *=================================================================
       RETIRAR-SOLICITUD.
           IF MOTIVO-LLEGAD-W = SPACES
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99"                TO MSJ1-HTML
              MOVE "Falta el motivo"   TO MSJ2-HTML
              MOVE "SER957"            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "E"             TO TIPO-LES
           MOVE CONSEC-LLEGAD-W TO CONSEC-LES
           READ ARCHIVO-LISTA-ESPERA
                INVALID KEY
                   CLOSE ARCHIVO-LISTA-ESPERA
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "No existe la solicitud" TO MSJ2-HTML
                   MOVE "SER957"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT LES-EN-ESPERA AND NOT LES-OFRECIDA
              CLOSE ARCHIVO-LISTA-ESPERA
              MOVE "99"                          TO MSJ1-HTML
              MOVE "La solicitud ya no esta en espera" TO MSJ2-HTML
              MOVE "SER957"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "N" TO SW-CUPO-W
           IF LES-OFRECIDA
              MOVE "S" TO SW-CUPO-W
           END-IF
           MOVE "R"             TO ESTADO-LES
           MOVE FECHA-HOY-W     TO FECHA-SALIDA-LES
           MOVE MOTIVO-LLEGAD-W TO MOTIVO-SALIDA-LES
           MOVE OPER-LLEGAD-W   TO OPER-LES
           REWRITE REG-LISTA-ESPERA END-REWRITE
           CLOSE ARCHIVO-LISTA-ESPERA

           MOVE "00" TO DAT0-ENV
           IF CUPO-RESERVADO-W
              PERFORM SOLTAR-CUPO
           END-IF
           MOVE CONSEC-LLEGAD-W TO CONSEC-ENV
           MOVE "Solicitud retirada de la lista" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "O": CUPO LIBERADO AL CANCELAR UNA CITA EN LA ASIGNACION
      *=================================================================
       OFRECER-CUPO-LIBERADO.
           CLOSE ARCHIVO-LISTA-ESPERA
           INITIALIZE REG-LESPE-LNK
           MOVE "C"                TO OPCION-LESPE-LNK
           MOVE FECHA-CIT-LLEGAD-W TO FECHA-LESPE-LNK
           MOVE MEDICO-LLEGAD-W    TO MEDICO-LESPE-LNK
           MOVE HORA-LLEGAD-W      TO HORA-LESPE-LNK
           PERFORM LLAMAR-OFERTA
           MOVE CONSEC-LESPE-LNK   TO CONSEC-ENV
           MOVE "Cupo liberado revisado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "V": OFERTAS VENCIDAS SIN RESPUESTA
      *=================================================================
       VENCER-OFERTAS.
           CLOSE ARCHIVO-LISTA-ESPERA
           INITIALIZE REG-LESPE-LNK
           MOVE "V" TO OPCION-LESPE-LNK
           PERFORM LLAMAR-OFERTA
           MOVE "Ofertas vencidas revisadas" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "T": TIEMPOS DE ESPERA POR ESPECIALIDAD DE LAS SOLICITUDES
      * HECHAS EN EL RANGO (ASIGNADAS: DE LA SOLICITUD A LA ASIGNACION;
      * EN ESPERA: LO QUE LLEVAN HASTA HOY)
      *=================================================================
       INFORME-TIEMPOS.
           PERFORM VALIDAR-RANGO
           INITIALIZE TABLA-ESPEC-W

           INITIALIZE REG-LISTA-ESPERA
           MOVE "E"   TO TIPO-LES
           MOVE ZEROS TO CONSEC-LES
           MOVE "N"   TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS NOT LESS LLAVE-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM LEER-SOLICITUD-TIEMPO UNTIL SW-FIN-LES-W = "S"
           CLOSE ARCHIVO-LISTA-ESPERA

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*TIEMPOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-ESPECIALIDAD VARYING K FROM 1 BY 1
                   UNTIL K > CANT-ESPEC-W
           MOVE "{*ESPECIALIDAD*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE "00"         TO DAT0-ENV
           MOVE CANT-LISTA-W TO CANT-ENV
           MOVE "Informe de tiempos listo" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       VALIDAR-RANGO.
           IF FECHA-D-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-D-LLEGAD-W
              MOVE 01          TO FECHA-D-LLEGAD-W (7:2)
           END-IF
           IF FECHA-H-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-H-LLEGAD-W
           END-IF.

       LEER-SOLICITUD-TIEMPO.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF NOT LES-SOLICITUD
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 IF FECHA-SOLIC-LES NOT < FECHA-D-LLEGAD-W
                 AND FECHA-SOLIC-LES NOT > FECHA-H-LLEGAD-W
                 AND (ESPEC-LLEGAD-W = SPACES
                      OR ESPECIALIDAD-LES = ESPEC-LLEGAD-W)
                    PERFORM ACUMULAR-TIEMPO
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-TIEMPO.
           MOVE 1 TO K
           PERFORM BUSCAR-ESPECIALIDAD
                   UNTIL K > CANT-ESPEC-W
                      OR COD-ESPEC-W (K) = ESPECIALIDAD-LES
           IF K > CANT-ESPEC-W
              IF CANT-ESPEC-W < 50
                 ADD 1 TO CANT-ESPEC-W
                 MOVE CANT-ESPEC-W     TO K
                 MOVE ESPECIALIDAD-LES TO COD-ESPEC-W (K)
              ELSE
                 MOVE 50 TO K
              END-IF
           END-IF

           ADD 1 TO CANT-LISTA-W SOLIC-ESPEC-W (K)
           EVALUATE TRUE
             WHEN LES-ASIGNADA
                  COMPUTE DIAS-ESPERA-W =
                          FUNCTION INTEGER-OF-DATE (FECHA-ASIGNA-LES)
                        - FUNCTION INTEGER-OF-DATE (FECHA-SOLIC-LES)
                  ADD 1             TO ASIG-ESPEC-W (K)
                  ADD DIAS-ESPERA-W TO DIAS-ASIG-ESPEC-W (K)
                  IF DIAS-ESPERA-W > MAX-ASIG-ESPEC-W (K)
                     MOVE DIAS-ESPERA-W TO MAX-ASIG-ESPEC-W (K)
                  END-IF
             WHEN LES-RETIRADA
                  ADD 1 TO RETIR-ESPEC-W (K)
             WHEN OTHER
                  COMPUTE DIAS-ESPERA-W = DIAS-HOY-W
                        - FUNCTION INTEGER-OF-DATE (FECHA-SOLIC-LES)
                  ADD 1             TO ESPERA-ESPEC-W (K)
                  ADD DIAS-ESPERA-W TO DIAS-ESP-ESPEC-W (K)
           END-EVALUATE.

       BUSCAR-ESPECIALIDAD.
           ADD 1 TO K.

       ESCRIBIR-ESPECIALIDAD.
           MOVE ZEROS TO PROMEDIO-W PROMEDIO2-W
           IF ASIG-ESPEC-W (K) > ZEROS
              COMPUTE PROMEDIO-W ROUNDED =
                      DIAS-ASIG-ESPEC-W (K) / ASIG-ESPEC-W (K)
           END-IF
           IF ESPERA-ESPEC-W (K) > ZEROS
              COMPUTE PROMEDIO2-W ROUNDED =
                      DIAS-ESP-ESPEC-W (K) / ESPERA-ESPEC-W (K)
           END-IF
           MOVE PROMEDIO-W  TO PROMEDIO-EDIT
           MOVE PROMEDIO2-W TO PROMEDIO2-EDIT

           MOVE 1 TO PUNTERO-W
           STRING "{*ESPECIALIDAD*:*"   DELIMITED BY SIZE
                  COD-ESPEC-W (K)       DELIMITED BY "  "
                  "*,*SOLICITUDES*:"    DELIMITED BY SIZE
                  SOLIC-ESPEC-W (K)     DELIMITED BY SIZE
                  ",*ASIGNADAS*:"       DELIMITED BY SIZE
                  ASIG-ESPEC-W (K)      DELIMITED BY SIZE
                  ",*PROMEDIO_DIAS*:*"  DELIMITED BY SIZE
                  PROMEDIO-EDIT         DELIMITED BY SIZE
                  "*,*MAXIMO_DIAS*:"    DELIMITED BY SIZE
                  MAX-ASIG-ESPEC-W (K)  DELIMITED BY SIZE
                  ",*EN_ESPERA*:"       DELIMITED BY SIZE
                  ESPERA-ESPEC-W (K)    DELIMITED BY SIZE
                  ",*DIAS_EN_ESPERA*:*" DELIMITED BY SIZE
                  PROMEDIO2-EDIT        DELIMITED BY SIZE
                  "*,*RETIRADAS*:"      DELIMITED BY SIZE
                  RETIR-ESPEC-W (K)     DELIMITED BY SIZE
                  "},"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "S": PACIENTES QUE SALIERON DE LA LISTA SIN ATENDER EN EL
      * RANGO (POR RETIRO O POR NO RESPONDER LAS OFERTAS)
      *=================================================================
       INFORME-SALIDAS.
           PERFORM VALIDAR-RANGO
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*SALIDAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE REG-LISTA-ESPERA
           MOVE "R"            TO ESTADO-LES
           MOVE ESPEC-LLEGAD-W TO ESPECIALIDAD-LES
           MOVE "N"            TO SW-FIN-LES-W
           START ARCHIVO-LISTA-ESPERA KEY IS NOT LESS LLAVE-TURNO-LES
                 INVALID KEY MOVE "S" TO SW-FIN-LES-W
           END-START
           PERFORM LEER-SALIDA UNTIL SW-FIN-LES-W = "S"

           MOVE 1 TO PUNTERO-W
           STRING "{*SOLICITUD*:0}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W                DELIMITED BY SIZE
                  "}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-LISTA-ESPERA
           MOVE "00"         TO DAT0-ENV
           MOVE CANT-LISTA-W TO CANT-ENV
           MOVE "Informe de salidas listo" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LEER-SALIDA.
           READ ARCHIVO-LISTA-ESPERA NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LES-W
           END-READ.

           IF SW-FIN-LES-W = "N"
              IF NOT LES-RETIRADA
              OR (ESPEC-LLEGAD-W NOT = SPACES
                  AND ESPECIALIDAD-LES NOT = ESPEC-LLEGAD-W)
                 MOVE "S" TO SW-FIN-LES-W
              ELSE
                 IF FECHA-SALIDA-LES NOT < FECHA-D-LLEGAD-W
                 AND FECHA-SALIDA-LES NOT > FECHA-H-LLEGAD-W
                    PERFORM LISTAR-SALIDA
                 END-IF
              END-IF
           END-IF.

       LISTAR-SALIDA.
           ADD 1 TO CANT-LISTA-W
           COMPUTE DIAS-ESPERA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-SALIDA-LES)
                 - FUNCTION INTEGER-OF-DATE (FECHA-SOLIC-LES)

           MOVE 1 TO PUNTERO-W
           STRING "{*SOLICITUD*:"      DELIMITED BY SIZE
                  CONSEC-LES           DELIMITED BY SIZE
                  ",*ESPECIALIDAD*:*"  DELIMITED BY SIZE
                  ESPECIALIDAD-LES     DELIMITED BY "  "
                  "*,*PRIORIDAD*:*"    DELIMITED BY SIZE
                  PRIORIDAD-LES        DELIMITED BY SIZE
                  "*,*PACIENTE*:"      DELIMITED BY SIZE
                  COD-PACI-LES         DELIMITED BY SIZE
                  ",*SOLICITUD_FECHA*:" DELIMITED BY SIZE
                  FECHA-SOLIC-LES      DELIMITED BY SIZE
                  ",*SALIDA*:"         DELIMITED BY SIZE
                  FECHA-SALIDA-LES     DELIMITED BY SIZE
                  ",*DIAS*:"           DELIMITED BY SIZE
                  DIAS-ESPERA-W        DELIMITED BY SIZE
                  ",*OFERTAS*:"        DELIMITED BY SIZE
                  NRO-OFERTAS-LES      DELIMITED BY SIZE
                  ",*MOTIVO*:*"        DELIMITED BY SIZE
                  MOTIVO-SALIDA-LES    DELIMITED BY "  "
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

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
