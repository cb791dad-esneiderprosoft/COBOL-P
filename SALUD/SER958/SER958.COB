      *=================================================================
      * SALUD - DIGITURNO DE LAS VENTANILLAS DE ADMISIONES Y CAJA
      *         (SC-ARCHTUR). REEMPLAZA EL DISPENSADOR DE PAPEL:
      *         - OPC "E": EMITE EL TURNO DEL SERVICIO (C CITAS,
      *           U ADMISION URGENCIAS, F FACTURACION, J CAJA SER930,
      *           M FARMACIA SER946), PREFERENCIAL PARA ADULTO MAYOR,
      *           GESTANTE O DISCAPACIDAD. DEVUELVE EL TIQUETE Y LAS
      *           PERSONAS QUE VAN ADELANTE.
      *         - OPC "L": EL FUNCIONARIO LLAMA EL SIGUIENTE TURNO DEL
      *           SERVICIO DESDE SU VENTANILLA (PRIMERO LOS
      *           PREFERENCIALES); EL TURNO QUE TENIA EN ATENCION SE
      *           DA POR TERMINADO.
      *         - OPC "R": VUELVE A LLAMAR EL TURNO EN PANTALLA.
      *         - OPC "F": TERMINA LA ATENCION DEL TURNO.
      *         - OPC "N": EL TURNO LLAMADO NO SE PRESENTO.
      *         - OPC "P": AMARRA EL PACIENTE YA IDENTIFICADO AL TURNO.
      *         - OPC "D": ALIMENTA LA PANTALLA DE LLAMADO: TURNOS EN
      *           ATENCION CON SU VENTANILLA Y PERSONAS EN ESPERA POR
      *           SERVICIO.
      *         - OPC "I": INFORME DEL DIA DE TIEMPOS DE ESPERA (DE
      *           LA EMISION AL LLAMADO) Y DE SERVICIO (DEL LLAMADO AL
      *           FIN) POR VENTANILLA Y FUNCIONARIO, Y POR SERVICIO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER958".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-TURNO.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-TURNO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-TUR-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 SERVICIO-LLEGAD-W      PIC X.
          02 NRO-LLEGAD-W           PIC 9(4).
          02 PRIORIDAD-LLEGAD-W     PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 VENTANILLA-LLEGAD-W    PIC X(3).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

      *    SERVICIOS QUE ATIENDEN LAS VENTANILLAS.
       01 TABLA-SERVICIOS-W.
          02 FILLER  PIC X(21) VALUE "CCITAS               ".
          02 FILLER  PIC X(21) VALUE "UADMISION URGENCIAS  ".
          02 FILLER  PIC X(21) VALUE "FFACTURACION         ".
          02 FILLER  PIC X(21) VALUE "JCAJA                ".
          02 FILLER  PIC X(21) VALUE "MFARMACIA            ".
       01 TABLA-SERV-R-W REDEFINES TABLA-SERVICIOS-W.
          02 SERV-TAB-W OCCURS 5.
             03 COD-SERV-W          PIC X.
             03 NOMBRE-SERV-W       PIC X(20).

      *    ACUMULADOS POR SERVICIO: ATENDIDOS, NO PRESENTADOS, EN
      *    ESPERA O EN ATENCION, PREFERENCIALES, Y SEGUNDOS DE ESPERA
      *    Y DE SERVICIO DE LOS ATENDIDOS.
       01 TOTALES-SERV-W.
          02 TOT-SERV-W OCCURS 5.
             03 EMITIDOS-SERV-W     PIC 9(5).
             03 ATENDIDOS-SERV-W    PIC 9(5).
             03 NO-PRES-SERV-W      PIC 9(5).
             03 PENDIENTES-SERV-W   PIC 9(5).
             03 PREFER-SERV-W       PIC 9(5).
             03 SEG-ESPERA-SERV-W   PIC 9(9).
             03 MAX-ESPERA-SERV-W   PIC 9(6).
             03 SEG-ATIENDE-SERV-W  PIC 9(9).

      *    ACUMULADOS POR VENTANILLA Y FUNCIONARIO.
       01 TABLA-VENT-W.
          02 CANT-VENT-W            PIC 99 VALUE 0.
          02 VENT-TAB-W OCCURS 60.
             03 VENTANILLA-TAB-W    PIC X(3).
             03 OPER-TAB-W          PIC X(4).
             03 ATENDIDOS-TAB-W     PIC 9(5).
             03 NO-PRES-TAB-W       PIC 9(5).
             03 SEG-ESPERA-TAB-W    PIC 9(9).
             03 MAX-ESPERA-TAB-W    PIC 9(6).
             03 SEG-ATIENDE-TAB-W   PIC 9(9).

      *    TURNOS QUE LA VENTANILLA TENIA EN ATENCION AL LLAMAR EL
      *    SIGUIENTE; SE CIERRAN DESPUES DEL RECORRIDO PORQUE EL
      *    CAMBIO DE ESTADO MUEVE LA LLAVE DE LA COLA.
       01 TABLA-ABIERTOS-W.
          02 CANT-ABIERTOS-W        PIC 99 VALUE 0.
          02 ABIERTO-TAB-W OCCURS 20.
             03 SERV-ABIERTO-W      PIC X.
             03 NRO-ABIERTO-W       PIC 9(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 HORA-HOY-W.
             03 HHMMSS-HOY-W    PIC 9(6).
             03 CEN-HOY-W       PIC 99.
          02 HORA-CONV-W        PIC 9(6).
          02 HORA-CONV-R-W REDEFINES HORA-CONV-W.
             03 HR-CONV-W       PIC 99.
             03 MN-CONV-W       PIC 99.
             03 SG-CONV-W       PIC 99.
          02 SEG-CONV-W         PIC 9(6).
          02 SEG-EMITE-W        PIC 9(6).
          02 SEG-LLAMA-W        PIC 9(6).
          02 SEG-FIN-W          PIC 9(6).
          02 SEG-ESPERA-W       PIC 9(6).
          02 SEG-ATIENDE-W      PIC 9(6).
          02 K                  PIC 99.
          02 S                  PIC 9.
          02 NRO-NUEVO-W        PIC 9(4).
          02 ADELANTE-W         PIC 9(4) VALUE 0.
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 SW-FIN-TUR-W       PIC X.
          02 ESTADO-BUSCA-W     PIC X.
          02 MIN-ESPERA-W       PIC 9(4)V9.
          02 MIN-ATIENDE-W      PIC 9(4)V9.
          02 MIN-MAXIMO-W       PIC 9(4)V9.
          02 MIN-ESPERA-EDIT    PIC ZZZ9.9.
          02 MIN-ATIENDE-EDIT   PIC ZZZ9.9.
          02 MIN-MAXIMO-EDIT    PIC ZZZ9.9.
          02 TIQUETE-W.
             03 SERV-TIQ-W      PIC X.
             03 FILLER          PIC X VALUE "-".
             03 NRO-TIQ-W       PIC 9(4).

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 TIQUETE-ENV        PIC X(6).
          02 FILLER             PIC X VALUE "|".
          02 ADELANTE-ENV       PIC 9(4).
          02 FILLER             PIC X VALUE "|".
          02 VENTANILLA-ENV     PIC X(3).
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
              MOVE "SER958"                TO MSJ3-HTML
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
              MOVE "SER958"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TURNO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TURNOS.
       ESCR-EXCEP-TURNO.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TUR-W               TO MSJ2-HTML
              MOVE "SER958"                TO MSJ3-HTML
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
              MOVE "SER958"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER958" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, SERVICIO-LLEGAD-W, NRO-LLEGAD-W,
                   PRIORIDAD-LLEGAD-W, PACI-LLEGAD-W,
                   VENTANILLA-LLEGAD-W, FECHA-LLEGAD-W, OPER-LLEGAD-W
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
           INITIALIZE NOM-TUR-W NOM-PLANO-W
           MOVE "\\" TO NOM-TUR-W

           INSPECT NOM-TUR-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-TUR-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-TUR-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           INSPECT NOM-TUR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTUR.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER958-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       PREPARAR-FECHAS.
           MOVE FECHA-TOTAL TO FECHA-HOY-W
           ACCEPT HORA-HOY-W FROM TIME
           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-LLEGAD-W
           END-IF
           INITIALIZE DATOS-ENVIO TOTALES-SERV-W.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-TURNOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-TURNOS
              CLOSE       ARCHIVO-TURNOS
              OPEN I-O    ARCHIVO-TURNOS
           END-IF.

           IF OPC-LLEGAD-W = "E" OR "L" OR "R" OR "F" OR "N" OR "P"
              PERFORM VALIDAR-SERVICIO
           END-IF

           EVALUATE OPC-LLEGAD-W
             WHEN "E"   GO TO EMITIR-TURNO
             WHEN "L"   GO TO LLAMAR-SIGUIENTE
             WHEN "R"   GO TO REPETIR-LLAMADO
             WHEN "F"   GO TO TERMINAR-ATENCION
             WHEN "N"   GO TO MARCAR-NO-PRESENTO
             WHEN "P"   GO TO AMARRAR-PACIENTE
             WHEN "D"   GO TO PANTALLA-LLAMADO
             WHEN "I"   GO TO INFORME-DIARIO
             WHEN OTHER
                  CLOSE ARCHIVO-TURNOS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER958"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       VALIDAR-SERVICIO.
           MOVE 1 TO S
           PERFORM BUSCAR-SERVICIO
                   UNTIL S > 5
                      OR COD-SERV-W (S) = SERVICIO-LLEGAD-W
           IF S > 5
              CLOSE ARCHIVO-TURNOS
              MOVE "99"                   TO MSJ1-HTML
              MOVE "Servicio no valido"   TO MSJ2-HTML
              MOVE "SER958"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       BUSCAR-SERVICIO.
           IF COD-SERV-W (S) NOT = SERVICIO-LLEGAD-W
              ADD 1 TO S
           END-IF.

      *=================================================================
      * OPC "E": EMITE EL TURNO. EL CONSECUTIVO ES POR DIA Y SERVICIO
      * (REGISTRO DE CONTROL NUMERO 0000).
      *=================================================================
       EMITIR-TURNO.
           INITIALIZE REG-TURNO
           MOVE FECHA-HOY-W       TO FECHA-TUR
           MOVE SERVICIO-LLEGAD-W TO SERVICIO-TUR
           MOVE ZEROS             TO NRO-TUR
           READ ARCHIVO-TURNOS
                INVALID KEY
                   INITIALIZE REG-TURNO
                   MOVE FECHA-HOY-W       TO FECHA-TUR FECHA-COLA-TUR
                   MOVE SERVICIO-LLEGAD-W TO SERVICIO-TUR
                                             SERVICIO-COLA-TUR
                   MOVE ZEROS             TO NRO-TUR
                   MOVE "C"               TO ESTADO-TUR
                   INITIALIZE DATOS-CONTROL-TUR
                   WRITE REG-TURNO END-WRITE
           END-READ
           ADD 1 TO ULT-NRO-TUR
           MOVE ULT-NRO-TUR TO NRO-NUEVO-W
           REWRITE REG-TURNO END-REWRITE

           INITIALIZE REG-TURNO
           MOVE FECHA-HOY-W        TO FECHA-TUR FECHA-COLA-TUR
           MOVE SERVICIO-LLEGAD-W  TO SERVICIO-TUR SERVICIO-COLA-TUR
           MOVE NRO-NUEVO-W        TO NRO-TUR
           MOVE "E"                TO ESTADO-TUR
           MOVE PRIORIDAD-LLEGAD-W TO PRIORIDAD-TUR
           IF PRIOR-ADULTO-MAYOR OR PRIOR-GESTANTE-TUR
           OR PRIOR-DISCAPACIDAD
              MOVE 1 TO RANGO-PRIOR-TUR
           ELSE
              MOVE SPACE TO PRIORIDAD-TUR
              MOVE 2     TO RANGO-PRIOR-TUR
           END-IF
           MOVE HHMMSS-HOY-W       TO HORA-EMITE-TUR
           MOVE PACI-LLEGAD-W      TO COD-PACI-TUR
           MOVE OPER-LLEGAD-W      TO OPER-EMITE-TUR
           WRITE REG-TURNO END-WRITE

      *    PERSONAS ADELANTE: LAS QUE ESTAN EN ESPERA DEL SERVICIO
      *    ANTES DE ESTE TURNO EN LA COLA.
           MOVE "N" TO SW-FIN-TUR-W
           PERFORM INICIAR-COLA
           PERFORM CONTAR-ADELANTE UNTIL SW-FIN-TUR-W = "S"
           CLOSE ARCHIVO-TURNOS

           MOVE SERVICIO-LLEGAD-W TO SERV-TIQ-W
           MOVE NRO-NUEVO-W       TO NRO-TIQ-W
           MOVE "00"              TO DAT0-ENV
           MOVE TIQUETE-W         TO TIQUETE-ENV
           MOVE ADELANTE-W        TO ADELANTE-ENV
           MOVE "Turno emitido"   TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    POSICIONA LA COLA EN EL PRIMER TURNO EN ESPERA DEL SERVICIO.
       INICIAR-COLA.
           INITIALIZE REG-TURNO
           MOVE FECHA-HOY-W       TO FECHA-COLA-TUR
           MOVE "E"               TO ESTADO-TUR
           MOVE SERVICIO-LLEGAD-W TO SERVICIO-COLA-TUR
           MOVE ZEROS             TO RANGO-PRIOR-TUR HORA-EMITE-TUR
           START ARCHIVO-TURNOS KEY IS NOT LESS LLAVE-COLA-TUR
                 INVALID KEY MOVE "S" TO SW-FIN-TUR-W
           END-START.

       CONTAR-ADELANTE.
           PERFORM LEER-COLA
           IF SW-FIN-TUR-W = "N"
              IF NRO-TUR = NRO-NUEVO-W
                 MOVE "S" TO SW-FIN-TUR-W
              ELSE
                 ADD 1 TO ADELANTE-W
              END-IF
           END-IF.

       LEER-COLA.
           READ ARCHIVO-TURNOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-TUR-W
           END-READ.

           IF SW-FIN-TUR-W = "N"
              IF FECHA-COLA-TUR    NOT = FECHA-HOY-W
              OR NOT TUR-EN-ESPERA
              OR SERVICIO-COLA-TUR NOT = SERVICIO-LLEGAD-W
                 MOVE "S" TO SW-FIN-TUR-W
              END-IF
           END-IF.

      *=================================================================
      * OPC "L": LLAMA EL SIGUIENTE TURNO DEL SERVICIO
      *=================================================================
       LLAMAR-SIGUIENTE.
           IF VENTANILLA-LLEGAD-W = SPACES
              CLOSE ARCHIVO-TURNOS
              MOVE "99"                   TO MSJ1-HTML
              MOVE "Falta la ventanilla"  TO MSJ2-HTML
              MOVE "SER958"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM CERRAR-VENTANILLA

           MOVE "N" TO SW-FIN-TUR-W
           PERFORM INICIAR-COLA
           IF SW-FIN-TUR-W = "N"
              PERFORM LEER-COLA
           END-IF
           IF SW-FIN-TUR-W = "S"
              CLOSE ARCHIVO-TURNOS
              MOVE "00"                     TO DAT0-ENV
              MOVE VENTANILLA-LLEGAD-W      TO VENTANILLA-ENV
              MOVE "No hay turnos en espera" TO MENSAJE-ENV
              GO TO ENVIO-DATOS
           END-IF

           MOVE "L"                 TO ESTADO-TUR
           MOVE HHMMSS-HOY-W        TO HORA-LLAMA-TUR
           MOVE VENTANILLA-LLEGAD-W TO VENTANILLA-TUR
           MOVE OPER-LLEGAD-W       TO OPER-TUR
           MOVE 1                   TO NRO-LLAMADOS-TUR
           REWRITE REG-TURNO END-REWRITE

           MOVE SERVICIO-TUR TO SERV-TIQ-W
           MOVE NRO-TUR      TO NRO-TIQ-W
           CLOSE ARCHIVO-TURNOS

           MOVE "00"                TO DAT0-ENV
           MOVE TIQUETE-W           TO TIQUETE-ENV
           MOVE VENTANILLA-LLEGAD-W TO VENTANILLA-ENV
           MOVE "Turno llamado"     TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    EL TURNO QUE LA VENTANILLA TENIA EN ATENCION SE TERMINA.
       CERRAR-VENTANILLA.
           MOVE ZEROS TO CANT-ABIERTOS-W
           INITIALIZE REG-TURNO
           MOVE FECHA-HOY-W TO FECHA-COLA-TUR
           MOVE "L"         TO ESTADO-TUR
           MOVE LOW-VALUES  TO SERVICIO-COLA-TUR
           MOVE ZEROS       TO RANGO-PRIOR-TUR HORA-EMITE-TUR
           MOVE "N"         TO SW-FIN-TUR-W
           START ARCHIVO-TURNOS KEY IS NOT LESS LLAVE-COLA-TUR
                 INVALID KEY MOVE "S" TO SW-FIN-TUR-W
           END-START
           PERFORM BUSCAR-ABIERTO UNTIL SW-FIN-TUR-W = "S"

           PERFORM TERMINAR-ABIERTO VARYING K FROM 1 BY 1
                   UNTIL K > CANT-ABIERTOS-W
           MOVE "00" TO OTR-STAT.

       BUSCAR-ABIERTO.
           READ ARCHIVO-TURNOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-TUR-W
           END-READ.

           IF SW-FIN-TUR-W = "N"
              IF FECHA-COLA-TUR NOT = FECHA-HOY-W
              OR NOT TUR-LLAMADO
                 MOVE "S" TO SW-FIN-TUR-W
              ELSE
                 IF VENTANILLA-TUR = VENTANILLA-LLEGAD-W
                 AND CANT-ABIERTOS-W < 20
                    ADD 1 TO CANT-ABIERTOS-W
                    MOVE CANT-ABIERTOS-W TO K
                    MOVE SERVICIO-TUR    TO SERV-ABIERTO-W (K)
                    MOVE NRO-TUR         TO NRO-ABIERTO-W (K)
                 END-IF
              END-IF
           END-IF.

       TERMINAR-ABIERTO.
           MOVE FECHA-HOY-W         TO FECHA-TUR
           MOVE SERV-ABIERTO-W (K)  TO SERVICIO-TUR
           MOVE NRO-ABIERTO-W (K)   TO NRO-TUR
           READ ARCHIVO-TURNOS
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE "F"          TO ESTADO-TUR
                   MOVE HHMMSS-HOY-W TO HORA-FIN-TUR
                   REWRITE REG-TURNO END-REWRITE
           END-READ.

      *=================================================================
      * OPC "R", "F", "N", "P": SOBRE UN TURNO DEL DIA
      *=================================================================
       REPETIR-LLAMADO.
           PERFORM LEER-TURNO-LLAMADO
           IF NRO-LLAMADOS-TUR < 9
              ADD 1 TO NRO-LLAMADOS-TUR
           END-IF
           REWRITE REG-TURNO END-REWRITE
           MOVE "Turno llamado de nuevo" TO MENSAJE-ENV
           GO TO FIN-TURNO.

       TERMINAR-ATENCION.
           PERFORM LEER-TURNO-LLAMADO
           MOVE "F"          TO ESTADO-TUR
           MOVE HHMMSS-HOY-W TO HORA-FIN-TUR
           REWRITE REG-TURNO END-REWRITE
           MOVE "Atencion terminada" TO MENSAJE-ENV
           GO TO FIN-TURNO.

       MARCAR-NO-PRESENTO.
           PERFORM LEER-TURNO-LLAMADO
           MOVE "N"          TO ESTADO-TUR
           MOVE HHMMSS-HOY-W TO HORA-FIN-TUR
           REWRITE REG-TURNO END-REWRITE
           MOVE "Turno no se presento" TO MENSAJE-ENV
           GO TO FIN-TURNO.

       AMARRAR-PACIENTE.
           PERFORM LEER-TURNO-DIA
           IF PACI-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-TURNOS
              MOVE "99"                TO MSJ1-HTML
              MOVE "Falta el paciente" TO MSJ2-HTML
              MOVE "SER958"            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           MOVE PACI-LLEGAD-W TO COD-PACI-TUR
           REWRITE REG-TURNO END-REWRITE
           MOVE "Paciente amarrado al turno" TO MENSAJE-ENV
           GO TO FIN-TURNO.

       FIN-TURNO.
           MOVE SERVICIO-TUR   TO SERV-TIQ-W
           MOVE NRO-TUR        TO NRO-TIQ-W
           MOVE VENTANILLA-TUR TO VENTANILLA-ENV
           CLOSE ARCHIVO-TURNOS
           MOVE "00"           TO DAT0-ENV
           MOVE TIQUETE-W      TO TIQUETE-ENV
           GO TO ENVIO-DATOS.

       LEER-TURNO-DIA.
           INITIALIZE REG-TURNO
           MOVE FECHA-HOY-W       TO FECHA-TUR
           MOVE SERVICIO-LLEGAD-W TO SERVICIO-TUR
           MOVE NRO-LLEGAD-W      TO NRO-TUR
           IF NRO-LLEGAD-W = ZEROS
              MOVE "23" TO OTR-STAT
           ELSE
              READ ARCHIVO-TURNOS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-TURNOS
              MOVE "99"                TO MSJ1-HTML
              MOVE "No existe el turno" TO MSJ2-HTML
              MOVE "SER958"            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       LEER-TURNO-LLAMADO.
           PERFORM LEER-TURNO-DIA
           IF NOT TUR-LLAMADO
              CLOSE ARCHIVO-TURNOS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "El turno no esta en atencion" TO MSJ2-HTML
              MOVE "SER958"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

      *=================================================================
      * OPC "D": PANTALLA DE LLAMADO
      *=================================================================
       PANTALLA-LLAMADO.
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*LLAMADOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "E" TO ESTADO-BUSCA-W
           PERFORM RECORRER-ESTADO
           MOVE "L" TO ESTADO-BUSCA-W
           PERFORM RECORRER-ESTADO
           CLOSE ARCHIVO-TURNOS

           MOVE "{*TURNO*:**}],*ESPERA*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-ESPERA VARYING S FROM 1 BY 1 UNTIL S > 5
           MOVE "{*SERVICIO*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE "00"         TO DAT0-ENV
           MOVE CANT-LISTA-W TO CANT-ENV
           MOVE "Pantalla de llamado lista" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    LA COLA DEL DIA VA POR ESTADO: LOS EN ESPERA SE CUENTAN
      *    POR SERVICIO Y LOS LLAMADOS SE MUESTRAN.
       RECORRER-ESTADO.
           INITIALIZE REG-TURNO
           MOVE FECHA-HOY-W    TO FECHA-COLA-TUR
           MOVE ESTADO-BUSCA-W TO ESTADO-TUR
           MOVE LOW-VALUES     TO SERVICIO-COLA-TUR
           MOVE ZEROS          TO RANGO-PRIOR-TUR HORA-EMITE-TUR
           MOVE "N"            TO SW-FIN-TUR-W
           START ARCHIVO-TURNOS KEY IS NOT LESS LLAVE-COLA-TUR
                 INVALID KEY MOVE "S" TO SW-FIN-TUR-W
           END-START
           PERFORM LEER-PANTALLA UNTIL SW-FIN-TUR-W = "S"
           MOVE "00" TO OTR-STAT.

       LEER-PANTALLA.
           READ ARCHIVO-TURNOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-TUR-W
           END-READ.

           IF SW-FIN-TUR-W = "N"
              IF FECHA-COLA-TUR NOT = FECHA-HOY-W
              OR ESTADO-TUR NOT = ESTADO-BUSCA-W
                 MOVE "S" TO SW-FIN-TUR-W
              ELSE
                 PERFORM UBICAR-SERVICIO-TURNO
                 IF TUR-EN-ESPERA
                    IF S NOT > 5
                       ADD 1 TO PENDIENTES-SERV-W (S)
                    END-IF
                 ELSE
                    PERFORM LISTAR-LLAMADO
                 END-IF
              END-IF
           END-IF.

       UBICAR-SERVICIO-TURNO.
           MOVE SERVICIO-TUR TO SERVICIO-LLEGAD-W
           MOVE 1 TO S
           PERFORM BUSCAR-SERVICIO
                   UNTIL S > 5
                      OR COD-SERV-W (S) = SERVICIO-LLEGAD-W.

       LISTAR-LLAMADO.
           ADD 1 TO CANT-LISTA-W
           MOVE SERVICIO-TUR TO SERV-TIQ-W
           MOVE NRO-TUR      TO NRO-TIQ-W
           MOVE 1 TO PUNTERO-W
           STRING "{*TURNO*:*"      DELIMITED BY SIZE
                  TIQUETE-W         DELIMITED BY SIZE
                  "*,*VENTANILLA*:*" DELIMITED BY SIZE
                  VENTANILLA-TUR    DELIMITED BY SPACE
                  "*,*PREFERENCIAL*:*" DELIMITED BY SIZE
                  PRIORIDAD-TUR     DELIMITED BY SIZE
                  "*,*HORA*:*"      DELIMITED BY SIZE
                  HORA-LLAMA-TUR    DELIMITED BY SIZE
                  "*,*LLAMADOS*:"   DELIMITED BY SIZE
                  NRO-LLAMADOS-TUR  DELIMITED BY SIZE
                  "},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-ESPERA.
           MOVE 1 TO PUNTERO-W
           STRING "{*SERVICIO*:*"    DELIMITED BY SIZE
                  COD-SERV-W (S)     DELIMITED BY SIZE
                  "*,*NOMBRE*:*"     DELIMITED BY SIZE
                  NOMBRE-SERV-W (S)  DELIMITED BY "  "
                  "*,*EN_ESPERA*:"   DELIMITED BY SIZE
                  PENDIENTES-SERV-W (S) DELIMITED BY SIZE
                  "},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "I": INFORME DEL DIA. ESPERA = DEL TIQUETE AL LLAMADO;
      * SERVICIO = DEL LLAMADO AL FIN DE LA ATENCION.
      *=================================================================
       INFORME-DIARIO.
           INITIALIZE REG-TURNO
           MOVE FECHA-LLEGAD-W TO FECHA-TUR
           MOVE LOW-VALUES     TO SERVICIO-TUR
           MOVE ZEROS          TO NRO-TUR
           MOVE "N"            TO SW-FIN-TUR-W
           START ARCHIVO-TURNOS KEY IS NOT LESS LLAVE-TUR
                 INVALID KEY MOVE "S" TO SW-FIN-TUR-W
           END-START
           PERFORM LEER-TURNO-INFORME UNTIL SW-FIN-TUR-W = "S"
           CLOSE ARCHIVO-TURNOS

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*VENTANILLAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-VENTANILLA VARYING K FROM 1 BY 1
                   UNTIL K > CANT-VENT-W
           MOVE "{*VENTANILLA*:**}],*SERVICIOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-SERVICIO VARYING S FROM 1 BY 1
                   UNTIL S > 5
           MOVE "{*SERVICIO*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE "00"         TO DAT0-ENV
           MOVE CANT-LISTA-W TO CANT-ENV
           MOVE "Informe de turnos listo" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LEER-TURNO-INFORME.
           READ ARCHIVO-TURNOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-TUR-W
           END-READ.

           IF SW-FIN-TUR-W = "N"
              IF FECHA-TUR NOT = FECHA-LLEGAD-W
                 MOVE "S" TO SW-FIN-TUR-W
              ELSE
                 IF NOT TUR-CONTROL
                    PERFORM ACUMULAR-TURNO
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-TURNO.
           ADD 1 TO CANT-LISTA-W
           PERFORM UBICAR-SERVICIO-TURNO
           IF S > 5
              MOVE 5 TO S
           END-IF
           ADD 1 TO EMITIDOS-SERV-W (S)
           IF RANGO-PRIOR-TUR = 1
              ADD 1 TO PREFER-SERV-W (S)
           END-IF

           EVALUATE TRUE
             WHEN TUR-ATENDIDO
                  PERFORM CALCULAR-TIEMPOS
                  PERFORM UBICAR-VENTANILLA
                  ADD 1             TO ATENDIDOS-SERV-W (S)
                                       ATENDIDOS-TAB-W (K)
                  ADD SEG-ESPERA-W  TO SEG-ESPERA-SERV-W (S)
                                       SEG-ESPERA-TAB-W (K)
                  ADD SEG-ATIENDE-W TO SEG-ATIENDE-SERV-W (S)
                                       SEG-ATIENDE-TAB-W (K)
                  IF SEG-ESPERA-W > MAX-ESPERA-SERV-W (S)
                     MOVE SEG-ESPERA-W TO MAX-ESPERA-SERV-W (S)
                  END-IF
                  IF SEG-ESPERA-W > MAX-ESPERA-TAB-W (K)
                     MOVE SEG-ESPERA-W TO MAX-ESPERA-TAB-W (K)
                  END-IF
             WHEN TUR-NO-PRESENTO
                  PERFORM UBICAR-VENTANILLA
                  ADD 1 TO NO-PRES-SERV-W (S) NO-PRES-TAB-W (K)
             WHEN OTHER
                  ADD 1 TO PENDIENTES-SERV-W (S)
           END-EVALUATE.

       CALCULAR-TIEMPOS.
           MOVE HORA-EMITE-TUR TO HORA-CONV-W
           PERFORM CONVERTIR-SEGUNDOS
           MOVE SEG-CONV-W     TO SEG-EMITE-W
           MOVE HORA-LLAMA-TUR TO HORA-CONV-W
           PERFORM CONVERTIR-SEGUNDOS
           MOVE SEG-CONV-W     TO SEG-LLAMA-W
           MOVE HORA-FIN-TUR   TO HORA-CONV-W
           PERFORM CONVERTIR-SEGUNDOS
           MOVE SEG-CONV-W     TO SEG-FIN-W

           MOVE ZEROS TO SEG-ESPERA-W SEG-ATIENDE-W
           IF SEG-LLAMA-W > SEG-EMITE-W
              COMPUTE SEG-ESPERA-W = SEG-LLAMA-W - SEG-EMITE-W
           END-IF
           IF SEG-FIN-W > SEG-LLAMA-W
              COMPUTE SEG-ATIENDE-W = SEG-FIN-W - SEG-LLAMA-W
           END-IF.

       CONVERTIR-SEGUNDOS.
           COMPUTE SEG-CONV-W = HR-CONV-W * 3600
                              + MN-CONV-W * 60 + SG-CONV-W.

       UBICAR-VENTANILLA.
           MOVE 1 TO K
           PERFORM BUSCAR-VENTANILLA
                   UNTIL K > CANT-VENT-W
                      OR (VENTANILLA-TAB-W (K) = VENTANILLA-TUR
                          AND OPER-TAB-W (K) = OPER-TUR)
           IF K > CANT-VENT-W
              IF CANT-VENT-W < 60
                 ADD 1 TO CANT-VENT-W
                 MOVE CANT-VENT-W    TO K
                 INITIALIZE VENT-TAB-W (K)
                 MOVE VENTANILLA-TUR TO VENTANILLA-TAB-W (K)
                 MOVE OPER-TUR       TO OPER-TAB-W (K)
              ELSE
                 MOVE 60 TO K
              END-IF
           END-IF.

       BUSCAR-VENTANILLA.
           ADD 1 TO K.

       ESCRIBIR-VENTANILLA.
           MOVE ZEROS TO MIN-ESPERA-W MIN-ATIENDE-W
           IF ATENDIDOS-TAB-W (K) > ZEROS
              COMPUTE MIN-ESPERA-W ROUNDED =
                      SEG-ESPERA-TAB-W (K) / ATENDIDOS-TAB-W (K) / 60
              COMPUTE MIN-ATIENDE-W ROUNDED =
                      SEG-ATIENDE-TAB-W (K) / ATENDIDOS-TAB-W (K) / 60
           END-IF
           COMPUTE MIN-MAXIMO-W ROUNDED = MAX-ESPERA-TAB-W (K) / 60
           MOVE MIN-ESPERA-W  TO MIN-ESPERA-EDIT
           MOVE MIN-ATIENDE-W TO MIN-ATIENDE-EDIT
           MOVE MIN-MAXIMO-W  TO MIN-MAXIMO-EDIT

           MOVE 1 TO PUNTERO-W
           STRING "{*VENTANILLA*:*"    DELIMITED BY SIZE
                  VENTANILLA-TAB-W (K) DELIMITED BY SPACE
                  "*,*FUNCIONARIO*:*"  DELIMITED BY SIZE
                  OPER-TAB-W (K)       DELIMITED BY SPACE
                  "*,*ATENDIDOS*:"     DELIMITED BY SIZE
                  ATENDIDOS-TAB-W (K)  DELIMITED BY SIZE
                  ",*NO_PRESENTADOS*:" DELIMITED BY SIZE
                  NO-PRES-TAB-W (K)    DELIMITED BY SIZE
                  ",*ESPERA_MIN*:*"    DELIMITED BY SIZE
                  MIN-ESPERA-EDIT      DELIMITED BY SIZE
                  "*,*ESPERA_MAX_MIN*:*" DELIMITED BY SIZE
                  MIN-MAXIMO-EDIT      DELIMITED BY SIZE
                  "*,*SERVICIO_MIN*:*" DELIMITED BY SIZE
                  MIN-ATIENDE-EDIT     DELIMITED BY SIZE
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-SERVICIO.
           MOVE ZEROS TO MIN-ESPERA-W MIN-ATIENDE-W
           IF ATENDIDOS-SERV-W (S) > ZEROS
              COMPUTE MIN-ESPERA-W ROUNDED =
                      SEG-ESPERA-SERV-W (S) / ATENDIDOS-SERV-W (S) / 60
              COMPUTE MIN-ATIENDE-W ROUNDED =
                      SEG-ATIENDE-SERV-W (S) / ATENDIDOS-SERV-W (S)
                      / 60
           END-IF
           COMPUTE MIN-MAXIMO-W ROUNDED = MAX-ESPERA-SERV-W (S) / 60
           MOVE MIN-ESPERA-W  TO MIN-ESPERA-EDIT
           MOVE MIN-ATIENDE-W TO MIN-ATIENDE-EDIT
           MOVE MIN-MAXIMO-W  TO MIN-MAXIMO-EDIT

           MOVE 1 TO PUNTERO-W
           STRING "{*SERVICIO*:*"      DELIMITED BY SIZE
                  COD-SERV-W (S)       DELIMITED BY SIZE
                  "*,*NOMBRE*:*"       DELIMITED BY SIZE
                  NOMBRE-SERV-W (S)    DELIMITED BY "  "
                  "*,*EMITIDOS*:"      DELIMITED BY SIZE
                  EMITIDOS-SERV-W (S)  DELIMITED BY SIZE
                  ",*PREFERENCIALES*:" DELIMITED BY SIZE
                  PREFER-SERV-W (S)    DELIMITED BY SIZE
                  ",*ATENDIDOS*:"      DELIMITED BY SIZE
                  ATENDIDOS-SERV-W (S) DELIMITED BY SIZE
                  ",*NO_PRESENTADOS*:" DELIMITED BY SIZE
                  NO-PRES-SERV-W (S)   DELIMITED BY SIZE
                  ",*SIN_TERMINAR*:"   DELIMITED BY SIZE
                  PENDIENTES-SERV-W (S) DELIMITED BY SIZE
                  ",*ESPERA_MIN*:*"    DELIMITED BY SIZE
                  MIN-ESPERA-EDIT      DELIMITED BY SIZE
                  "*,*ESPERA_MAX_MIN*:*" DELIMITED BY SIZE
                  MIN-MAXIMO-EDIT      DELIMITED BY SIZE
                  "*,*SERVICIO_MIN*:*" DELIMITED BY SIZE
                  MIN-ATIENDE-EDIT     DELIMITED BY SIZE
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
