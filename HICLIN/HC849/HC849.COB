      *=================================================================
      * HISTORIA CLINICA - SERIES DE TERAPIA FISICA, DE LENGUAJE Y
      *         OCUPACIONAL (SC-ARCHTSE) Y SUS SESIONES ATENDIDAS
      *         (SC-ARCHTSS). LA SERIE LLEVA LA AUTORIZACION DE LA EPS
      *         (SC-ARCHAUT, VER SER922); CADA SESION LA DESCUENTA,
      *         DEJA EL CARGO POR FACTURAR AL CONTRATO (SAL733R) Y
      *         SUMA EN LA SERIE.
      *         ALERTAS (POSICIONES DE LA RESPUESTA): S QUEDAN POCAS
      *         SESIONES DE LA SERIE, A EL SALDO DE LA AUTORIZACION NO
      *         ALCANZA Y SE ESTA AGOTANDO, V LA AUTORIZACION VENCE
      *         PRONTO. POR DEFECTO 3 SESIONES Y 7 DIAS.
      *         - OPC "S": CREA LA SERIE (TIPO F/L/O, CUPS, CONTRATO,
      *           SESIONES, FRECUENCIA SEMANAL, ESCALA Y PUNTAJE
      *           INICIAL; EL OBJETIVO EN LA VARIABLE "objetivo").
      *           SIN NUMERO DE AUTORIZACION SE TOMA LA PRIMERA
      *           VIGENTE CON SALDO. EL PACIENTE CON RESTRICCION DE
      *           TERAPIA FISICA (REST-TERF-PACI) O DE LAS DEMAS
      *           TERAPIAS (REST-TERO-PACI) EN "S" NO SE ADMITE.
      *         - OPC "T": SESION ATENDIDA CON SU NOTA DE EVOLUCION
      *           (VARIABLE "evolucion") Y PUNTAJE SI SE TOMO.
      *           DEVUELVE LA SESION, "S"/"A" DE LA AUTORIZACION Y
      *           LAS ALERTAS.
      *         - OPC "C": SERIE CON SU AVANCE, ALERTAS Y SESIONES.
      *         - OPC "L": SERIES DEL PACIENTE.
      *         - OPC "R": SERIES ACTIVAS CON ALERTA, POR TIPO.
      *         - OPC "E": EGRESO (MOTIVO, PUNTAJE FINAL Y CONCEPTO EN
      *           LA VARIABLE "concepto") CON EL RESUMEN DE EGRESO.
      *         - OPC "D": RESUMEN DE EGRESO: ESCALA INICIAL CONTRA
      *           FINAL, SESIONES ORDENADAS Y REALIZADAS Y EVOLUCIONES.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC849".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-AUTOR.CBL".
       COPY "..\..\FUENTES\FS-TESER.CBL".
       COPY "..\..\FUENTES\FS-TESES.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-AUTOR.CBL".
       COPY "..\..\FUENTES\FD-TESER.CBL".
       COPY "..\..\FUENTES\FD-TESES.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".
       COPY "..\..\FUENTES\LNK-AUTOR.CBL".

       77 PACIE-W                PIC X(70).
       77 NOM-AUT-W              PIC X(70).
       77 NOM-TSE-W              PIC X(70).
       77 NOM-TSS-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 SERIE-LLEGAD-W         PIC 9(3).
          02 TIPO-LLEGAD-W          PIC X.
          02 CUPS-LLEGAD-W          PIC X(8).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 NRO-AUT-LLEGAD-W       PIC X(15).
          02 SESIONES-LLEGAD-W      PIC 9(3).
          02 FREC-LLEGAD-W          PIC 9.
          02 TERAPEUTA-LLEGAD-W     PIC X(10).
          02 MEDICO-LLEGAD-W        PIC X(10).
          02 ESCALA-LLEGAD-W        PIC X(10).
          02 PUNTAJE-LLEGAD-W       PIC 9(3).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 MOTIVO-LLEGAD-W        PIC X.
          02 UMBRAL-LLEGAD-W        PIC 9(3).
          02 DIAS-LLEGAD-W          PIC 9(3).
          02 OPER-LLEGAD-W          PIC X(4).

       01 OBJETIVO-LLEGAD-W         PIC X(200).
       01 EVOLUCION-LLEGAD-W        PIC X(200).
       01 CONCEPTO-LLEGAD-W         PIC X(200).

       01 DOC-SESION-W.
          02 PACI-DOC-W             PIC 9(11).
          02 FILLER                 PIC X     VALUE "-".
          02 SERIE-DOC-W            PIC 9(3).
          02 FILLER                 PIC X     VALUE "-".
          02 SESION-DOC-W           PIC 9(3).

       01 TABLA-TIPOS-TER-W.
          02 FILLER             PIC X(36)
             VALUE "FFISICA     LLENGUAJE   OOCUPACIONAL".
       01 TABLA-TIPOS-TER-R REDEFINES TABLA-TIPOS-TER-W.
          02 TIPO-TER-TAB-W     OCCURS 3.
             03 COD-TIPO-TAB-W  PIC X.
             03 NOMBRE-TIPO-TAB-W PIC X(11).

       01 ALERTAS-W.
          02 ALERTA-SERIE-W     PIC X.
          02 ALERTA-SALDO-W     PIC X.
          02 ALERTA-VENCE-W     PIC X.

       01 VARIABLES.
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.
          02 RESPUESTA-W        PIC X.
          02 NRO-SERIE-W        PIC 9(3).
          02 NRO-SESION-W       PIC 9(3).
          02 NRO-AUT-SES-W      PIC X(15).
          02 RESTANTES-W        PIC S9(4).
          02 SALDO-AUT-W        PIC S9(4).
          02 SALDO-EDIT-W       PIC 9(4).
          02 VENCE-AUT-W        PIC 9(8).
          02 FECHA-HOY-W        PIC 9(8).
          02 DIAS-HOY-W         PIC S9(9).
          02 DIAS-VENCE-W       PIC S9(9).
          02 CANT-LISTA-W       PIC 9(5)  VALUE 0.
          02 NOMBRE-PACI-W      PIC X(50).
          02 NOMBRE-TIPO-W      PIC X(11).
          02 PUNTAJE-FIN-W      PIC 9(3).
          02 CAMBIO-W           PIC S9(3).
          02 CAMBIO-EDIT-W      PIC -(3)9.
          02 CUMPLIMIENTO-W     PIC 9(3).
          02 BLANCOS-W          PIC 99.
          02 K                  PIC 9.

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
              MOVE "HC849"                 TO MSJ3-HTML
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
              MOVE "HC849"                 TO MSJ3-HTML
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
              MOVE "HC849"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-AUTOR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-AUTORIZACIONES.
       ESCR-EXCEP-AUTOR.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-AUT-W               TO MSJ2-HTML
              MOVE "HC849"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TESER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SERIE-TER.
       ESCR-EXCEP-TESER.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TSE-W               TO MSJ2-HTML
              MOVE "HC849"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TESES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION-TER.
       ESCR-EXCEP-TESES.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TSS-W               TO MSJ2-HTML
              MOVE "HC849"                 TO MSJ3-HTML
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
              MOVE "HC849"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "HC849" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, SERIE-LLEGAD-W,
                   TIPO-LLEGAD-W, CUPS-LLEGAD-W, CONTRATO-LLEGAD-W,
                   NRO-AUT-LLEGAD-W, SESIONES-LLEGAD-W,
                   FREC-LLEGAD-W, TERAPEUTA-LLEGAD-W,
                   MEDICO-LLEGAD-W, ESCALA-LLEGAD-W,
                   PUNTAJE-LLEGAD-W, FECHA-LLEGAD-W, HORA-LLEGAD-W,
                   MOTIVO-LLEGAD-W, UMBRAL-LLEGAD-W, DIAS-LLEGAD-W,
                   OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "objetivo" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO OBJETIVO-LLEGAD-W
           MOVE "evolucion" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO EVOLUCION-LLEGAD-W
           MOVE "concepto" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO CONCEPTO-LLEGAD-W
           INSPECT OBJETIVO-LLEGAD-W  REPLACING ALL "*" BY " "
           INSPECT EVOLUCION-LLEGAD-W REPLACING ALL "*" BY " "
           INSPECT CONCEPTO-LLEGAD-W  REPLACING ALL "*" BY " "

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
              MOVE "HC849"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-TSE-W
           MOVE "\\" TO NOM-TSE-W

           INSPECT NOM-TSE-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-TSE-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-TSE-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-TSE-W TO NOM-TSS-W NOM-AUT-W NOM-CRG-W PACIE-W

           INSPECT NOM-TSE-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTSE.DAT"
           INSPECT NOM-TSS-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTSS.DAT"
           INSPECT NOM-AUT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAUT.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC849-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-SERIE-TER.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-SERIE-TER
              CLOSE       ARCHIVO-SERIE-TER
              OPEN I-O    ARCHIVO-SERIE-TER
           END-IF.

           OPEN I-O ARCHIVO-SESION-TER.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-SESION-TER
              CLOSE       ARCHIVO-SESION-TER
              OPEN I-O    ARCHIVO-SESION-TER
           END-IF.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF
           IF UMBRAL-LLEGAD-W = ZEROS
              MOVE 3 TO UMBRAL-LLEGAD-W
           END-IF
           IF DIAS-LLEGAD-W = ZEROS
              MOVE 7 TO DIAS-LLEGAD-W
           END-IF
           MOVE FECHA-TOTAL TO FECHA-HOY-W
           COMPUTE DIAS-HOY-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
           MOVE SPACE  TO RESPUESTA-W
           MOVE SPACES TO ALERTAS-W

           EVALUATE OPC-LLEGAD-W
             WHEN "S"   GO TO CREAR-SERIE
             WHEN "T"   GO TO REGISTRAR-SESION
             WHEN "C"   GO TO CONSULTAR-SERIE
             WHEN "L"   GO TO LISTAR-SERIES
             WHEN "R"   GO TO REPORTE-ALERTAS
             WHEN "E"   GO TO EGRESAR-SERIE
             WHEN "D"   GO TO RESUMEN-EGRESO
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "S" - CREA LA SERIE. LA RESTRICCION DEL PACIENTE LA
      *           DETIENE; SIN AUTORIZACION VIGENTE CON SALDO QUEDA
      *           ALERTADA ("A") PERO SE CREA.
      *=================================================================
       CREAR-SERIE.
           IF PACI-LLEGAD-W = ZEROS
           OR CUPS-LLEGAD-W = SPACES
           OR CONTRATO-LLEGAD-W = SPACES
              MOVE "Faltan paciente, CUPS o contrato"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF TIPO-LLEGAD-W NOT = "F" AND NOT = "L" AND NOT = "O"
              MOVE "Tipo de terapia no valido"         TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF SESIONES-LLEGAD-W = ZEROS
           OR FREC-LLEGAD-W < 1 OR FREC-LLEGAD-W > 7
              MOVE "Sesiones o frecuencia semanal no validas"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF OBJETIVO-LLEGAD-W = SPACES
              MOVE "Falta el objetivo de la serie"     TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           CLOSE ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              MOVE "Paciente no existe"                TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF TIPO-LLEGAD-W = "F" AND REST-TERF-PACI = "S"
              MOVE "Paciente con restriccion de terapia fisica"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF TIPO-LLEGAD-W NOT = "F" AND REST-TERO-PACI = "S"
              MOVE "Paciente con restriccion de terapias"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           PERFORM VERIFICAR-AUTORIZACION
              THRU FIN-VERIFICAR-AUTORIZACION

           PERFORM NUEVA-SERIE

           INITIALIZE REG-SERIE-TER
           MOVE PACI-LLEGAD-W      TO COD-PACI-TSE
           MOVE NRO-SERIE-W        TO NRO-SERIE-TSE
           MOVE "A"                TO ESTADO-TSE
           MOVE TIPO-LLEGAD-W      TO TIPO-TSE
           MOVE FECHA-LLEGAD-W     TO FECHA-ORDEN-TSE
           MOVE MEDICO-LLEGAD-W    TO MEDICO-TSE
           MOVE TERAPEUTA-LLEGAD-W TO TERAPEUTA-TSE
           MOVE CUPS-LLEGAD-W      TO CUPS-TSE
           MOVE CONTRATO-LLEGAD-W  TO CONTRATO-TSE
           MOVE NRO-AUT-LLEGAD-W   TO NRO-AUT-TSE
           MOVE SESIONES-LLEGAD-W  TO SESIONES-ORD-TSE
           MOVE FREC-LLEGAD-W      TO FRECUENCIA-TSE
           MOVE OBJETIVO-LLEGAD-W  TO OBJETIVO-TSE
           MOVE ESCALA-LLEGAD-W    TO ESCALA-TSE
           MOVE PUNTAJE-LLEGAD-W   TO PUNTAJE-INI-TSE
           MOVE OPER-LLEGAD-W      TO OPER-TSE
           MOVE FECHA-TOTAL        TO FECHA-MOD-TSE
           WRITE REG-SERIE-TER END-WRITE

           PERFORM CALCULAR-ALERTAS THRU FIN-CALCULAR-ALERTAS
           IF RESPUESTA-W = "S" AND SALDO-AUT-W < SESIONES-ORD-TSE
              MOVE "A" TO ALERTA-SALDO-W
           END-IF

           MOVE NRO-SERIE-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

      *    CON NUMERO, LA AUTORIZACION DEBE SER DEL PACIENTE, CONTRATO
      *    Y CUPS; SIN NUMERO SE TOMA LA PRIMERA VIGENTE CON SALDO.

       VERIFICAR-AUTORIZACION.
           MOVE "A" TO RESPUESTA-W
           OPEN INPUT ARCHIVO-AUTORIZACIONES
           IF OTR-STAT = "35"
              IF NRO-AUT-LLEGAD-W NOT = SPACES
                 MOVE "No existe la autorizacion"      TO MSJ2-HTML
                 GO TO ERROR-DATOS
              END-IF
              MOVE "00" TO OTR-STAT
              GO TO FIN-VERIFICAR-AUTORIZACION
           END-IF

           MOVE PACI-LLEGAD-W     TO COD-PACI-AUT
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-AUT
           MOVE CUPS-LLEGAD-W     TO CUPS-AUT
           IF NRO-AUT-LLEGAD-W NOT = SPACES
              MOVE NRO-AUT-LLEGAD-W TO NRO-AUT
              READ ARCHIVO-AUTORIZACIONES
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT NOT = "00"
                 CLOSE ARCHIVO-AUTORIZACIONES
                 MOVE "La autorizacion no es del paciente, contrato y C
      -               "UPS"                            TO MSJ2-HTML
                 GO TO ERROR-DATOS
              END-IF
              COMPUTE SALDO-AUT-W =
                      CANT-AUTORIZADA-AUT - CANT-CONSUMIDA-AUT
              IF  FECHA-VENCE-AUT >= FECHA-LLEGAD-W
              AND SALDO-AUT-W > 0
                 MOVE "S" TO RESPUESTA-W
              END-IF
           ELSE
              MOVE SPACES TO NRO-AUT
              START ARCHIVO-AUTORIZACIONES KEY IS NOT LESS LLAVE-AUT
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM EVALUAR-AUTORIZACION
                      UNTIL OTR-STAT NOT = "00" OR RESPUESTA-W = "S"
           END-IF
           CLOSE ARCHIVO-AUTORIZACIONES
           MOVE "00" TO OTR-STAT.

       FIN-VERIFICAR-AUTORIZACION.
           EXIT.

       EVALUAR-AUTORIZACION.
           READ ARCHIVO-AUTORIZACIONES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-AUT NOT = PACI-LLEGAD-W
              OR CONTRATO-AUT NOT = CONTRATO-LLEGAD-W
              OR CUPS-AUT NOT = CUPS-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 COMPUTE SALDO-AUT-W =
                         CANT-AUTORIZADA-AUT - CANT-CONSUMIDA-AUT
                 IF  FECHA-VENCE-AUT >= FECHA-LLEGAD-W
                 AND SALDO-AUT-W > 0
                    MOVE "S"     TO RESPUESTA-W
                    MOVE NRO-AUT TO NRO-AUT-LLEGAD-W
                 END-IF
              END-IF
           END-IF.

       NUEVA-SERIE.
           MOVE 1             TO NRO-SERIE-W
           MOVE PACI-LLEGAD-W TO COD-PACI-TSE
           MOVE 999           TO NRO-SERIE-TSE
           START ARCHIVO-SERIE-TER KEY IS NOT GREATER LLAVE-TSE
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-SERIE-TER PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00" AND COD-PACI-TSE = PACI-LLEGAD-W
              COMPUTE NRO-SERIE-W = NRO-SERIE-TSE + 1
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "T" - SESION ATENDIDA: DESCUENTA LA AUTORIZACION DE LA
      *           SERIE (SI YA NO SIRVE, LA PRIMERA VIGENTE CON SALDO
      *           POR SER922R, QUE PASA A SER LA DE LA SERIE), DEJA EL
      *           CARGO, GRABA LA SESION Y DEVUELVE LAS ALERTAS.
      *=================================================================
       REGISTRAR-SESION.
           PERFORM LEER-SERIE
           IF NOT TSE-ACTIVA
              MOVE "La serie no esta activa"           TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF SESIONES-REAL-TSE NOT < SESIONES-ORD-TSE
              MOVE "La serie ya completo las sesiones ordenadas"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF EVOLUCION-LLEGAD-W = SPACES
              MOVE "Falta la nota de evolucion"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF TERAPEUTA-LLEGAD-W = SPACES
              MOVE TERAPEUTA-TSE TO TERAPEUTA-LLEGAD-W
           END-IF
           IF HORA-LLEGAD-W = ZEROS
              MOVE HORA-TOTAL(1:4) TO HORA-LLEGAD-W
           END-IF

           COMPUTE NRO-SESION-W = SESIONES-REAL-TSE + 1
           MOVE COD-PACI-TSE  TO PACI-DOC-W
           MOVE NRO-SERIE-TSE TO SERIE-DOC-W
           MOVE NRO-SESION-W  TO SESION-DOC-W

           PERFORM CONSUMIR-AUTORIZACION

           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W          TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-TSE       TO PACI-CARGO-LNK
           MOVE CONTRATO-TSE       TO CONTRATO-CARGO-LNK
           MOVE "S"                TO CLASE-CARGO-LNK
           MOVE CUPS-TSE           TO CODIGO-CARGO-LNK
           MOVE 1                  TO CANTIDAD-CARGO-LNK
           MOVE FECHA-LLEGAD-W     TO FECHA-CARGO-LNK
           MOVE "HC849"            TO ORIGEN-CARGO-LNK
           MOVE DOC-SESION-W       TO DOC-CARGO-LNK
           MOVE TERAPEUTA-LLEGAD-W TO PROFESIONAL-CARGO-LNK
           MOVE NRO-AUT-SES-W      TO NRO-AUT-CARGO-LNK
           MOVE OPER-LLEGAD-W      TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           IF RESULT-CARGO-LNK NOT = "00" AND NOT = "DU"
              PERFORM DEVOLVER-AUTORIZACION
              MOVE "No se pudo dejar el cargo por facturar"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           INITIALIZE REG-SESION-TER
           MOVE COD-PACI-TSE       TO COD-PACI-TSS
           MOVE NRO-SERIE-TSE      TO NRO-SERIE-TSS
           MOVE NRO-SESION-W       TO NRO-SESION-TSS
           MOVE FECHA-LLEGAD-W     TO FECHA-TSS
           MOVE HORA-LLEGAD-W      TO HORA-TSS
           MOVE TERAPEUTA-LLEGAD-W TO TERAPEUTA-TSS
           MOVE EVOLUCION-LLEGAD-W TO EVOLUCION-TSS
           MOVE PUNTAJE-LLEGAD-W   TO PUNTAJE-TSS
           MOVE NRO-CARGO-LNK      TO NRO-CARGO-TSS
           MOVE NRO-AUT-SES-W      TO NRO-AUT-TSS
           MOVE RESPUESTA-W        TO ALERTA-AUT-TSS
           MOVE OPER-LLEGAD-W      TO OPER-TSS
           MOVE FECHA-TOTAL        TO FECHA-REG-TSS
           WRITE REG-SESION-TER END-WRITE

           MOVE NRO-SESION-W       TO SESIONES-REAL-TSE
           MOVE FECHA-LLEGAD-W     TO FECHA-ULT-SES-TSE
           MOVE OPER-LLEGAD-W      TO OPER-TSE
           MOVE FECHA-TOTAL        TO FECHA-MOD-TSE
           REWRITE REG-SERIE-TER END-REWRITE

           PERFORM CALCULAR-ALERTAS THRU FIN-CALCULAR-ALERTAS
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*SERIE*:" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-SERIE
           MOVE "}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE NRO-SESION-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       CONSUMIR-AUTORIZACION.
           MOVE "A"    TO RESPUESTA-W
           MOVE SPACES TO NRO-AUT-SES-W
           IF NRO-AUT-TSE NOT = SPACES
              OPEN I-O ARCHIVO-AUTORIZACIONES
              IF OTR-STAT = "00"
                 MOVE COD-PACI-TSE TO COD-PACI-AUT
                 MOVE CONTRATO-TSE TO CONTRATO-AUT
                 MOVE CUPS-TSE     TO CUPS-AUT
                 MOVE NRO-AUT-TSE  TO NRO-AUT
                 READ ARCHIVO-AUTORIZACIONES
                      INVALID KEY MOVE "23" TO OTR-STAT
                 END-READ
                 IF OTR-STAT = "00"
                    COMPUTE SALDO-AUT-W =
                            CANT-AUTORIZADA-AUT - CANT-CONSUMIDA-AUT
                    IF  FECHA-VENCE-AUT >= FECHA-LLEGAD-W
                    AND SALDO-AUT-W > 0
                       ADD 1 TO CANT-CONSUMIDA-AUT
                       REWRITE REG-AUTORIZACION END-REWRITE
                       MOVE "S"         TO RESPUESTA-W
                       MOVE NRO-AUT-TSE TO NRO-AUT-SES-W
                    END-IF
                 END-IF
                 CLOSE ARCHIVO-AUTORIZACIONES
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF

           IF RESPUESTA-W = "A"
              INITIALIZE REG-AUTOR-LNK
              MOVE NOM-AUT-W      TO NOM-AUT-AUTOR-LNK
              MOVE COD-PACI-TSE   TO PACI-AUTOR-LNK
              MOVE CONTRATO-TSE   TO CONTRATO-AUTOR-LNK
              MOVE CUPS-TSE       TO CUPS-AUTOR-LNK
              MOVE FECHA-LLEGAD-W TO FECHA-AUTOR-LNK
              CALL "SER922R" USING REG-AUTOR-LNK
              CANCEL "SER922R"
              MOVE RESPUESTA-AUTOR-LNK TO RESPUESTA-W
              IF RESPUESTA-W = "S"
                 MOVE NRO-AUT-AUTOR-LNK TO NRO-AUT-SES-W NRO-AUT-TSE
              END-IF
           END-IF.

      *    SIN CARGO LA SESION NO SE GRABA: SE DEVUELVE LO QUE SE
      *    DESCONTO DE LA AUTORIZACION.

       DEVOLVER-AUTORIZACION.
           IF RESPUESTA-W = "S"
              OPEN I-O ARCHIVO-AUTORIZACIONES
              IF OTR-STAT = "00"
                 MOVE COD-PACI-TSE  TO COD-PACI-AUT
                 MOVE CONTRATO-TSE  TO CONTRATO-AUT
                 MOVE CUPS-TSE      TO CUPS-AUT
                 MOVE NRO-AUT-SES-W TO NRO-AUT
                 READ ARCHIVO-AUTORIZACIONES
                      INVALID KEY MOVE "23" TO OTR-STAT
                 END-READ
                 IF OTR-STAT = "00" AND CANT-CONSUMIDA-AUT > 0
                    SUBTRACT 1 FROM CANT-CONSUMIDA-AUT
                    REWRITE REG-AUTORIZACION END-REWRITE
                 END-IF
                 CLOSE ARCHIVO-AUTORIZACIONES
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-SERIE.
           MOVE PACI-LLEGAD-W  TO COD-PACI-TSE
           MOVE SERIE-LLEGAD-W TO NRO-SERIE-TSE
           READ ARCHIVO-SERIE-TER
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00"
              MOVE "No existe la serie de terapia"     TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF.

      *    ALERTAS DE LA SERIE EN REG-SERIE-TER. LA DE SALDO SOLO SI LA
      *    AUTORIZACION NO ALCANZA PARA LAS SESIONES QUE FALTAN.

       CALCULAR-ALERTAS.
           MOVE SPACES TO ALERTAS-W
           MOVE ZEROS  TO SALDO-AUT-W VENCE-AUT-W
           COMPUTE RESTANTES-W = SESIONES-ORD-TSE - SESIONES-REAL-TSE
           IF NOT TSE-ACTIVA OR RESTANTES-W NOT > 0
              GO TO FIN-CALCULAR-ALERTAS
           END-IF
           IF RESTANTES-W NOT > UMBRAL-LLEGAD-W
              MOVE "S" TO ALERTA-SERIE-W
           END-IF

           IF NRO-AUT-TSE = SPACES
              MOVE "A" TO ALERTA-SALDO-W
              GO TO FIN-CALCULAR-ALERTAS
           END-IF
           OPEN INPUT ARCHIVO-AUTORIZACIONES
           IF OTR-STAT = "00"
              MOVE COD-PACI-TSE TO COD-PACI-AUT
              MOVE CONTRATO-TSE TO CONTRATO-AUT
              MOVE CUPS-TSE     TO CUPS-AUT
              MOVE NRO-AUT-TSE  TO NRO-AUT
              READ ARCHIVO-AUTORIZACIONES
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
                 COMPUTE SALDO-AUT-W =
                         CANT-AUTORIZADA-AUT - CANT-CONSUMIDA-AUT
                 MOVE FECHA-VENCE-AUT TO VENCE-AUT-W
              END-IF
              CLOSE ARCHIVO-AUTORIZACIONES
           END-IF
           MOVE "00" TO OTR-STAT

           IF SALDO-AUT-W < RESTANTES-W
           AND SALDO-AUT-W NOT > UMBRAL-LLEGAD-W
              MOVE "A" TO ALERTA-SALDO-W
           END-IF
           IF VENCE-AUT-W = ZEROS
              MOVE "V" TO ALERTA-VENCE-W
           ELSE
              COMPUTE DIAS-VENCE-W =
                      FUNCTION INTEGER-OF-DATE (VENCE-AUT-W)
              IF DIAS-VENCE-W - DIAS-HOY-W NOT > DIAS-LLEGAD-W
                 MOVE "V" TO ALERTA-VENCE-W
              END-IF
           END-IF.

       FIN-CALCULAR-ALERTAS.
           EXIT.

      *    OBJETO JSON DE LA SERIE EN DOS LINEAS (DATOS Y OBJETIVO)

       ESCRIBIR-SERIE.
           MOVE SPACES TO NOMBRE-TIPO-W
           PERFORM BUSCAR-TIPO VARYING K FROM 1 BY 1 UNTIL K > 3
           MOVE SALDO-AUT-W TO SALDO-EDIT-W
           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"       DELIMITED BY SIZE
                  COD-PACI-TSE          DELIMITED BY SIZE
                  "*,*SERIE*:*"         DELIMITED BY SIZE
                  NRO-SERIE-TSE         DELIMITED BY SIZE
                  "*,*TIPO*:*"          DELIMITED BY SIZE
                  NOMBRE-TIPO-W         DELIMITED BY " "
                  "*,*ESTADO*:*"        DELIMITED BY SIZE
                  ESTADO-TSE            DELIMITED BY SIZE
                  "*,*ORDEN*:*"         DELIMITED BY SIZE
                  FECHA-ORDEN-TSE       DELIMITED BY SIZE
                  "*,*MEDICO*:*"        DELIMITED BY SIZE
                  MEDICO-TSE            DELIMITED BY "  "
                  "*,*TERAPEUTA*:*"     DELIMITED BY SIZE
                  TERAPEUTA-TSE         DELIMITED BY "  "
                  "*,*CUPS*:*"          DELIMITED BY SIZE
                  CUPS-TSE              DELIMITED BY " "
                  "*,*CONTRATO*:*"      DELIMITED BY SIZE
                  CONTRATO-TSE          DELIMITED BY SIZE
                  "*,*AUTORIZACION*:*"  DELIMITED BY SIZE
                  NRO-AUT-TSE           DELIMITED BY "  "
                  "*,*SALDO_AUT*:*"     DELIMITED BY SIZE
                  SALDO-EDIT-W          DELIMITED BY SIZE
                  "*,*VENCE_AUT*:*"     DELIMITED BY SIZE
                  VENCE-AUT-W           DELIMITED BY SIZE
                  "*,*ORDENADAS*:*"     DELIMITED BY SIZE
                  SESIONES-ORD-TSE      DELIMITED BY SIZE
                  "*,*FRECUENCIA*:*"    DELIMITED BY SIZE
                  FRECUENCIA-TSE        DELIMITED BY SIZE
                  "*,*REALIZADAS*:*"    DELIMITED BY SIZE
                  SESIONES-REAL-TSE     DELIMITED BY SIZE
                  "*,*ULTIMA*:*"        DELIMITED BY SIZE
                  FECHA-ULT-SES-TSE     DELIMITED BY SIZE
                  "*,*ALERTAS*:*"       DELIMITED BY SIZE
                  ALERTAS-W             DELIMITED BY SIZE
                  "*,"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*ESCALA*:*"          DELIMITED BY SIZE
                  ESCALA-TSE            DELIMITED BY "  "
                  "*,*PUNTAJE_INI*:*"   DELIMITED BY SIZE
                  PUNTAJE-INI-TSE       DELIMITED BY SIZE
                  "*,*OBJETIVO*:*"      DELIMITED BY SIZE
                  OBJETIVO-TSE          DELIMITED BY "  "
                  "*}"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       BUSCAR-TIPO.
           IF COD-TIPO-TAB-W (K) = TIPO-TSE
              MOVE NOMBRE-TIPO-TAB-W (K) TO NOMBRE-TIPO-W
           END-IF.

      *=================================================================
      * OPC "C" - SERIE CON SU AVANCE, ALERTAS Y SESIONES
      *=================================================================
       CONSULTAR-SERIE.
           PERFORM LEER-SERIE
           PERFORM CALCULAR-ALERTAS THRU FIN-CALCULAR-ALERTAS

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*SERIE*:" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-SERIE
           MOVE ",*SESIONES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM UBICAR-SESIONES
           PERFORM LEER-SESIONES UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{*SESION*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE SESIONES-REAL-TSE TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       UBICAR-SESIONES.
           MOVE ZEROS         TO PUNTAJE-FIN-W
           MOVE COD-PACI-TSE  TO COD-PACI-TSS
           MOVE NRO-SERIE-TSE TO NRO-SERIE-TSS
           MOVE ZEROS         TO NRO-SESION-TSS
           START ARCHIVO-SESION-TER KEY IS NOT LESS LLAVE-TSS
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       LEER-SESIONES.
           READ ARCHIVO-SESION-TER NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-TSS NOT = COD-PACI-TSE
              OR NRO-SERIE-TSS NOT = NRO-SERIE-TSE
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF PUNTAJE-TSS > ZEROS
                    MOVE PUNTAJE-TSS TO PUNTAJE-FIN-W
                 END-IF
                 PERFORM ESCRIBIR-SESION
              END-IF
           END-IF.

       ESCRIBIR-SESION.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*SESION*:*"         DELIMITED BY SIZE
                  NRO-SESION-TSS        DELIMITED BY SIZE
                  "*,*FECHA*:*"         DELIMITED BY SIZE
                  FECHA-TSS             DELIMITED BY SIZE
                  "*,*HORA*:*"          DELIMITED BY SIZE
                  HORA-TSS              DELIMITED BY SIZE
                  "*,*TERAPEUTA*:*"     DELIMITED BY SIZE
                  TERAPEUTA-TSS         DELIMITED BY "  "
                  "*,*PUNTAJE*:*"       DELIMITED BY SIZE
                  PUNTAJE-TSS           DELIMITED BY SIZE
                  "*,*CARGO*:*"         DELIMITED BY SIZE
                  NRO-CARGO-TSS         DELIMITED BY SIZE
                  "*,*AUTORIZACION*:*"  DELIMITED BY SIZE
                  NRO-AUT-TSS           DELIMITED BY "  "
                  "*,*ALERTA*:*"        DELIMITED BY SIZE
                  ALERTA-AUT-TSS        DELIMITED BY SIZE
                  "*,*EVOLUCION*:*"     DELIMITED BY SIZE
                  EVOLUCION-TSS         DELIMITED BY "  "
                  "*},"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "L" - SERIES DEL PACIENTE
      *=================================================================
       LISTAR-SERIES.
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*SERIES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE PACI-LLEGAD-W TO COD-PACI-TSE
           MOVE ZEROS         TO NRO-SERIE-TSE
           START ARCHIVO-SERIE-TER KEY IS NOT LESS LLAVE-TSE
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-SERIES-PACIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  CANT-LISTA-W                 DELIMITED BY SIZE
                  "*}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-SERIES-PACIENTE.
           READ ARCHIVO-SERIE-TER NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-TSE NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-LISTA-W
                 PERFORM CALCULAR-ALERTAS THRU FIN-CALCULAR-ALERTAS
                 PERFORM ESCRIBIR-SERIE
                 MOVE "," TO LIN-JSON-W
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "R" - SERIES ACTIVAS CON ALGUNA ALERTA (DE UN TIPO, O DE
      *           TODOS SI NO LLEGA), PARA LA COORDINACION DE TERAPIAS
      *=================================================================
       REPORTE-ALERTAS.
           OPEN INPUT  ARCHIVO-PACIENTES
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*SERIES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "A"           TO ESTADO-TSE
           MOVE TIPO-LLEGAD-W TO TIPO-TSE
           START ARCHIVO-SERIE-TER KEY IS NOT LESS LLAVE-EST-TSE
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-SERIES-ACTIVAS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  CANT-LISTA-W                 DELIMITED BY SIZE
                  "*}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-PACIENTES
           GO TO CERRAR-ARCHIVOS.

       LEER-SERIES-ACTIVAS.
           READ ARCHIVO-SERIE-TER NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT TSE-ACTIVA
              OR (TIPO-LLEGAD-W NOT = SPACE
                  AND TIPO-TSE NOT = TIPO-LLEGAD-W)
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM CALCULAR-ALERTAS THRU FIN-CALCULAR-ALERTAS
                 IF ALERTAS-W NOT = SPACES
                    ADD 1 TO CANT-LISTA-W
                    PERFORM BUSCAR-NOMBRE
                    MOVE SPACES TO LIN-JSON-W
                    STRING "{*NOMBRE*:*"    DELIMITED BY SIZE
                           NOMBRE-PACI-W    DELIMITED BY "  "
                           "*,*SERIE*:"     DELIMITED BY SIZE
                           INTO LIN-JSON-W
                    END-STRING
                    PERFORM ESCRIBIR-LINEA-JSON
                    PERFORM ESCRIBIR-SERIE
                    MOVE "}," TO LIN-JSON-W
                    PERFORM ESCRIBIR-LINEA-JSON
                 END-IF
              END-IF
           END-IF.

       BUSCAR-NOMBRE.
           MOVE SPACES       TO NOMBRE-PACI-W
           MOVE COD-PACI-TSE TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              MOVE DESCRIP-PACI TO NOMBRE-PACI-W
           END-IF
           INSPECT NOMBRE-PACI-W REPLACING ALL "*" BY " "
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "E" - EGRESO DE LA SERIE Y SU RESUMEN
      *=================================================================
       EGRESAR-SERIE.
           PERFORM LEER-SERIE
           IF NOT TSE-ACTIVA
              MOVE "La serie no esta activa"           TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE MOTIVO-LLEGAD-W TO MOTIVO-EGRESO-TSE
           IF NOT MOTIVO-EGRESO-VALIDO
              MOVE "Motivo de egreso no valido"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF CONCEPTO-LLEGAD-W = SPACES
              MOVE "Falta el concepto de egreso"       TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "E"               TO ESTADO-TSE
           MOVE FECHA-LLEGAD-W    TO FECHA-EGRESO-TSE
           MOVE PUNTAJE-LLEGAD-W  TO PUNTAJE-FIN-TSE
           MOVE CONCEPTO-LLEGAD-W TO CONCEPTO-EGRESO-TSE
           MOVE OPER-LLEGAD-W     TO OPER-TSE
           MOVE FECHA-TOTAL       TO FECHA-MOD-TSE
           REWRITE REG-SERIE-TER END-REWRITE
           GO TO ARMAR-RESUMEN.

      *=================================================================
      * OPC "D" - RESUMEN DE EGRESO. EN UNA SERIE AUN ACTIVA EL PUNTAJE
      *           FINAL ES EL ULTIMO TOMADO EN LAS SESIONES.
      *=================================================================
       RESUMEN-EGRESO.
           PERFORM LEER-SERIE.

       ARMAR-RESUMEN.
           PERFORM CALCULAR-ALERTAS THRU FIN-CALCULAR-ALERTAS
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*SERIE*:" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-SERIE
           MOVE ",*SESIONES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM UBICAR-SESIONES
           PERFORM LEER-SESIONES UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           MOVE "{*SESION*:**}]," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           IF TSE-EGRESADA
              MOVE PUNTAJE-FIN-TSE TO PUNTAJE-FIN-W
           END-IF
           COMPUTE CAMBIO-W = PUNTAJE-FIN-W - PUNTAJE-INI-TSE
           MOVE CAMBIO-W TO CAMBIO-EDIT-W
           MOVE ZEROS TO BLANCOS-W
           INSPECT CAMBIO-EDIT-W TALLYING BLANCOS-W FOR LEADING SPACE
           COMPUTE CUMPLIMIENTO-W ROUNDED =
                   SESIONES-REAL-TSE * 100 / SESIONES-ORD-TSE

           MOVE SPACES TO LIN-JSON-W
           STRING "*ESCALA*:*"           DELIMITED BY SIZE
                  ESCALA-TSE             DELIMITED BY "  "
                  "*,*INICIAL*:*"        DELIMITED BY SIZE
                  PUNTAJE-INI-TSE        DELIMITED BY SIZE
                  "*,*FINAL*:*"          DELIMITED BY SIZE
                  PUNTAJE-FIN-W          DELIMITED BY SIZE
                  "*,*CAMBIO*:*"         DELIMITED BY SIZE
                  CAMBIO-EDIT-W (BLANCOS-W + 1:)
                                         DELIMITED BY SIZE
                  "*,*CUMPLIMIENTO*:*"   DELIMITED BY SIZE
                  CUMPLIMIENTO-W         DELIMITED BY SIZE
                  "*,*EGRESO*:*"         DELIMITED BY SIZE
                  FECHA-EGRESO-TSE       DELIMITED BY SIZE
                  "*,*MOTIVO*:*"         DELIMITED BY SIZE
                  MOTIVO-EGRESO-TSE      DELIMITED BY SIZE
                  "*,*CONCEPTO*:*"       DELIMITED BY SIZE
                  CONCEPTO-EGRESO-TSE    DELIMITED BY "  "
                  "*}"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE NRO-SERIE-TSE TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       ERROR-DATOS.
           CLOSE ARCHIVO-SERIE-TER ARCHIVO-SESION-TER
           MOVE "99"                             TO MSJ1-HTML
           MOVE "HC849"                          TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-SERIE-TER ARCHIVO-SESION-TER.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|"        DELIMITED BY SIZE
                  NRO-EDIT-W   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  RESPUESTA-W  DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  ALERTAS-W    DELIMITED BY SIZE
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
