      *=================================================================
      * HISTORIA CLINICA - ENTREGA DE TURNO DE ENFERMERIA Y MEDICA POR
      *         SERVICIO (SC-ARCHENT). POR CADA CAMA OCUPADA DEL
      *         SERVICIO (SC-ARCHCAM, VER SAL726) ARMA: PACIENTE Y
      *         DIAGNOSTICO DE TRABAJO, DIAS DE ESTANCIA EN LA CAMA,
      *         ULTIMO PUNTAJE EWS Y SU TENDENCIA (SC-ARCHEWS, HC812),
      *         DOSIS PENDIENTES Y OMITIDAS (SC-ARCHMAR, HC838),
      *         BALANCE DE LIQUIDOS DEL TURNO (SC-ARCHLIQ, HC526),
      *         TAREAS DEL PLAN DE CUIDADOS (SC-ARCHPLC, HC844),
      *         LABORATORIOS SIN VALIDAR (SC-ARCHLAB, SER920),
      *         AISLAMIENTOS (EVENTOS IAAS DE LA ESTANCIA EN
      *         SC-ARCHIAA, SAL729) Y DIETA/NPO (SC-ARCHDIE, SAL728).
      *         TURNOS: M 06-13, T 13-21, N 21-06 DEL DIA SIGUIENTE.
      *         - OPC "G": GENERA LA ENTREGA (SERVICIO, FECHA, TURNO,
      *           CLASE E ENFERMERIA / M MEDICA; NOTA EN LA VARIABLE
      *           "nota") Y DEVUELVE EL REPORTE. QUEDA PENDIENTE DE
      *           RECIBO; SE PUEDE VOLVER A GENERAR MIENTRAS NO SE
      *           HAYA RECIBIDO.
      *         - OPC "C": CONSULTA LA ENTREGA CON SU REPORTE.
      *         - OPC "I": REPORTE DE LA ENTREGA PARA IMPRIMIR.
      *         - OPC "R": QUIEN RECIBE EL TURNO CONFIRMA EL RECIBO
      *           (OBSERVACION EN LA VARIABLE "observacion"); DEBE
      *           SER DISTINTO DE QUIEN ENTREGA.
      *         - OPC "L": ENTREGAS DEL SERVICIO ENTRE DOS FECHAS CON
      *           QUIEN ENTREGO Y QUIEN RECIBIO.
      *         - OPC "X": DIAGNOSTICO DE TRABAJO DEL PACIENTE (CODIGO
      *           Y DESCRIPCION EN LA VARIABLE "diagnostico").
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC850".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-CAMAS.CBL".
       COPY "..\..\FUENTES\FS-EWSCO.CBL".
       COPY "..\..\FUENTES\FS-MARAD.CBL".
       COPY "..\..\FUENTES\FS-LIQUI.CBL".
       COPY "..\..\FUENTES\FS-PLCUI.CBL".
       COPY "..\..\FUENTES\FS-LABOR.CBL".
       COPY "..\..\FUENTES\FS-IAAS.CBL".
       COPY "..\..\FUENTES\FS-DIETA.CBL".
       COPY "..\..\FUENTES\FS-ENTRE.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-CAMAS.CBL".
       COPY "..\..\FUENTES\FD-EWSCO.CBL".
       COPY "..\..\FUENTES\FD-MARAD.CBL".
       COPY "..\..\FUENTES\FD-LIQUI.CBL".
       COPY "..\..\FUENTES\FD-PLCUI.CBL".
       COPY "..\..\FUENTES\FD-LABOR.CBL".
       COPY "..\..\FUENTES\FD-IAAS.CBL".
       COPY "..\..\FUENTES\FD-DIETA.CBL".
       COPY "..\..\FUENTES\FD-ENTRE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 PACIE-W                PIC X(70).
       77 NOM-CAM-W              PIC X(70).
       77 NOM-EWS-W              PIC X(70).
       77 NOM-MAR-W              PIC X(70).
       77 NOM-LIQ-W              PIC X(70).
       77 NOM-PLC-W              PIC X(70).
       77 NOM-LAB-W              PIC X(70).
       77 NOM-IAA-W              PIC X(70).
       77 NOM-DIE-W              PIC X(70).
       77 NOM-ENT-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 SERVICIO-LLEGAD-W      PIC X(4).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 TURNO-LLEGAD-W         PIC X.
          02 CLASE-LLEGAD-W         PIC X.
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 COD-DIAG-LLEGAD-W      PIC X(4).
          02 OPER-LLEGAD-W          PIC X(4).

       01 NOTA-LLEGAD-W             PIC X(200).
       01 OBSERV-LLEGAD-W           PIC X(200).
       01 DIAGNOSTICO-LLEGAD-W      PIC X(200).

       01 ARCHIVOS-W.
          02 HAY-CAM-W          PIC X.
          02 HAY-EWS-W          PIC X.
          02 HAY-MAR-W          PIC X.
          02 HAY-LIQ-W          PIC X.
          02 HAY-PLC-W          PIC X.
          02 HAY-LAB-W          PIC X.
          02 HAY-IAA-W          PIC X.
          02 HAY-DIE-W          PIC X.
          02 HAY-PAC-W          PIC X.

       01 TURNO-W.
          02 INI-TURNO-W        PIC 9(12).
          02 INI-TURNO-R REDEFINES INI-TURNO-W.
             03 FECHA-INI-TURNO-W  PIC 9(8).
             03 HORA-INI-TURNO-W   PIC 9(4).
          02 FIN-TURNO-W        PIC 9(12).
          02 FIN-TURNO-R REDEFINES FIN-TURNO-W.
             03 FECHA-FIN-TURNO-W  PIC 9(8).
             03 HORA-FIN-TURNO-W   PIC 9(4).
          02 FIN-PROX-W         PIC 9(12).
          02 FIN-PROX-R REDEFINES FIN-PROX-W.
             03 FECHA-FIN-PROX-W   PIC 9(8).
             03 HORA-FIN-PROX-W    PIC 9(4).
          02 FH-W               PIC 9(12).

       01 TABLA-CAMAS-W.
          02 CAMA-TAB-W         OCCURS 80.
             03 CAMA-CAMA-TAB-W PIC X(4).
             03 HAB-TAB-W       PIC X(4).
             03 PACI-TAB-W      PIC 9(11).
             03 ESTADO-TAB-W    PIC X.
             03 FECHA-TAB-W     PIC 9(8).

       01 TABLA-DOSIS-W.
          02 DOSIS-TAB-W        OCCURS 15.
             03 FECHA-DOS-W     PIC 9(8).
             03 HORA-DOS-W      PIC 9(4).
             03 ART-DOS-W       PIC X(16).
             03 DOSIS-DOS-W     PIC X(20).
             03 ESTADO-DOS-W    PIC X.
             03 TURNO-DOS-W     PIC X.

       01 TABLA-TAREAS-W.
          02 TAREA-TAB-W        OCCURS 15.
             03 FECHA-TAR-W     PIC 9(8).
             03 HORA-TAR-W      PIC 9(4).
             03 DESCRIP-TAR-W   PIC X(30).
             03 ESTADO-TAR-W    PIC X.
             03 TURNO-TAR-W     PIC X.

       01 TABLA-LABORATORIOS-W.
          02 LAB-TAB-W          OCCURS 15.
             03 FECHA-LB-W      PIC 9(8).
             03 DESCRIP-LB-W    PIC X(30).
             03 ESTADO-LB-W     PIC X.

       01 TABLA-AISLAMIENTOS-W.
          02 AISLA-TAB-W        OCCURS 5.
             03 FECHA-AIS-W     PIC 9(8).
             03 SITIO-AIS-W     PIC X(10).
             03 GERMEN-AIS-W    PIC X(20).

       01 CAMA-W.
          02 PACI-W             PIC 9(11).
          02 PACI-X-W           PIC X(11).
          02 NOMBRE-PACI-W      PIC X(50).
          02 COD-DIAG-W         PIC X(4).
          02 DESCRIP-DIAG-W     PIC X(60).
          02 FECHA-INGRESO-W    PIC 9(8).
          02 DIAS-ESTANCIA-W    PIC 9(4).
          02 EWS-ULT-W          PIC 99.
          02 EWS-ANT-W          PIC 99.
          02 FECHA-EWS-W        PIC 9(8).
          02 HORA-EWS-W         PIC 9(4).
          02 TENDENCIA-W        PIC X.
          02 ESCALAR-W          PIC X.
          02 ADMIN-W            PIC 9(6).
          02 ELIM-W             PIC 9(6).
          02 BALANCE-W          PIC S9(6).
          02 BALANCE-EDIT-W     PIC -(5)9.
          02 TIPO-DIETA-W       PIC XX.
          02 RESTRIC-W          PIC X(40).
          02 NPO-W              PIC X.
          02 CANT-DOSIS-W       PIC 9(3).
          02 DOSIS-PEND-W       PIC 9(3).
          02 DOSIS-OMIT-W       PIC 9(3).
          02 DOSIS-SIG-W        PIC 9(3).
          02 CANT-TAREAS-W      PIC 9(3).
          02 TAR-PEND-W         PIC 9(3).
          02 TAR-OMIT-W         PIC 9(3).
          02 TAR-SIG-W          PIC 9(3).
          02 CANT-LAB-W         PIC 9(3).
          02 CANT-AISLA-W       PIC 9(3).
          02 ALERTA-CAMA-W      PIC X.

       01 VARIABLES.
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.
          02 RESPUESTA-W        PIC X.
          02 FECHA-HOY-W        PIC 9(8).
          02 FECHA-SIG-W        PIC 9(8).
          02 DIAS-W             PIC S9(9).
          02 HORA-W             PIC 9(4).
          02 CANT-CAMAS-W       PIC 9(3).
          02 CANT-ALERTAS-W     PIC 9(3).
          02 CANT-LISTA-W       PIC 9(5)  VALUE 0.
          02 CANT-PEND-W        PIC 9(5)  VALUE 0.
          02 LIMITE-BALANCE-W   PIC S9(6) VALUE +1500.
          02 SW-IMPRIMIR-W      PIC X.
          02 SW-EXISTE-W        PIC X.
          02 CLASE-NOMBRE-W     PIC X(10).
          02 NOMBRE-ESTADO-W    PIC X(13).
          02 NOMBRE-TURNO-W     PIC X(14).
          02 I-W                PIC 9(3).
          02 J-W                PIC 9(3).
          02 LARGO-W            PIC 9(4).

       01 LIN-JSON-W             PIC X(500).
       01 LINEA-IMPRESION-W      PIC X(200).

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
              MOVE "HC850"                 TO MSJ3-HTML
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
              MOVE "HC850"                 TO MSJ3-HTML
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
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CAMAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CAMAS.
       ESCR-EXCEP-CAMAS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CAM-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EWS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EWS.
       ESCR-EXCEP-EWS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-EWS-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MAR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MAR.
       ESCR-EXCEP-MAR.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-MAR-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LIQUI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LIQUIDOS.
       ESCR-EXCEP-LIQUI.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LIQ-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PLCUI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PLAN-CUIDADO.
       ESCR-EXCEP-PLCUI.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PLC-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LABOR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LABORATORIO.
       ESCR-EXCEP-LABOR.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LAB-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-IAAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-IAAS.
       ESCR-EXCEP-IAAS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-IAA-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DIETA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DIETAS.
       ESCR-EXCEP-DIETA.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-DIE-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ENTRE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ENTREGAS.
       ESCR-EXCEP-ENTRE.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ENT-W               TO MSJ2-HTML
              MOVE "HC850"                 TO MSJ3-HTML
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
              MOVE "HC850"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "HC850" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, SERVICIO-LLEGAD-W, FECHA-LLEGAD-W,
                   TURNO-LLEGAD-W, CLASE-LLEGAD-W, FECHA-FIN-LLEGAD-W,
                   PACI-LLEGAD-W, COD-DIAG-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "nota" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO NOTA-LLEGAD-W
           MOVE "observacion" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO OBSERV-LLEGAD-W
           MOVE "diagnostico" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO DIAGNOSTICO-LLEGAD-W
           INSPECT NOTA-LLEGAD-W        REPLACING ALL "*" BY " "
           INSPECT OBSERV-LLEGAD-W      REPLACING ALL "*" BY " "
           INSPECT DIAGNOSTICO-LLEGAD-W REPLACING ALL "*" BY " "

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
              MOVE "HC850"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-ENT-W
           MOVE "\\" TO NOM-ENT-W

           INSPECT NOM-ENT-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ENT-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ENT-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-ENT-W TO NOM-CAM-W NOM-EWS-W NOM-MAR-W NOM-LIQ-W
                             NOM-PLC-W NOM-LAB-W NOM-IAA-W NOM-DIE-W
                             PACIE-W

           INSPECT NOM-ENT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHENT.DAT"
           INSPECT NOM-CAM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCAM.DAT"
           INSPECT NOM-EWS-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEWS.DAT"
           INSPECT NOM-MAR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHMAR.DAT"
           INSPECT NOM-LIQ-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLIQ.DAT"
           INSPECT NOM-PLC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPLC.DAT"
           INSPECT NOM-LAB-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLAB.DAT"
           INSPECT NOM-IAA-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHIAA.DAT"
           INSPECT NOM-DIE-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDIE.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC850-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-ENTREGAS.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ENTREGAS
              CLOSE       ARCHIVO-ENTREGAS
              OPEN I-O    ARCHIVO-ENTREGAS
           END-IF.

           MOVE FECHA-TOTAL TO FECHA-HOY-W
           COMPUTE HORA-W = HR-TOTAL * 100 + MIN-TOTAL
           IF CLASE-LLEGAD-W = SPACE
              MOVE "E" TO CLASE-LLEGAD-W
           END-IF
           IF TURNO-LLEGAD-W = SPACE
              EVALUATE TRUE
                WHEN HR-TOTAL >= 6 AND HR-TOTAL < 13
                     MOVE "M" TO TURNO-LLEGAD-W
                WHEN HR-TOTAL >= 13 AND HR-TOTAL < 21
                     MOVE "T" TO TURNO-LLEGAD-W
                WHEN OTHER
                     MOVE "N" TO TURNO-LLEGAD-W
              END-EVALUATE
              IF FECHA-LLEGAD-W = ZEROS AND HR-TOTAL < 6
                 COMPUTE DIAS-W =
                         FUNCTION INTEGER-OF-DATE (FECHA-HOY-W) - 1
                 COMPUTE FECHA-LLEGAD-W =
                         FUNCTION DATE-OF-INTEGER (DIAS-W)
              END-IF
           END-IF
           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-LLEGAD-W
           END-IF
           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE FECHA-LLEGAD-W TO FECHA-FIN-LLEGAD-W
           END-IF

           IF TURNO-LLEGAD-W NOT = "M" AND NOT = "T" AND NOT = "N"
              MOVE "Turno no valido"                   TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF CLASE-LLEGAD-W NOT = "E" AND NOT = "M"
              MOVE "Clase de entrega no valida"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           PERFORM CALCULAR-TURNO
           MOVE SPACE TO RESPUESTA-W
           MOVE "N"   TO SW-IMPRIMIR-W

           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GENERAR-ENTREGA
             WHEN "C"   GO TO CONSULTAR-ENTREGA
             WHEN "I"   GO TO IMPRIMIR-ENTREGA
             WHEN "R"   GO TO RECIBIR-ENTREGA
             WHEN "L"   GO TO LISTAR-ENTREGAS
             WHEN "X"   GO TO GRABAR-DIAGNOSTICO
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *    VENTANA DEL TURNO (INICIO INCLUIDO, FIN EXCLUIDO) Y FIN DEL
      *    TURNO SIGUIENTE, COMO FECHA*10000 + HORA.

       CALCULAR-TURNO.
           COMPUTE DIAS-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-LLEGAD-W) + 1
           COMPUTE FECHA-SIG-W = FUNCTION DATE-OF-INTEGER (DIAS-W)

           EVALUATE TURNO-LLEGAD-W
             WHEN "M"
                  MOVE "MANANA"         TO NOMBRE-TURNO-W
                  COMPUTE INI-TURNO-W = FECHA-LLEGAD-W * 10000 + 600
                  COMPUTE FIN-TURNO-W = FECHA-LLEGAD-W * 10000 + 1300
                  COMPUTE FIN-PROX-W  = FECHA-LLEGAD-W * 10000 + 2100
             WHEN "T"
                  MOVE "TARDE"          TO NOMBRE-TURNO-W
                  COMPUTE INI-TURNO-W = FECHA-LLEGAD-W * 10000 + 1300
                  COMPUTE FIN-TURNO-W = FECHA-LLEGAD-W * 10000 + 2100
                  COMPUTE FIN-PROX-W  = FECHA-SIG-W * 10000 + 600
             WHEN OTHER
                  MOVE "NOCHE"          TO NOMBRE-TURNO-W
                  COMPUTE INI-TURNO-W = FECHA-LLEGAD-W * 10000 + 2100
                  COMPUTE FIN-TURNO-W = FECHA-SIG-W * 10000 + 600
                  COMPUTE FIN-PROX-W  = FECHA-SIG-W * 10000 + 1300
           END-EVALUATE

           IF CLASE-LLEGAD-W = "M"
              MOVE "MEDICA"     TO CLASE-NOMBRE-W
           ELSE
              MOVE "ENFERMERIA" TO CLASE-NOMBRE-W
           END-IF.

       ARMAR-LLAVE-ENTREGA.
           MOVE "E"               TO TIPO-ENT
           MOVE SERVICIO-LLEGAD-W TO COD1-ENT
           MOVE FECHA-LLEGAD-W    TO FECHA-ENT
           MOVE TURNO-LLEGAD-W    TO TURNO-ENT
           MOVE CLASE-LLEGAD-W    TO CLASE-ENT.

       LEER-ENTREGA.
           IF SERVICIO-LLEGAD-W = SPACES
              MOVE "Falta el servicio"                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           PERFORM ARMAR-LLAVE-ENTREGA
           READ ARCHIVO-ENTREGAS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00"
              MOVE "No existe la entrega de ese turno" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF.

      *=================================================================
      * OPC "G" - GENERA LA ENTREGA DEL TURNO. LA QUE YA FUE RECIBIDA
      *           NO SE VUELVE A GENERAR.
      *=================================================================
       GENERAR-ENTREGA.
           IF SERVICIO-LLEGAD-W = SPACES
           OR OPER-LLEGAD-W = SPACES
              MOVE "Faltan servicio u operador"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           PERFORM ARMAR-LLAVE-ENTREGA
           MOVE "S" TO SW-EXISTE-W
           READ ARCHIVO-ENTREGAS
                INVALID KEY MOVE "N" TO SW-EXISTE-W
           END-READ
           MOVE "00" TO OTR-STAT
           IF SW-EXISTE-W = "S" AND ENTREGA-RECIBIDA
              MOVE "La entrega ya fue recibida"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*CAMAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM RECORRER-CAMAS
           MOVE "{*CAMA*:**}]," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           IF SW-EXISTE-W = "N"
              INITIALIZE REG-ENTREGA
              PERFORM ARMAR-LLAVE-ENTREGA
           END-IF
           MOVE OPER-LLEGAD-W  TO OPER-ENTREGA-ENT
           MOVE FECHA-HOY-W    TO FECHA-GEN-ENT
           MOVE HORA-W         TO HORA-GEN-ENT
           MOVE CANT-CAMAS-W   TO CAMAS-ENT
           MOVE CANT-ALERTAS-W TO ALERTAS-ENT
           MOVE NOTA-LLEGAD-W  TO NOTA-ENT
           MOVE "P"            TO ESTADO-ENT
           IF SW-EXISTE-W = "S"
              REWRITE REG-ENTREGA END-REWRITE
           ELSE
              WRITE REG-ENTREGA END-WRITE
           END-IF

           MOVE "*ENTREGA*:" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-ENTREGA
           MOVE "}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE CANT-CAMAS-W TO NRO-EDIT-W
           MOVE ESTADO-ENT   TO RESPUESTA-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "C" - CONSULTA LA ENTREGA Y ARMA DE NUEVO SU REPORTE
      *=================================================================
       CONSULTAR-ENTREGA.
           PERFORM LEER-ENTREGA

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*CAMAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM RECORRER-CAMAS
           MOVE "{*CAMA*:**}]," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           MOVE "*ENTREGA*:" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-ENTREGA
           MOVE "}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE CAMAS-ENT  TO NRO-EDIT-W
           MOVE ESTADO-ENT TO RESPUESTA-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "I" - REPORTE DE LA ENTREGA PARA IMPRIMIR, UNA LINEA POR
      *           RENGLON
      *=================================================================
       IMPRIMIR-ENTREGA.
           PERFORM LEER-ENTREGA
           MOVE "S" TO SW-IMPRIMIR-W

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*IMPRESION*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM RECORRER-CAMAS

           MOVE SPACES TO LINEA-IMPRESION-W
           STRING "CAMAS OCUPADAS: "        DELIMITED BY SIZE
                  CANT-CAMAS-W              DELIMITED BY SIZE
                  "   PACIENTES CON ALERTA: " DELIMITED BY SIZE
                  CANT-ALERTAS-W            DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE "{*L*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE CAMAS-ENT  TO NRO-EDIT-W
           MOVE ESTADO-ENT TO RESPUESTA-W
           GO TO CERRAR-ARCHIVOS.

       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO LINEA-IMPRESION-W
           STRING "ENTREGA DE TURNO DE "   DELIMITED BY SIZE
                  CLASE-NOMBRE-W           DELIMITED BY " "
                  "   SERVICIO: "          DELIMITED BY SIZE
                  SERVICIO-LLEGAD-W        DELIMITED BY SIZE
                  "   FECHA: "             DELIMITED BY SIZE
                  FECHA-LLEGAD-W           DELIMITED BY SIZE
                  "   TURNO: "             DELIMITED BY SIZE
                  NOMBRE-TURNO-W           DELIMITED BY " "
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE SPACES TO LINEA-IMPRESION-W
           STRING "ENTREGA: "              DELIMITED BY SIZE
                  OPER-ENTREGA-ENT         DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  FECHA-GEN-ENT            DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  HORA-GEN-ENT             DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE SPACES TO LINEA-IMPRESION-W
           IF ENTREGA-RECIBIDA
              STRING "RECIBE: "            DELIMITED BY SIZE
                     OPER-RECIBE-ENT       DELIMITED BY SIZE
                     "   "                 DELIMITED BY SIZE
                     FECHA-REC-ENT         DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     HORA-REC-ENT          DELIMITED BY SIZE
                     INTO LINEA-IMPRESION-W
              END-STRING
           ELSE
              MOVE "PENDIENTE DE RECIBO"   TO LINEA-IMPRESION-W
           END-IF
           PERFORM ESCRIBIR-LINEA-IMPRESION
           IF NOTA-ENT NOT = SPACES
              STRING "NOTA: "              DELIMITED BY SIZE
                     NOTA-ENT (1:100)      DELIMITED BY SIZE
                     INTO LINEA-IMPRESION-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-IMPRESION
              IF NOTA-ENT (101:100) NOT = SPACES
                 MOVE NOTA-ENT (101:100)   TO LINEA-IMPRESION-W
                 PERFORM ESCRIBIR-LINEA-IMPRESION
              END-IF
           END-IF
           IF OBSERV-REC-ENT NOT = SPACES
              STRING "OBSERVACION DEL RECIBO: " DELIMITED BY SIZE
                     OBSERV-REC-ENT (1:100)     DELIMITED BY SIZE
                     INTO LINEA-IMPRESION-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-IMPRESION
              IF OBSERV-REC-ENT (101:100) NOT = SPACES
                 MOVE OBSERV-REC-ENT (101:100) TO LINEA-IMPRESION-W
                 PERFORM ESCRIBIR-LINEA-IMPRESION
              END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA-IMPRESION.

      *=================================================================
      * CAMAS OCUPADAS DEL SERVICIO: SE CARGAN PRIMERO EN LA TABLA
      * PORQUE LOS MOVIMIENTOS DE LA CAMA ESTAN EN EL MISMO ARCHIVO.
      *=================================================================
       RECORRER-CAMAS.
           PERFORM ABRIR-FUENTES
           PERFORM CARGAR-CAMAS
           MOVE 0 TO CANT-ALERTAS-W
           PERFORM ARMAR-CAMA VARYING I-W FROM 1 BY 1
                   UNTIL I-W > CANT-CAMAS-W
           PERFORM CERRAR-FUENTES

      *    LA LECTURA DE LOS DIAGNOSTICOS DEJA OTRO REGISTRO EN EL
      *    AREA; SE VUELVE A LEER LA ENTREGA.

           PERFORM ARMAR-LLAVE-ENTREGA
           READ ARCHIVO-ENTREGAS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           MOVE "00" TO OTR-STAT.

       ABRIR-FUENTES.
           MOVE "SSSSSSSSS" TO ARCHIVOS-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-PAC-W
           END-IF
           OPEN INPUT ARCHIVO-CAMAS
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-CAM-W
           END-IF
           OPEN INPUT ARCHIVO-EWS
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-EWS-W
           END-IF
           OPEN INPUT ARCHIVO-MAR
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-MAR-W
           END-IF
           OPEN INPUT ARCHIVO-LIQUIDOS
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-LIQ-W
           END-IF
           OPEN INPUT ARCHIVO-PLAN-CUIDADO
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-PLC-W
           END-IF
           OPEN INPUT ARCHIVO-LABORATORIO
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-LAB-W
           END-IF
           OPEN INPUT ARCHIVO-IAAS
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-IAA-W
           END-IF
           OPEN INPUT ARCHIVO-DIETAS
           IF OTR-STAT = "35"
              MOVE "N" TO HAY-DIE-W
           END-IF
           MOVE "00" TO OTR-STAT.

       CERRAR-FUENTES.
           IF HAY-PAC-W = "S"
              CLOSE ARCHIVO-PACIENTES
           END-IF
           IF HAY-CAM-W = "S"
              CLOSE ARCHIVO-CAMAS
           END-IF
           IF HAY-EWS-W = "S"
              CLOSE ARCHIVO-EWS
           END-IF
           IF HAY-MAR-W = "S"
              CLOSE ARCHIVO-MAR
           END-IF
           IF HAY-LIQ-W = "S"
              CLOSE ARCHIVO-LIQUIDOS
           END-IF
           IF HAY-PLC-W = "S"
              CLOSE ARCHIVO-PLAN-CUIDADO
           END-IF
           IF HAY-LAB-W = "S"
              CLOSE ARCHIVO-LABORATORIO
           END-IF
           IF HAY-IAA-W = "S"
              CLOSE ARCHIVO-IAAS
           END-IF
           IF HAY-DIE-W = "S"
              CLOSE ARCHIVO-DIETAS
           END-IF.

       CARGAR-CAMAS.
           MOVE 0 TO CANT-CAMAS-W
           IF HAY-CAM-W = "S"
              MOVE "C"               TO TIPO-CAM
              MOVE SERVICIO-LLEGAD-W TO SERVICIO-CAM
              MOVE SPACES            TO CAMA-CAM
              MOVE ZEROS             TO CONSEC-CAM
              START ARCHIVO-CAMAS KEY IS NOT LESS LLAVE-CAM
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-CAMAS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-CAMAS.
           READ ARCHIVO-CAMAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-CAM NOT = "C"
              OR SERVICIO-CAM NOT = SERVICIO-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF (CAMA-OCUPADA OR CAMA-EGRESO-PEND)
                 AND CANT-CAMAS-W < 80
                    ADD 1 TO CANT-CAMAS-W
                    MOVE CAMA-CAM
                         TO CAMA-CAMA-TAB-W (CANT-CAMAS-W)
                    MOVE HABITACION-CAM TO HAB-TAB-W (CANT-CAMAS-W)
                    MOVE COD-PACI-CAM   TO PACI-TAB-W (CANT-CAMAS-W)
                    MOVE ESTADO-CAM     TO ESTADO-TAB-W (CANT-CAMAS-W)
                    MOVE FECHA-CAM      TO FECHA-TAB-W (CANT-CAMAS-W)
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * ARMA LA INFORMACION DE UNA CAMA OCUPADA Y LA ESCRIBE
      *=================================================================
       ARMAR-CAMA.
           INITIALIZE CAMA-W TABLA-DOSIS-W TABLA-TAREAS-W
                      TABLA-LABORATORIOS-W TABLA-AISLAMIENTOS-W
           MOVE PACI-TAB-W (I-W) TO PACI-W
           MOVE PACI-W           TO PACI-X-W

           PERFORM BUSCAR-NOMBRE
           PERFORM BUSCAR-DIAGNOSTICO
           PERFORM BUSCAR-INGRESO
           PERFORM BUSCAR-EWS
           PERFORM BUSCAR-DOSIS
           PERFORM SUMAR-LIQUIDOS
           PERFORM BUSCAR-TAREAS
           PERFORM BUSCAR-LABORATORIOS
           PERFORM BUSCAR-AISLAMIENTOS
           PERFORM BUSCAR-DIETA

           MOVE "N" TO ALERTA-CAMA-W
           IF ESCALAR-W = "S" OR TENDENCIA-W = "S"
           OR DOSIS-OMIT-W > 0 OR TAR-OMIT-W > 0
           OR BALANCE-W > LIMITE-BALANCE-W
           OR BALANCE-W < (0 - LIMITE-BALANCE-W)
              MOVE "S" TO ALERTA-CAMA-W
              ADD 1 TO CANT-ALERTAS-W
           END-IF

           IF SW-IMPRIMIR-W = "S"
              PERFORM IMPRIMIR-CAMA
           ELSE
              PERFORM ESCRIBIR-CAMA
           END-IF.

       BUSCAR-NOMBRE.
           MOVE SPACES TO NOMBRE-PACI-W
           IF HAY-PAC-W = "S"
              MOVE PACI-W TO COD-PACI
              READ ARCHIVO-PACIENTES
                   INVALID KEY MOVE SPACES TO DESCRIP-PACI
              END-READ
              MOVE DESCRIP-PACI TO NOMBRE-PACI-W
              MOVE "00" TO OTR-STAT
           END-IF.

       BUSCAR-DIAGNOSTICO.
           MOVE "D"      TO TIPO-ENT
           MOVE PACI-X-W TO COD1-ENT
           MOVE ZEROS    TO FECHA-ENT
           MOVE SPACES   TO TURNO-ENT CLASE-ENT
           READ ARCHIVO-ENTREGAS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              MOVE COD-DIAG-ENT     TO COD-DIAG-W
              MOVE DESCRIP-DIAG-ENT TO DESCRIP-DIAG-W
           END-IF
           MOVE "00" TO OTR-STAT.

      *    LA OCUPACION DE LA CAMA POR EL PACIENTE: LOS MOVIMIENTOS SE
      *    LEEN HACIA ATRAS MIENTRAS SEAN DEL MISMO PACIENTE; EL MAS
      *    ANTIGUO EN OCUPADA ES EL INGRESO A LA CAMA.

       BUSCAR-INGRESO.
           MOVE FECHA-TAB-W (I-W) TO FECHA-INGRESO-W
           IF HAY-CAM-W = "S"
              MOVE "M"                   TO TIPO-CAM
              MOVE SERVICIO-LLEGAD-W     TO SERVICIO-CAM
              MOVE CAMA-CAMA-TAB-W (I-W) TO CAMA-CAM
              MOVE 999999                TO CONSEC-CAM
              START ARCHIVO-CAMAS KEY IS NOT GREATER LLAVE-CAM
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-MOVIMIENTOS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF

           MOVE ZEROS TO DIAS-ESTANCIA-W
           IF FECHA-INGRESO-W > ZEROS
           AND FECHA-INGRESO-W < FECHA-LLEGAD-W
              COMPUTE DIAS-ESTANCIA-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-LLEGAD-W)
                    - FUNCTION INTEGER-OF-DATE (FECHA-INGRESO-W)
           END-IF.

       LEER-MOVIMIENTOS.
           READ ARCHIVO-CAMAS PREVIOUS RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-CAM NOT = "M"
              OR SERVICIO-CAM NOT = SERVICIO-LLEGAD-W
              OR CAMA-CAM NOT = CAMA-CAMA-TAB-W (I-W)
              OR COD-PACI-CAM NOT = PACI-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CAMA-OCUPADA
                    MOVE FECHA-CAM TO FECHA-INGRESO-W
                 END-IF
              END-IF
           END-IF.

      *    ULTIMO PUNTAJE HASTA EL FIN DEL TURNO Y EL ANTERIOR PARA LA
      *    TENDENCIA: S SUBE, B BAJA, I IGUAL.

       BUSCAR-EWS.
           IF HAY-EWS-W = "S"
              MOVE PACI-W            TO COD-PACI-EWS
              MOVE FECHA-FIN-TURNO-W TO FECHA-EWS
              COMPUTE HORA-EWS = HORA-FIN-TURNO-W - 1
              START ARCHIVO-EWS KEY IS NOT GREATER LLAVE-EWS
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              IF OTR-STAT = "00"
                 PERFORM LEER-EWS-ANTERIOR
              END-IF
              IF OTR-STAT = "00"
                 MOVE PUNTAJE-EWS TO EWS-ULT-W
                 MOVE FECHA-EWS   TO FECHA-EWS-W
                 MOVE HORA-EWS    TO HORA-EWS-W
                 MOVE ALERTA-EWS  TO ESCALAR-W
                 PERFORM LEER-EWS-ANTERIOR
                 IF OTR-STAT = "00"
                    MOVE PUNTAJE-EWS TO EWS-ANT-W
                    EVALUATE TRUE
                      WHEN EWS-ULT-W > EWS-ANT-W MOVE "S" TO TENDENCIA-W
                      WHEN EWS-ULT-W < EWS-ANT-W MOVE "B" TO TENDENCIA-W
                      WHEN OTHER                 MOVE "I" TO TENDENCIA-W
                    END-EVALUATE
                 END-IF
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-EWS-ANTERIOR.
           READ ARCHIVO-EWS PREVIOUS RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00" AND COD-PACI-EWS NOT = PACI-W
              MOVE "10" TO OTR-STAT
           END-IF.

      *    DOSIS DEL TURNO OMITIDAS/REHUSADAS O SIN APLICAR, Y LAS
      *    PENDIENTES DEL TURNO SIGUIENTE.

       BUSCAR-DOSIS.
           IF HAY-MAR-W = "S"
              MOVE PACI-W            TO COD-PACI-MAR
              MOVE FECHA-INI-TURNO-W TO FECHA-MAR
              MOVE ZEROS             TO HORA-MAR
              MOVE LOW-VALUES        TO COD-ART-MAR
              START ARCHIVO-MAR KEY IS NOT LESS LLAVE-MAR
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-DOSIS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-DOSIS.
           READ ARCHIVO-MAR NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              COMPUTE FH-W = FECHA-MAR * 10000 + HORA-MAR
              IF COD-PACI-MAR NOT = PACI-W
              OR FH-W NOT < FIN-PROX-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 EVALUATE TRUE
                   WHEN FH-W < INI-TURNO-W
                        CONTINUE
                   WHEN FH-W < FIN-TURNO-W
                        IF DOSIS-OMITIDA OR DOSIS-REHUSADA
                           ADD 1 TO DOSIS-OMIT-W
                           PERFORM AGREGAR-DOSIS
                        END-IF
                        IF DOSIS-PENDIENTE
                           ADD 1 TO DOSIS-PEND-W
                           PERFORM AGREGAR-DOSIS
                        END-IF
                   WHEN OTHER
                        IF DOSIS-PENDIENTE
                           ADD 1 TO DOSIS-SIG-W
                           PERFORM AGREGAR-DOSIS
                        END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       AGREGAR-DOSIS.
           IF CANT-DOSIS-W < 15
              ADD 1 TO CANT-DOSIS-W
              MOVE FECHA-MAR   TO FECHA-DOS-W (CANT-DOSIS-W)
              MOVE HORA-MAR    TO HORA-DOS-W (CANT-DOSIS-W)
              MOVE COD-ART-MAR TO ART-DOS-W (CANT-DOSIS-W)
              MOVE DOSIS-MAR   TO DOSIS-DOS-W (CANT-DOSIS-W)
              MOVE ESTADO-MAR  TO ESTADO-DOS-W (CANT-DOSIS-W)
              IF FH-W < FIN-TURNO-W
                 MOVE "A" TO TURNO-DOS-W (CANT-DOSIS-W)
              ELSE
                 MOVE "S" TO TURNO-DOS-W (CANT-DOSIS-W)
              END-IF
           END-IF.

      *    BALANCE DE LIQUIDOS DE LAS ANOTACIONES DENTRO DEL TURNO.

       SUMAR-LIQUIDOS.
           IF HAY-LIQ-W = "S"
              MOVE PACI-W            TO COD-PACI-LIQ
              MOVE FECHA-INI-TURNO-W TO FECHA-LIQ
              MOVE ZEROS             TO HORA-LIQ
              START ARCHIVO-LIQUIDOS KEY IS NOT LESS LLAVE-LIQ
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-LIQUIDOS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF
           COMPUTE BALANCE-W = ADMIN-W - ELIM-W
           MOVE BALANCE-W TO BALANCE-EDIT-W.

       LEER-LIQUIDOS.
           READ ARCHIVO-LIQUIDOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              COMPUTE FH-W = FECHA-LIQ * 10000 + HORA-LIQ
              IF COD-PACI-LIQ NOT = PACI-W
              OR FH-W NOT < FIN-TURNO-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF FH-W NOT < INI-TURNO-W
                    ADD ADMIN-LIQ TO ADMIN-W
                    ADD ELIM-LIQ  TO ELIM-W
                 END-IF
              END-IF
           END-IF.

      *    TAREAS DEL PLAN DE CUIDADOS: PENDIENTES U OMITIDAS DEL
      *    TURNO Y PENDIENTES DEL TURNO SIGUIENTE.

       BUSCAR-TAREAS.
           IF HAY-PLC-W = "S"
              MOVE "T"               TO TIPO-PLC
              MOVE PACI-W            TO COD-PACI-PLC
              MOVE FECHA-INI-TURNO-W TO FECHA-PLC
              MOVE ZEROS             TO HORA-PLC
              START ARCHIVO-PLAN-CUIDADO KEY IS NOT LESS LLAVE-PLC
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-TAREAS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-TAREAS.
           READ ARCHIVO-PLAN-CUIDADO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              COMPUTE FH-W = FECHA-PLC * 10000 + HORA-PLC
              IF TIPO-PLC NOT = "T"
              OR COD-PACI-PLC NOT = PACI-W
              OR FH-W NOT < FIN-PROX-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 EVALUATE TRUE
                   WHEN FH-W < INI-TURNO-W
                        CONTINUE
                   WHEN FH-W < FIN-TURNO-W
                        IF TAREA-OMITIDA
                           ADD 1 TO TAR-OMIT-W
                           PERFORM AGREGAR-TAREA
                        END-IF
                        IF TAREA-PENDIENTE
                           ADD 1 TO TAR-PEND-W
                           PERFORM AGREGAR-TAREA
                        END-IF
                   WHEN OTHER
                        IF TAREA-PENDIENTE
                           ADD 1 TO TAR-SIG-W
                           PERFORM AGREGAR-TAREA
                        END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       AGREGAR-TAREA.
           IF CANT-TAREAS-W < 15
              ADD 1 TO CANT-TAREAS-W
              MOVE FECHA-PLC   TO FECHA-TAR-W (CANT-TAREAS-W)
              MOVE HORA-PLC    TO HORA-TAR-W (CANT-TAREAS-W)
              MOVE DESCRIP-PLC TO DESCRIP-TAR-W (CANT-TAREAS-W)
              MOVE ESTADO-PLC  TO ESTADO-TAR-W (CANT-TAREAS-W)
              IF FH-W < FIN-TURNO-W
                 MOVE "A" TO TURNO-TAR-W (CANT-TAREAS-W)
              ELSE
                 MOVE "S" TO TURNO-TAR-W (CANT-TAREAS-W)
              END-IF
           END-IF.

      *    ORDENES DE LABORATORIO DE LA ESTANCIA AUN SIN VALIDAR.

       BUSCAR-LABORATORIOS.
           IF HAY-LAB-W = "S"
              MOVE "O"        TO TIPO-LAB
              MOVE PACI-W     TO COD-PACI-LAB
              MOVE LOW-VALUES TO COD-EXAMEN-LAB
              MOVE ZEROS      TO FECHA-ORDEN-LAB CONSEC-LAB
              START ARCHIVO-LABORATORIO KEY IS NOT LESS LLAVE-LAB
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-LABORATORIOS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-LABORATORIOS.
           READ ARCHIVO-LABORATORIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-LAB NOT = "O"
              OR COD-PACI-LAB NOT = PACI-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF NOT LAB-VALIDADO
                 AND FECHA-ORDEN-LAB NOT < FECHA-INGRESO-W
                 AND CANT-LAB-W < 15
                    ADD 1 TO CANT-LAB-W
                    MOVE FECHA-ORDEN-LAB TO FECHA-LB-W (CANT-LAB-W)
                    MOVE DESCRIP-LAB     TO DESCRIP-LB-W (CANT-LAB-W)
                    MOVE ESTADO-LAB      TO ESTADO-LB-W (CANT-LAB-W)
                 END-IF
              END-IF
           END-IF.

      *    EVENTOS DE INFECCION DEL PACIENTE DESDE EL INGRESO A LA
      *    CAMA: SE ENTREGAN COMO AISLAMIENTO ACTIVO.

       BUSCAR-AISLAMIENTOS.
           IF HAY-IAA-W = "S"
              MOVE "E"             TO TIPO-IAA
              MOVE PACI-X-W        TO COD1-IAA
              MOVE FECHA-INGRESO-W TO FECHA-IAA
              MOVE ZEROS           TO CONSEC-IAA
              START ARCHIVO-IAAS KEY IS NOT LESS LLAVE-IAA
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-AISLAMIENTOS UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-AISLAMIENTOS.
           READ ARCHIVO-IAAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-IAA NOT = "E"
              OR COD1-IAA NOT = PACI-X-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CANT-AISLA-W < 5
                    ADD 1 TO CANT-AISLA-W
                    MOVE FECHA-IAA  TO FECHA-AIS-W (CANT-AISLA-W)
                    MOVE SITIO-IAA  TO SITIO-AIS-W (CANT-AISLA-W)
                    MOVE GERMEN-IAA TO GERMEN-AIS-W (CANT-AISLA-W)
                 END-IF
              END-IF
           END-IF.

      *    SIN ORDEN DE DIETA EL PACIENTE VA CON DIETA NORMAL (NO).

       BUSCAR-DIETA.
           MOVE "NO" TO TIPO-DIETA-W
           MOVE "N"  TO NPO-W
           IF HAY-DIE-W = "S"
              MOVE PACI-W TO COD-PACI-DIE
              READ ARCHIVO-DIETAS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
                 MOVE TIPO-DIETA-DIE    TO TIPO-DIETA-W
                 MOVE RESTRICCIONES-DIE TO RESTRIC-W
                 IF PACIENTE-NPO
                    MOVE "S" TO NPO-W
                 END-IF
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

      *=================================================================
      * SALIDA DE UNA CAMA EN JSON
      *=================================================================
       ESCRIBIR-CAMA.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*CAMA*:*"            DELIMITED BY SIZE
                  CAMA-CAMA-TAB-W (I-W)  DELIMITED BY SIZE
                  "*,*HABITACION*:*"     DELIMITED BY SIZE
                  HAB-TAB-W (I-W)        DELIMITED BY SIZE
                  "*,*ESTADO_CAMA*:*"    DELIMITED BY SIZE
                  ESTADO-TAB-W (I-W)     DELIMITED BY SIZE
                  "*,*PACIENTE*:*"       DELIMITED BY SIZE
                  PACI-W                 DELIMITED BY SIZE
                  "*,*NOMBRE*:*"         DELIMITED BY SIZE
                  NOMBRE-PACI-W          DELIMITED BY "  "
                  "*,*DIAGNOSTICO*:*"    DELIMITED BY SIZE
                  COD-DIAG-W             DELIMITED BY " "
                  "*,*DESCRIP_DIAG*:*"   DELIMITED BY SIZE
                  DESCRIP-DIAG-W         DELIMITED BY "  "
                  "*,*INGRESO*:*"        DELIMITED BY SIZE
                  FECHA-INGRESO-W        DELIMITED BY SIZE
                  "*,*DIAS_ESTANCIA*:*"  DELIMITED BY SIZE
                  DIAS-ESTANCIA-W        DELIMITED BY SIZE
                  "*,*ALERTA*:*"         DELIMITED BY SIZE
                  ALERTA-CAMA-W          DELIMITED BY SIZE
                  "*,"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           STRING "*EWS*:*"              DELIMITED BY SIZE
                  EWS-ULT-W              DELIMITED BY SIZE
                  "*,*EWS_ANTERIOR*:*"   DELIMITED BY SIZE
                  EWS-ANT-W              DELIMITED BY SIZE
                  "*,*FECHA_EWS*:*"      DELIMITED BY SIZE
                  FECHA-EWS-W            DELIMITED BY SIZE
                  "*,*HORA_EWS*:*"       DELIMITED BY SIZE
                  HORA-EWS-W             DELIMITED BY SIZE
                  "*,*TENDENCIA*:*"      DELIMITED BY SIZE
                  TENDENCIA-W            DELIMITED BY SIZE
                  "*,*ESCALAR*:*"        DELIMITED BY SIZE
                  ESCALAR-W              DELIMITED BY SIZE
                  "*,*ADMINISTRADO*:*"   DELIMITED BY SIZE
                  ADMIN-W                DELIMITED BY SIZE
                  "*,*ELIMINADO*:*"      DELIMITED BY SIZE
                  ELIM-W                 DELIMITED BY SIZE
                  "*,*BALANCE*:*"        DELIMITED BY SIZE
                  BALANCE-EDIT-W         DELIMITED BY SIZE
                  "*,*DIETA*:*"          DELIMITED BY SIZE
                  TIPO-DIETA-W           DELIMITED BY SIZE
                  "*,*RESTRICCIONES*:*"  DELIMITED BY SIZE
                  RESTRIC-W              DELIMITED BY "  "
                  "*,*NPO*:*"            DELIMITED BY SIZE
                  NPO-W                  DELIMITED BY SIZE
                  "*,"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           STRING "*DOSIS_PENDIENTES*:*"   DELIMITED BY SIZE
                  DOSIS-PEND-W             DELIMITED BY SIZE
                  "*,*DOSIS_OMITIDAS*:*"   DELIMITED BY SIZE
                  DOSIS-OMIT-W             DELIMITED BY SIZE
                  "*,*DOSIS_SIGUIENTE*:*"  DELIMITED BY SIZE
                  DOSIS-SIG-W              DELIMITED BY SIZE
                  "*,*TAREAS_PENDIENTES*:*" DELIMITED BY SIZE
                  TAR-PEND-W               DELIMITED BY SIZE
                  "*,*TAREAS_OMITIDAS*:*"  DELIMITED BY SIZE
                  TAR-OMIT-W               DELIMITED BY SIZE
                  "*,*TAREAS_SIGUIENTE*:*" DELIMITED BY SIZE
                  TAR-SIG-W                DELIMITED BY SIZE
                  "*,*DOSIS*:["            DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-DOSIS VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-DOSIS-W
           MOVE "{*FECHA*:**}],*TAREAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-TAREA VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-TAREAS-W
           MOVE "{*FECHA*:**}],*LABORATORIOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-LABORATORIO VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-LAB-W
           MOVE "{*FECHA*:**}],*AISLAMIENTOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-AISLAMIENTO VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-AISLA-W
           MOVE "{*FECHA*:**}]}," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-DOSIS.
           STRING "{*FECHA*:*"           DELIMITED BY SIZE
                  FECHA-DOS-W (J-W)      DELIMITED BY SIZE
                  "*,*HORA*:*"           DELIMITED BY SIZE
                  HORA-DOS-W (J-W)       DELIMITED BY SIZE
                  "*,*ARTICULO*:*"       DELIMITED BY SIZE
                  ART-DOS-W (J-W)        DELIMITED BY "  "
                  "*,*DOSIS*:*"          DELIMITED BY SIZE
                  DOSIS-DOS-W (J-W)      DELIMITED BY "  "
                  "*,*ESTADO*:*"         DELIMITED BY SIZE
                  ESTADO-DOS-W (J-W)     DELIMITED BY SIZE
                  "*,*TURNO*:*"          DELIMITED BY SIZE
                  TURNO-DOS-W (J-W)      DELIMITED BY SIZE
                  "*},"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-TAREA.
           STRING "{*FECHA*:*"           DELIMITED BY SIZE
                  FECHA-TAR-W (J-W)      DELIMITED BY SIZE
                  "*,*HORA*:*"           DELIMITED BY SIZE
                  HORA-TAR-W (J-W)       DELIMITED BY SIZE
                  "*,*DESCRIPCION*:*"    DELIMITED BY SIZE
                  DESCRIP-TAR-W (J-W)    DELIMITED BY "  "
                  "*,*ESTADO*:*"         DELIMITED BY SIZE
                  ESTADO-TAR-W (J-W)     DELIMITED BY SIZE
                  "*,*TURNO*:*"          DELIMITED BY SIZE
                  TURNO-TAR-W (J-W)      DELIMITED BY SIZE
                  "*},"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LABORATORIO.
           STRING "{*FECHA*:*"           DELIMITED BY SIZE
                  FECHA-LB-W (J-W)       DELIMITED BY SIZE
                  "*,*EXAMEN*:*"         DELIMITED BY SIZE
                  DESCRIP-LB-W (J-W)     DELIMITED BY "  "
                  "*,*ESTADO*:*"         DELIMITED BY SIZE
                  ESTADO-LB-W (J-W)      DELIMITED BY SIZE
                  "*},"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-AISLAMIENTO.
           STRING "{*FECHA*:*"           DELIMITED BY SIZE
                  FECHA-AIS-W (J-W)      DELIMITED BY SIZE
                  "*,*SITIO*:*"          DELIMITED BY SIZE
                  SITIO-AIS-W (J-W)      DELIMITED BY "  "
                  "*,*GERMEN*:*"         DELIMITED BY SIZE
                  GERMEN-AIS-W (J-W)     DELIMITED BY "  "
                  "*},"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * SALIDA DE UNA CAMA PARA IMPRIMIR
      *=================================================================
       IMPRIMIR-CAMA.
           STRING "CAMA "                DELIMITED BY SIZE
                  CAMA-CAMA-TAB-W (I-W)  DELIMITED BY SIZE
                  "  HAB. "              DELIMITED BY SIZE
                  HAB-TAB-W (I-W)        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  NOMBRE-PACI-W          DELIMITED BY "  "
                  "  ID "                DELIMITED BY SIZE
                  PACI-W                 DELIMITED BY SIZE
                  "  ESTANCIA "          DELIMITED BY SIZE
                  DIAS-ESTANCIA-W        DELIMITED BY SIZE
                  " DIAS"                DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           IF ESTADO-TAB-W (I-W) = "E"
              STRING LINEA-IMPRESION-W   DELIMITED BY "   "
                     "  EGRESO PENDIENTE" DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE LIN-JSON-W TO LINEA-IMPRESION-W
              MOVE SPACES     TO LIN-JSON-W
           END-IF
           IF ALERTA-CAMA-W = "S"
              STRING LINEA-IMPRESION-W   DELIMITED BY "   "
                     "  - CON ALERTA -"  DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              MOVE LIN-JSON-W TO LINEA-IMPRESION-W
              MOVE SPACES     TO LIN-JSON-W
           END-IF
           PERFORM ESCRIBIR-LINEA-IMPRESION

           STRING "   DX: "              DELIMITED BY SIZE
                  COD-DIAG-W             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  DESCRIP-DIAG-W         DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION

           EVALUATE TENDENCIA-W
             WHEN "S" MOVE "SUBE"         TO NOMBRE-ESTADO-W
             WHEN "B" MOVE "BAJA"         TO NOMBRE-ESTADO-W
             WHEN "I" MOVE "IGUAL"        TO NOMBRE-ESTADO-W
             WHEN OTHER MOVE "SIN PREVIA" TO NOMBRE-ESTADO-W
           END-EVALUATE
           STRING "   EWS: "             DELIMITED BY SIZE
                  EWS-ULT-W              DELIMITED BY SIZE
                  "  ("                  DELIMITED BY SIZE
                  FECHA-EWS-W            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  HORA-EWS-W             DELIMITED BY SIZE
                  ")  ANTERIOR: "        DELIMITED BY SIZE
                  EWS-ANT-W              DELIMITED BY SIZE
                  "  TENDENCIA: "        DELIMITED BY SIZE
                  NOMBRE-ESTADO-W        DELIMITED BY SIZE
                  "  ESCALAR: "          DELIMITED BY SIZE
                  ESCALAR-W              DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION

           STRING "   LIQUIDOS DEL TURNO"  DELIMITED BY SIZE
                  "  ADMINISTRADO: "     DELIMITED BY SIZE
                  ADMIN-W                DELIMITED BY SIZE
                  "  ELIMINADO: "        DELIMITED BY SIZE
                  ELIM-W                 DELIMITED BY SIZE
                  "  BALANCE: "          DELIMITED BY SIZE
                  BALANCE-EDIT-W         DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION

           STRING "   DIETA: "           DELIMITED BY SIZE
                  TIPO-DIETA-W           DELIMITED BY SIZE
                  "  NPO: "              DELIMITED BY SIZE
                  NPO-W                  DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  RESTRIC-W              DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION

           PERFORM IMPRIMIR-DOSIS VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-DOSIS-W
           PERFORM IMPRIMIR-TAREA VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-TAREAS-W
           PERFORM IMPRIMIR-LABORATORIO VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-LAB-W
           PERFORM IMPRIMIR-AISLAMIENTO VARYING J-W FROM 1 BY 1
                   UNTIL J-W > CANT-AISLA-W
           PERFORM ESCRIBIR-LINEA-IMPRESION.

       IMPRIMIR-DOSIS.
           EVALUATE ESTADO-DOS-W (J-W)
             WHEN "O"   MOVE "OMITIDA"       TO NOMBRE-ESTADO-W
             WHEN "R"   MOVE "REHUSADA"      TO NOMBRE-ESTADO-W
             WHEN OTHER MOVE "SIN APLICAR"   TO NOMBRE-ESTADO-W
           END-EVALUATE
           IF TURNO-DOS-W (J-W) = "S"
              MOVE "PROXIMO TURNO" TO NOMBRE-ESTADO-W
           END-IF
           STRING "   DOSIS "            DELIMITED BY SIZE
                  FECHA-DOS-W (J-W)      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  HORA-DOS-W (J-W)       DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ART-DOS-W (J-W)        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  DOSIS-DOS-W (J-W)      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  NOMBRE-ESTADO-W        DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION.

       IMPRIMIR-TAREA.
           IF ESTADO-TAR-W (J-W) = "O"
              MOVE "OMITIDA"       TO NOMBRE-ESTADO-W
           ELSE
              MOVE "PENDIENTE"     TO NOMBRE-ESTADO-W
           END-IF
           IF TURNO-TAR-W (J-W) = "S"
              MOVE "PROXIMO TURNO" TO NOMBRE-ESTADO-W
           END-IF
           STRING "   TAREA "            DELIMITED BY SIZE
                  FECHA-TAR-W (J-W)      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  HORA-TAR-W (J-W)       DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  DESCRIP-TAR-W (J-W)    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  NOMBRE-ESTADO-W        DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION.

       IMPRIMIR-LABORATORIO.
           STRING "   LABORATORIO PENDIENTE " DELIMITED BY SIZE
                  FECHA-LB-W (J-W)       DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  DESCRIP-LB-W (J-W)     DELIMITED BY SIZE
                  " ESTADO "             DELIMITED BY SIZE
                  ESTADO-LB-W (J-W)      DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION.

       IMPRIMIR-AISLAMIENTO.
           STRING "   AISLAMIENTO DESDE " DELIMITED BY SIZE
                  FECHA-AIS-W (J-W)      DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  SITIO-AIS-W (J-W)      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  GERMEN-AIS-W (J-W)     DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION.

      *=================================================================
      * OPC "R" - RECIBO DEL TURNO POR QUIEN LO RECIBE
      *=================================================================
       RECIBIR-ENTREGA.
           IF OPER-LLEGAD-W = SPACES
              MOVE "Falta el operador que recibe"      TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           PERFORM LEER-ENTREGA
           IF ENTREGA-RECIBIDA
              MOVE "La entrega ya fue recibida"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF OPER-LLEGAD-W = OPER-ENTREGA-ENT
              MOVE "Quien recibe no puede ser quien entrega"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "R"             TO ESTADO-ENT
           MOVE OPER-LLEGAD-W   TO OPER-RECIBE-ENT
           MOVE FECHA-HOY-W     TO FECHA-REC-ENT
           MOVE HORA-W          TO HORA-REC-ENT
           MOVE OBSERV-LLEGAD-W TO OBSERV-REC-ENT
           REWRITE REG-ENTREGA END-REWRITE

           MOVE CAMAS-ENT  TO NRO-EDIT-W
           MOVE ESTADO-ENT TO RESPUESTA-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "L" - ENTREGAS DEL SERVICIO ENTRE FECHAS; LA RESPUESTA
      *           LLEVA "S" SI HAY ALGUNA PENDIENTE DE RECIBO.
      *=================================================================
       LISTAR-ENTREGAS.
           IF SERVICIO-LLEGAD-W = SPACES
              MOVE "Falta el servicio"                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*ENTREGAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "E"               TO TIPO-ENT
           MOVE SERVICIO-LLEGAD-W TO COD1-ENT
           MOVE FECHA-LLEGAD-W    TO FECHA-ENT
           MOVE LOW-VALUES        TO TURNO-ENT CLASE-ENT
           START ARCHIVO-ENTREGAS KEY IS NOT LESS LLAVE-ENT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-ENTREGAS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*SERVICIO*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  CANT-LISTA-W                 DELIMITED BY SIZE
                  "*,*PENDIENTES*:*"           DELIMITED BY SIZE
                  CANT-PEND-W                  DELIMITED BY SIZE
                  "*}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE CANT-LISTA-W TO NRO-EDIT-W
           IF CANT-PEND-W > 0
              MOVE "S" TO RESPUESTA-W
           ELSE
              MOVE "N" TO RESPUESTA-W
           END-IF
           GO TO CERRAR-ARCHIVOS.

       LEER-ENTREGAS.
           READ ARCHIVO-ENTREGAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-ENT NOT = "E"
              OR COD1-ENT NOT = SERVICIO-LLEGAD-W
              OR FECHA-ENT > FECHA-FIN-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-LISTA-W
                 IF ENTREGA-PENDIENTE
                    ADD 1 TO CANT-PEND-W
                 END-IF
                 PERFORM ESCRIBIR-ENTREGA
                 MOVE "," TO LIN-JSON-W
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ESCRIBIR-ENTREGA.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*SERVICIO*:*"        DELIMITED BY SIZE
                  COD1-ENT               DELIMITED BY " "
                  "*,*FECHA*:*"          DELIMITED BY SIZE
                  FECHA-ENT              DELIMITED BY SIZE
                  "*,*TURNO*:*"          DELIMITED BY SIZE
                  TURNO-ENT              DELIMITED BY SIZE
                  "*,*CLASE*:*"          DELIMITED BY SIZE
                  CLASE-ENT              DELIMITED BY SIZE
                  "*,*ESTADO*:*"         DELIMITED BY SIZE
                  ESTADO-ENT             DELIMITED BY SIZE
                  "*,*ENTREGA*:*"        DELIMITED BY SIZE
                  OPER-ENTREGA-ENT       DELIMITED BY SIZE
                  "*,*FECHA_GEN*:*"      DELIMITED BY SIZE
                  FECHA-GEN-ENT          DELIMITED BY SIZE
                  "*,*HORA_GEN*:*"       DELIMITED BY SIZE
                  HORA-GEN-ENT           DELIMITED BY SIZE
                  "*,*CAMAS*:*"          DELIMITED BY SIZE
                  CAMAS-ENT              DELIMITED BY SIZE
                  "*,*ALERTAS*:*"        DELIMITED BY SIZE
                  ALERTAS-ENT            DELIMITED BY SIZE
                  "*,*RECIBE*:*"         DELIMITED BY SIZE
                  OPER-RECIBE-ENT        DELIMITED BY SIZE
                  "*,*FECHA_REC*:*"      DELIMITED BY SIZE
                  FECHA-REC-ENT          DELIMITED BY SIZE
                  "*,*HORA_REC*:*"       DELIMITED BY SIZE
                  HORA-REC-ENT           DELIMITED BY SIZE
                  "*,"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*NOTA*:*"             DELIMITED BY SIZE
                  NOTA-ENT               DELIMITED BY "  "
                  "*,*OBSERV_REC*:*"     DELIMITED BY SIZE
                  OBSERV-REC-ENT         DELIMITED BY "  "
                  "*}"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "X" - DIAGNOSTICO DE TRABAJO DEL PACIENTE HOSPITALIZADO
      *=================================================================
       GRABAR-DIAGNOSTICO.
           IF PACI-LLEGAD-W = ZEROS
           OR OPER-LLEGAD-W = SPACES
              MOVE "Faltan paciente u operador"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF COD-DIAG-LLEGAD-W = SPACES
           AND DIAGNOSTICO-LLEGAD-W = SPACES
              MOVE "Falta el diagnostico"              TO MSJ2-HTML
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

           MOVE PACI-LLEGAD-W TO PACI-W
           MOVE PACI-W        TO PACI-X-W
           MOVE "D"      TO TIPO-ENT
           MOVE PACI-X-W TO COD1-ENT
           MOVE ZEROS    TO FECHA-ENT
           MOVE SPACES   TO TURNO-ENT CLASE-ENT
           MOVE "S" TO SW-EXISTE-W
           READ ARCHIVO-ENTREGAS
                INVALID KEY MOVE "N" TO SW-EXISTE-W
           END-READ
           MOVE "00" TO OTR-STAT
           IF SW-EXISTE-W = "N"
              INITIALIZE REG-ENTREGA
              MOVE "D"      TO TIPO-ENT
              MOVE PACI-X-W TO COD1-ENT
              MOVE ZEROS    TO FECHA-ENT
              MOVE SPACES   TO TURNO-ENT CLASE-ENT
           END-IF

           MOVE COD-DIAG-LLEGAD-W    TO COD-DIAG-ENT
           MOVE DIAGNOSTICO-LLEGAD-W TO DESCRIP-DIAG-ENT
           MOVE OPER-LLEGAD-W        TO OPER-ENTREGA-ENT
           MOVE FECHA-HOY-W          TO FECHA-GEN-ENT
           MOVE HORA-W               TO HORA-GEN-ENT
           IF SW-EXISTE-W = "S"
              REWRITE REG-ENTREGA END-REWRITE
           ELSE
              WRITE REG-ENTREGA END-WRITE
           END-IF

           MOVE SW-EXISTE-W TO RESPUESTA-W
           GO TO CERRAR-ARCHIVOS.

       ERROR-DATOS.
           CLOSE ARCHIVO-ENTREGAS
           MOVE "99"                             TO MSJ1-HTML
           MOVE "HC850"                          TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ENTREGAS.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|"        DELIMITED BY SIZE
                  NRO-EDIT-W   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  RESPUESTA-W  DELIMITED BY SIZE
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

       ESCRIBIR-LINEA-IMPRESION.
           INSPECT LINEA-IMPRESION-W REPLACING ALL "*" BY " "
           INSPECT LINEA-IMPRESION-W REPLACING ALL CARAC-COMILLA BY " "
           PERFORM MEDIR-LINEA VARYING LARGO-W FROM 200 BY -1
                   UNTIL LARGO-W = 1
                      OR LINEA-IMPRESION-W(LARGO-W:1) NOT = SPACE
           MOVE SPACES TO LIN-JSON-W
           STRING "{*L*:*"                        DELIMITED BY SIZE
                  LINEA-IMPRESION-W(1:LARGO-W)    DELIMITED BY SIZE
                  "*},"                           DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           MOVE SPACES TO LINEA-IMPRESION-W.

       MEDIR-LINEA.
           CONTINUE.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
