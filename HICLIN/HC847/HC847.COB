      *=================================================================
      * HISTORIA CLINICA - DATOS ESTRUCTURADOS DE LA HISTORIA DE
      * ONCOLOGIA PARA EL REPORTE DE CANCER DE LA CUENTA DE ALTO COSTO
      * (RESOLUCION 0247), UN REGISTRO POR PACIENTE Y NEOPLASIA
      * PRIMARIA EN SC-ONCAC. LA PANTALLA DE LA HISTORIA DE ONCOLOGIA
      * (HC9004) LOS MANDA POR BLOQUES EN LAS VARIABLES "diagnostico",
      * "quimio", "cirugia", "radio", "otros" Y "seguimiento", CADA
      * UNO CON SUS CAMPOS SEPARADOS POR "|" EN EL ORDEN DE
      * FD-ONCAC; EL BLOQUE QUE NO LLEGA NO SE TOCA.
      *   - OPC "N": NEOPLASIAS REGISTRADAS DEL PACIENTE.
      *   - OPC "C": DATOS DE UNA NEOPLASIA, POR BLOQUES.
      *   - OPC "G": GRABA LOS BLOQUES (NEOPLASIA EN CERO ES NUEVA) Y
      *     DEVUELVE LA VERIFICACION DE COMPLETITUD.
      *   - OPC "V": VERIFICA LA NEOPLASIA CONTRA EL CORTE Y DEVUELVE
      *     LAS VARIABLES QUE FALTAN O NO PASAN LAS VALIDACIONES.
      *   - OPC "P": PACIENTES DEL PERIODO CON VARIABLES FALTANTES,
      *     PARA QUE EL ONCOLOGO LAS DILIGENCIE ANTES DEL CIERRE.
      *   - OPC "F": PLANO DEL REPORTE PARA LA FECHA DE CORTE CON LAS
      *     NEOPLASIAS COMPLETAS; LAS DEMAS SE CUENTAN COMO PENDIENTES.
      * EL PERIODO ES EL ANO QUE TERMINA EN LA FECHA DE CORTE (SIN
      * CORTE, EL 1 DE ENERO DEL ANO EN CURSO): ENTRAN LAS NEOPLASIAS
      * DIAGNOSTICADAS HASTA EL CORTE, MENOS LAS DE PACIENTES
      * FALLECIDOS O DESAFILIADOS ANTES DE INICIAR EL PERIODO.
      * SALIDA: C:\PROSOFT\TEMP\CAC-CANCER-<AAAAMMDD>.TXT, UN REGISTRO
      * POR NEOPLASIA, CAMPOS SEPARADOS POR TABULADOR:
      *   TIPO_ID NRO_ID NOMBRE FEC_NAC SEXO OCUPACION REGIMEN EPS
      *   ETNIA MUNICIPIO TELEFONO
      *   CIE10 FEC_DX FEC_REMISION FEC_INGRESO TIPO_ESTUDIO
      *   MOTIVO_NO_HISTO FEC_MUESTRA FEC_INFORME IPS_DX FEC_1RA_CONS
      *   HISTOLOGIA GRADO_DIF ESTADIO TNM FEC_ESTADIF HER2 RES_HER2
      *   DUKES ESTADIF_HEMATO RIESGO GLEASON OBJ_TRATAMIENTO
      *   OBJ_INTERVENCION OTRO_PRIMARIO FEC_OTRO_PRIMARIO
      *   CIE10_OTRO_PRIMARIO
      *   QT FASES CICLOS UBICACION FEC_INI IPS MEDICAMENTOS ESQUEMA
      *   INTRATECAL FEC_FIN CARACTERISTICA MOTIVO_FIN
      *   CX NRO_CX FEC_1RA IPS CUPS UBICACION FEC_ULTIMA MOTIVO_ULT
      *   CUPS_ULT ESTADO_VITAL_POS
      *   RT SESIONES FEC_INI UBICACION TIPO IPS FEC_FIN
      *   CARACTERISTICA MOTIVO_FIN
      *   TPH TIPO UBICACION FECHA IPS RECONSTRUCTIVA FECHA IPS
      *   PALIATIVO FECHA IPS PSIQUIATRIA FECHA NUTRICION FECHA
      *   SOPORTE_NUTRICIONAL
      *   RESULTADO ESTADO_VITAL NOV_ADMIN NOV_CLINICA FEC_MUERTE
      *   CAUSA_MUERTE FEC_ULT_CONTACTO FEC_DESAFILIACION FEC_CORTE
      * FECHAS AAAA-MM-DD; SI/NO 1/2; SIN DATO QUE NO APLICA 98 Y
      * FECHA 1800-01-01; FECHA DESCONOCIDA 1845-01-01.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC847".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-ONCAC.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".

           SELECT ARCHIVO-EXPORTA
                  ASSIGN NOM-EXP-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-ONCAC.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".

       FD  ARCHIVO-EXPORTA
           LABEL RECORD STANDARD.
       01  REG-EXPORTA                PIC X(1200).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-ONC-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-EXP-W              PIC X(90).
       77 NOM-PLANO-W            PIC X(90).
       77 TAB-W                  PIC X     VALUE X"09".

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(4).
             03 FILLER              PIC X(25).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 NEO-LLEGAD-W           PIC 9.
          02 CORTE-LLEGAD-W         PIC 9(8).

       01 BLOQUES-LLEGADA-W.
          02 LINEA-DX-W             PIC X(500).
          02 LINEA-QT-W             PIC X(500).
          02 LINEA-CX-W             PIC X(500).
          02 LINEA-RT-W             PIC X(500).
          02 LINEA-OTROS-W          PIC X(500).
          02 LINEA-SEGUIM-W         PIC X(500).

       01 VARIABLES.
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 CANT-PEND-W        PIC 9(5) VALUE 0.
          02 FECHA-HOY-W        PIC 9(8).
          02 CORTE-W            PIC 9(8).
          02 INICIO-PERIODO-W   PIC 9(8).
          02 SW-PACI-W          PIC X.
          02 SW-NUEVO-W         PIC X.
          02 SW-PERIODO-W       PIC X.
          02 SW-CIE-W           PIC X.
          02 NO-APLICA-W        PIC X.
          02 CIE-W              PIC X(4).
          02 CIE-R REDEFINES CIE-W.
             03 LETRA-CIE-W     PIC X.
             03 NUM-CIE-W       PIC 99.
             03 FILLER          PIC X.
          02 FECHA-CAMPO-W      PIC 9(8).
          02 FECHA-CAMPO-R REDEFINES FECHA-CAMPO-W.
             03 ANO-CAMPO-W     PIC 9(4).
             03 MES-CAMPO-W     PIC 99.
             03 DIA-CAMPO-W     PIC 99.
          02 FECHA-CAC-W.
             03 ANO-CAC-W       PIC 9(4).
             03 FILLER          PIC X     VALUE "-".
             03 MES-CAC-W       PIC 99.
             03 FILLER          PIC X     VALUE "-".
             03 DIA-CAC-W       PIC 99.
          02 CAMPO-W            PIC X(60).
          02 NUM-W              PIC 9(11).
          02 CEROS-W            PIC 99.
          02 PUNT-W             PIC 9(4).
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.

       01 FALTAS-W.
          02 CANT-FALTAS-W      PIC 99.
          02 FALTA-W            PIC X(60).
          02 TABLA-FALTAS-W.
             03 FALTA-TAB-W     PIC X(60) OCCURS 40.

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
              MOVE "HC847"                 TO MSJ3-HTML
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
              MOVE "HC847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ONCAC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ONCO-CAC.
       ESCR-EXCEP-ONCAC.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ONC-W               TO MSJ2-HTML
              MOVE "HC847"                 TO MSJ3-HTML
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
              MOVE "HC847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EXPORTA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EXPORTA.
       ESCR-EXCEP-EXPORTA.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-EXP-W               TO MSJ2-HTML
              MOVE "HC847"                 TO MSJ3-HTML
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
              MOVE "HC847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "HC847" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, NEO-LLEGAD-W,
                   CORTE-LLEGAD-W
           END-UNSTRING.

           MOVE "diagnostico" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-DX-W

           MOVE "quimio" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-QT-W

           MOVE "cirugia" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-CX-W

           MOVE "radio" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-RT-W

           MOVE "otros" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-OTROS-W

           MOVE "seguimiento" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-SEGUIM-W

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
              MOVE "HC847"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-ONC-W
           MOVE "\\" TO NOM-ONC-W

           INSPECT NOM-ONC-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ONC-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ONC-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           INSPECT NOM-ONC-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-ONCAC.DAT"

           MOVE NOM-ONC-W TO PACIE-W
           INSPECT PACIE-W REPLACING FIRST "SC-ONCAC.DAT"
                                        BY "SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC847-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-ONCO-CAC.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ONCO-CAC
              CLOSE       ARCHIVO-ONCO-CAC
              OPEN I-O    ARCHIVO-ONCO-CAC
           END-IF.
           OPEN INPUT ARCHIVO-PACIENTES.

           MOVE FECHA-TOTAL TO FECHA-HOY-W
           MOVE CORTE-LLEGAD-W TO CORTE-W
           IF CORTE-W = ZEROS
              COMPUTE CORTE-W = ANO-TOTAL * 10000 + 101
           END-IF
           COMPUTE INICIO-PERIODO-W = CORTE-W - 10000

           EVALUATE OPC-LLEGAD-W
             WHEN "N"   GO TO LISTAR-NEOPLASIAS
             WHEN "C"   GO TO CONSULTAR-NEOPLASIA
             WHEN "G"   GO TO GRABAR-NEOPLASIA
             WHEN "V"   GO TO VERIFICAR-UNA
             WHEN "P"   GO TO LISTAR-PENDIENTES
             WHEN "F"   GO TO PLANO-CAC
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "N" - NEOPLASIAS REGISTRADAS DEL PACIENTE
      *=================================================================
       LISTAR-NEOPLASIAS.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*NEOPLASIAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE PACI-LLEGAD-W TO COD-PACI-ONC
           MOVE ZEROS         TO NRO-NEO-ONC
           START ARCHIVO-ONCO-CAC KEY IS NOT LESS LLAVE-ONC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-NEOPLASIAS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NEO*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W           DELIMITED BY SIZE
                  "}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-NEOPLASIAS.
           READ ARCHIVO-ONCO-CAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-ONC NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-LISTA-W
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*NEO*:*"          DELIMITED BY SIZE
                        NRO-NEO-ONC         DELIMITED BY SIZE
                        "*,*CIE10*:*"       DELIMITED BY SIZE
                        CIE10-ONC           DELIMITED BY SIZE
                        "*,*FECHA_DX*:*"    DELIMITED BY SIZE
                        FECHA-DX-ONC        DELIMITED BY SIZE
                        "*,*COMPLETO*:*"    DELIMITED BY SIZE
                        COMPLETO-ONC        DELIMITED BY SIZE
                        "*,*FALTAN*:*"      DELIMITED BY SIZE
                        FALTAN-ONC          DELIMITED BY SIZE
                        "*,*OPER_MOD*:*"    DELIMITED BY SIZE
                        OPER-MOD-ONC        DELIMITED BY SIZE
                        "*,*FECHA_MOD*:*"   DELIMITED BY SIZE
                        FECHA-MOD-ONC       DELIMITED BY SIZE
                        "*},"               DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "C" - DATOS DE LA NEOPLASIA EN LOS MISMOS BLOQUES CON QUE
      *           LOS MANDA LA PANTALLA
      *=================================================================
       CONSULTAR-NEOPLASIA.
           PERFORM LEER-NEOPLASIA
           PERFORM ARMAR-BLOQUES

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-ONC        DELIMITED BY SIZE
                  "*,*NEO*:*"         DELIMITED BY SIZE
                  NRO-NEO-ONC         DELIMITED BY SIZE
                  "*,*COMPLETO*:*"    DELIMITED BY SIZE
                  COMPLETO-ONC        DELIMITED BY SIZE
                  "*,*FALTAN*:*"      DELIMITED BY SIZE
                  FALTAN-ONC          DELIMITED BY SIZE
                  "*,*OPER_CREA*:*"   DELIMITED BY SIZE
                  OPER-CREA-ONC       DELIMITED BY SIZE
                  "*,*FECHA_CREA*:*"  DELIMITED BY SIZE
                  FECHA-CREA-ONC      DELIMITED BY SIZE
                  "*,*OPER_MOD*:*"    DELIMITED BY SIZE
                  OPER-MOD-ONC        DELIMITED BY SIZE
                  "*,*FECHA_MOD*:*"   DELIMITED BY SIZE
                  FECHA-MOD-ONC       DELIMITED BY SIZE
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           STRING "*DIAGNOSTICO*:*"   DELIMITED BY SIZE
                  LINEA-DX-W          DELIMITED BY "  "
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*QUIMIO*:*"        DELIMITED BY SIZE
                  LINEA-QT-W          DELIMITED BY "  "
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*CIRUGIA*:*"       DELIMITED BY SIZE
                  LINEA-CX-W          DELIMITED BY "  "
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*RADIO*:*"         DELIMITED BY SIZE
                  LINEA-RT-W          DELIMITED BY "  "
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*OTROS*:*"         DELIMITED BY SIZE
                  LINEA-OTROS-W       DELIMITED BY "  "
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*SEGUIMIENTO*:*"   DELIMITED BY SIZE
                  LINEA-SEGUIM-W      DELIMITED BY "  "
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE NRO-NEO-ONC TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-NEOPLASIA.
           MOVE PACI-LLEGAD-W TO COD-PACI-ONC
           MOVE NEO-LLEGAD-W  TO NRO-NEO-ONC
           READ ARCHIVO-ONCO-CAC
                INVALID KEY
                   MOVE "Neoplasia no registrada"  TO MSJ2-HTML
                   GO TO ERROR-DATOS
           END-READ.

       ARMAR-BLOQUES.
           MOVE SPACES TO BLOQUES-LLEGADA-W
           STRING CIE10-ONC           DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  FECHA-DX-ONC        DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-REMISION-ONC  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-INGRESO-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  TIPO-ESTUDIO-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  MOTIVO-NO-HISTO-ONC DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-MUESTRA-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-INFORME-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-DX-ONC          DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  FECHA-1RA-CONS-ONC  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  HISTOLOGIA-ONC      DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  GRADO-DIF-ONC       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ESTADIF-ONC         DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  TNM-ONC             DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  FECHA-ESTADIF-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  HER2-REALIZADO-ONC  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  HER2-RESULT-ONC     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  DUKES-ONC           DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ESTADIF-HEMATO-ONC  DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  RIESGO-HEMATO-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  GLEASON-ONC         DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  OBJETIVO-TRAT-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  OBJETIVO-INTERV-ONC DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ANTEC-CANCER-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-ANTEC-ONC     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  CIE10-ANTEC-ONC     DELIMITED BY " "
                  INTO LINEA-DX-W
           END-STRING

           STRING RECIBIO-QT-ONC      DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  NRO-FASES-QT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  NRO-CICLOS-QT-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  UBIC-TEMP-QT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-INI-QT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-QT-ONC          DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  NRO-MEDIC-QT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ESQUEMA-QT-ONC      DELIMITED BY "  "
                  "|"                 DELIMITED BY SIZE
                  INTRATECAL-QT-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-FIN-QT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  CARACT-QT-ONC       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  MOTIVO-FIN-QT-ONC   DELIMITED BY SIZE
                  INTO LINEA-QT-W
           END-STRING

           STRING RECIBIO-CX-ONC      DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  NRO-CX-ONC          DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-1RA-CX-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-CX-ONC          DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  CUPS-CX-ONC         DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  UBIC-TEMP-CX-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-ULT-CX-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  MOTIVO-ULT-CX-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  CUPS-ULT-CX-ONC     DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  VITAL-POS-CX-ONC    DELIMITED BY SIZE
                  INTO LINEA-CX-W
           END-STRING

           STRING RECIBIO-RT-ONC      DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  NRO-SESIONES-RT-ONC DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-INI-RT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  UBIC-TEMP-RT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  TIPO-RT-ONC         DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-RT-ONC          DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  FECHA-FIN-RT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  CARACT-RT-ONC       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  MOTIVO-FIN-RT-ONC   DELIMITED BY SIZE
                  INTO LINEA-RT-W
           END-STRING

           STRING RECIBIO-TPH-ONC     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  TIPO-TPH-ONC        DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  UBIC-TEMP-TPH-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-TPH-ONC       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-TPH-ONC         DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  RECIBIO-RECONST-ONC DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-RECONST-ONC   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-RECONST-ONC     DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  RECIBIO-PALIAT-ONC  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-PALIAT-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  IPS-PALIAT-ONC      DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  RECIBIO-PSIQ-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-PSIQ-ONC      DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  RECIBIO-NUTRIC-ONC  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-NUTRIC-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  SOPORTE-NUTRIC-ONC  DELIMITED BY SIZE
                  INTO LINEA-OTROS-W
           END-STRING

           STRING RESULTADO-TRAT-ONC  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ESTADO-VITAL-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  NOVEDAD-ADMIN-ONC   DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  NOVEDAD-CLINICA-ONC DELIMITED BY " "
                  "|"                 DELIMITED BY SIZE
                  FECHA-MUERTE-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  CAUSA-MUERTE-ONC    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-ULT-CONTACTO-ONC DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FECHA-DESAFIL-ONC   DELIMITED BY SIZE
                  INTO LINEA-SEGUIM-W
           END-STRING.

      *=================================================================
      * OPC "G" - GRABA LOS BLOQUES QUE LLEGAN. LA NEOPLASIA NUEVA
      *           TOMA EL SIGUIENTE NUMERO DEL PACIENTE Y EXIGE EL
      *           BLOQUE DE DIAGNOSTICO.
      *=================================================================
       GRABAR-NEOPLASIA.
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY
                   MOVE "Paciente no existe"       TO MSJ2-HTML
                   GO TO ERROR-DATOS
           END-READ
           MOVE "S" TO SW-PACI-W

           IF NEO-LLEGAD-W = ZEROS
              PERFORM NUEVA-NEOPLASIA
           ELSE
              PERFORM LEER-NEOPLASIA
              MOVE "N" TO SW-NUEVO-W
           END-IF

           IF LINEA-DX-W NOT = SPACES
              INITIALIZE DATOS-DX-ONC
              UNSTRING LINEA-DX-W DELIMITED BY "|"
                 INTO CIE10-ONC, FECHA-DX-ONC, FECHA-REMISION-ONC,
                      FECHA-INGRESO-ONC, TIPO-ESTUDIO-ONC,
                      MOTIVO-NO-HISTO-ONC, FECHA-MUESTRA-ONC,
                      FECHA-INFORME-ONC, IPS-DX-ONC,
                      FECHA-1RA-CONS-ONC, HISTOLOGIA-ONC,
                      GRADO-DIF-ONC, ESTADIF-ONC, TNM-ONC,
                      FECHA-ESTADIF-ONC, HER2-REALIZADO-ONC,
                      HER2-RESULT-ONC, DUKES-ONC, ESTADIF-HEMATO-ONC,
                      RIESGO-HEMATO-ONC, GLEASON-ONC,
                      OBJETIVO-TRAT-ONC, OBJETIVO-INTERV-ONC,
                      ANTEC-CANCER-ONC, FECHA-ANTEC-ONC,
                      CIE10-ANTEC-ONC
              END-UNSTRING
           END-IF

           MOVE CIE10-ONC TO CIE-W
           PERFORM REVISAR-CIE
           IF SW-CIE-W NOT = "S"
              MOVE "Codigo CIE-10 de la neoplasia no valido"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF LINEA-QT-W NOT = SPACES
              INITIALIZE DATOS-QT-ONC
              UNSTRING LINEA-QT-W DELIMITED BY "|"
                 INTO RECIBIO-QT-ONC, NRO-FASES-QT-ONC,
                      NRO-CICLOS-QT-ONC, UBIC-TEMP-QT-ONC,
                      FECHA-INI-QT-ONC, IPS-QT-ONC,
                      NRO-MEDIC-QT-ONC, ESQUEMA-QT-ONC,
                      INTRATECAL-QT-ONC, FECHA-FIN-QT-ONC,
                      CARACT-QT-ONC, MOTIVO-FIN-QT-ONC
              END-UNSTRING
              IF RECIBIO-QT-ONC = "N"
                 INITIALIZE DATOS-QT-ONC
                 MOVE "N" TO RECIBIO-QT-ONC
              END-IF
           END-IF

           IF LINEA-CX-W NOT = SPACES
              INITIALIZE DATOS-CX-ONC
              UNSTRING LINEA-CX-W DELIMITED BY "|"
                 INTO RECIBIO-CX-ONC, NRO-CX-ONC, FECHA-1RA-CX-ONC,
                      IPS-CX-ONC, CUPS-CX-ONC, UBIC-TEMP-CX-ONC,
                      FECHA-ULT-CX-ONC, MOTIVO-ULT-CX-ONC,
                      CUPS-ULT-CX-ONC, VITAL-POS-CX-ONC
              END-UNSTRING
              IF RECIBIO-CX-ONC = "N"
                 INITIALIZE DATOS-CX-ONC
                 MOVE "N" TO RECIBIO-CX-ONC
              END-IF
           END-IF

           IF LINEA-RT-W NOT = SPACES
              INITIALIZE DATOS-RT-ONC
              UNSTRING LINEA-RT-W DELIMITED BY "|"
                 INTO RECIBIO-RT-ONC, NRO-SESIONES-RT-ONC,
                      FECHA-INI-RT-ONC, UBIC-TEMP-RT-ONC,
                      TIPO-RT-ONC, IPS-RT-ONC, FECHA-FIN-RT-ONC,
                      CARACT-RT-ONC, MOTIVO-FIN-RT-ONC
              END-UNSTRING
              IF RECIBIO-RT-ONC = "N"
                 INITIALIZE DATOS-RT-ONC
                 MOVE "N" TO RECIBIO-RT-ONC
              END-IF
           END-IF

           IF LINEA-OTROS-W NOT = SPACES
              INITIALIZE DATOS-OTROS-ONC
              UNSTRING LINEA-OTROS-W DELIMITED BY "|"
                 INTO RECIBIO-TPH-ONC, TIPO-TPH-ONC,
                      UBIC-TEMP-TPH-ONC, FECHA-TPH-ONC, IPS-TPH-ONC,
                      RECIBIO-RECONST-ONC, FECHA-RECONST-ONC,
                      IPS-RECONST-ONC, RECIBIO-PALIAT-ONC,
                      FECHA-PALIAT-ONC, IPS-PALIAT-ONC,
                      RECIBIO-PSIQ-ONC, FECHA-PSIQ-ONC,
                      RECIBIO-NUTRIC-ONC, FECHA-NUTRIC-ONC,
                      SOPORTE-NUTRIC-ONC
              END-UNSTRING
           END-IF

           IF LINEA-SEGUIM-W NOT = SPACES
              INITIALIZE DATOS-SEGUIM-ONC
              UNSTRING LINEA-SEGUIM-W DELIMITED BY "|"
                 INTO RESULTADO-TRAT-ONC, ESTADO-VITAL-ONC,
                      NOVEDAD-ADMIN-ONC, NOVEDAD-CLINICA-ONC,
                      FECHA-MUERTE-ONC, CAUSA-MUERTE-ONC,
                      FECHA-ULT-CONTACTO-ONC, FECHA-DESAFIL-ONC
              END-UNSTRING
              IF ONC-VIVO
                 MOVE ZEROS TO FECHA-MUERTE-ONC
                 MOVE SPACE TO CAUSA-MUERTE-ONC
              END-IF
           END-IF

           PERFORM VERIFICAR-NEOPLASIA
           MOVE ID-SESION-LLEGAD-W TO OPER-MOD-ONC
           MOVE FECHA-HOY-W        TO FECHA-MOD-ONC

           IF SW-NUEVO-W = "S"
              WRITE REG-ONCO-CAC END-WRITE
           ELSE
              REWRITE REG-ONCO-CAC END-REWRITE
           END-IF

           GO TO ESCRIBIR-FALTAS.

       NUEVA-NEOPLASIA.
           IF LINEA-DX-W = SPACES
              MOVE "Falta el bloque de diagnostico" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE PACI-LLEGAD-W TO COD-PACI-ONC
           MOVE 9             TO NRO-NEO-ONC
           START ARCHIVO-ONCO-CAC KEY IS NOT GREATER LLAVE-ONC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-ONCO-CAC PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF

           IF OTR-STAT = "00" AND COD-PACI-ONC = PACI-LLEGAD-W
              IF NRO-NEO-ONC = 9
                 MOVE "El paciente ya tiene 9 neoplasias"
                                                 TO MSJ2-HTML
                 GO TO ERROR-DATOS
              END-IF
              ADD 1 TO NRO-NEO-ONC
              MOVE NRO-NEO-ONC TO NEO-LLEGAD-W
           ELSE
              MOVE 1 TO NEO-LLEGAD-W
           END-IF
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-ONCO-CAC
           MOVE PACI-LLEGAD-W      TO COD-PACI-ONC
           MOVE NEO-LLEGAD-W       TO NRO-NEO-ONC
           MOVE ID-SESION-LLEGAD-W TO OPER-CREA-ONC
           MOVE FECHA-HOY-W        TO FECHA-CREA-ONC
           MOVE "S"                TO SW-NUEVO-W.

      *=================================================================
      * OPC "V" - VERIFICACION DE UNA NEOPLASIA CONTRA EL CORTE
      *=================================================================
       VERIFICAR-UNA.
           PERFORM LEER-NEOPLASIA
           PERFORM LEER-PACIENTE
           PERFORM VERIFICAR-NEOPLASIA
           REWRITE REG-ONCO-CAC END-REWRITE
           GO TO ESCRIBIR-FALTAS.

       ESCRIBIR-FALTAS.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-ONC        DELIMITED BY SIZE
                  "*,*NEO*:*"         DELIMITED BY SIZE
                  NRO-NEO-ONC         DELIMITED BY SIZE
                  "*,*CORTE*:*"       DELIMITED BY SIZE
                  CORTE-W             DELIMITED BY SIZE
                  "*,*COMPLETO*:*"    DELIMITED BY SIZE
                  COMPLETO-ONC        DELIMITED BY SIZE
                  "*,*FALTAN*:*"      DELIMITED BY SIZE
                  FALTAN-ONC          DELIMITED BY SIZE
                  "*,*FALTAS*:["      DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-FALTA VARYING I FROM 1 BY 1
                   UNTIL I > CANT-FALTAS-W

           MOVE "{*FALTA*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE NRO-NEO-ONC TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       ESCRIBIR-FALTA.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*FALTA*:*"        DELIMITED BY SIZE
                  FALTA-TAB-W (I)     DELIMITED BY "  "
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       LEER-PACIENTE.
           MOVE COD-PACI-ONC TO COD-PACI
           MOVE "S" TO SW-PACI-W
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "N" TO SW-PACI-W
           END-READ.

      *=================================================================
      * OPC "P" - NEOPLASIAS DEL PERIODO CON VARIABLES FALTANTES
      *=================================================================
       LISTAR-PENDIENTES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*PENDIENTES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE LOW-VALUES TO LLAVE-ONC
           START ARCHIVO-ONCO-CAC KEY IS NOT LESS LLAVE-ONC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-PENDIENTES UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W           DELIMITED BY SIZE
                  "}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE CANT-LISTA-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-PENDIENTES.
           READ ARCHIVO-ONCO-CAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM REVISAR-PERIODO
              IF SW-PERIODO-W = "S"
                 PERFORM LEER-PACIENTE
                 PERFORM VERIFICAR-NEOPLASIA
                 REWRITE REG-ONCO-CAC END-REWRITE
                 IF NOT ONC-COMPLETO
                    ADD 1 TO CANT-LISTA-W
                    PERFORM ESCRIBIR-PENDIENTE
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-PENDIENTE.
           IF SW-PACI-W NOT = "S"
              MOVE SPACES TO DESCRIP-PACI
           END-IF
           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-ONC        DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  DESCRIP-PACI        DELIMITED BY "  "
                  "*,*NEO*:*"         DELIMITED BY SIZE
                  NRO-NEO-ONC         DELIMITED BY SIZE
                  "*,*CIE10*:*"       DELIMITED BY SIZE
                  CIE10-ONC           DELIMITED BY SIZE
                  "*,*FECHA_DX*:*"    DELIMITED BY SIZE
                  FECHA-DX-ONC        DELIMITED BY SIZE
                  "*,*FALTAN*:*"      DELIMITED BY SIZE
                  FALTAN-ONC          DELIMITED BY SIZE
                  "*,*PRIMERA*:*"     DELIMITED BY SIZE
                  FALTA-TAB-W (1)     DELIMITED BY "  "
                  "*,*OPER_MOD*:*"    DELIMITED BY SIZE
                  OPER-MOD-ONC        DELIMITED BY SIZE
                  "*,*FECHA_MOD*:*"   DELIMITED BY SIZE
                  FECHA-MOD-ONC       DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       REVISAR-PERIODO.
           MOVE "S" TO SW-PERIODO-W
           IF FECHA-DX-ONC > CORTE-W
              MOVE "N" TO SW-PERIODO-W
           END-IF
           IF ONC-FALLECIDO AND FECHA-MUERTE-ONC NOT = ZEROS
                            AND FECHA-MUERTE-ONC < INICIO-PERIODO-W
              MOVE "N" TO SW-PERIODO-W
           END-IF
           IF FECHA-DESAFIL-ONC NOT = ZEROS
              AND FECHA-DESAFIL-ONC < INICIO-PERIODO-W
              MOVE "N" TO SW-PERIODO-W
           END-IF.

      *=================================================================
      * OPC "F" - PLANO DEL REPORTE DE CANCER PARA LA FECHA DE CORTE
      *=================================================================
       PLANO-CAC.
           MOVE SPACES TO NOM-EXP-W
           STRING "C:\PROSOFT\TEMP\CAC-CANCER-" DELIMITED BY SIZE
                  CORTE-W                       DELIMITED BY SIZE
                  ".TXT"                        DELIMITED BY SIZE
                  INTO NOM-EXP-W
           END-STRING
           OPEN OUTPUT ARCHIVO-EXPORTA

           MOVE LOW-VALUES TO LLAVE-ONC
           START ARCHIVO-ONCO-CAC KEY IS NOT LESS LLAVE-ONC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-PLANO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-EXPORTA

           OPEN OUTPUT ARCHIVO-JSON
           MOVE SPACES TO LIN-JSON-W
           STRING "{*CORTE*:*"        DELIMITED BY SIZE
                  CORTE-W             DELIMITED BY SIZE
                  "*,*REPORTADOS*:*"  DELIMITED BY SIZE
                  CANT-LISTA-W        DELIMITED BY SIZE
                  "*,*PENDIENTES*:*"  DELIMITED BY SIZE
                  CANT-PEND-W         DELIMITED BY SIZE
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE CANT-LISTA-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-PLANO.
           READ ARCHIVO-ONCO-CAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM REVISAR-PERIODO
              IF SW-PERIODO-W = "S"
                 PERFORM LEER-PACIENTE
                 PERFORM VERIFICAR-NEOPLASIA
                 REWRITE REG-ONCO-CAC END-REWRITE
                 IF ONC-COMPLETO
                    ADD 1 TO CANT-LISTA-W
                    PERFORM EXPORTAR-NEOPLASIA
                 ELSE
                    ADD 1 TO CANT-PEND-W
                 END-IF
              END-IF
           END-IF.

       EXPORTAR-NEOPLASIA.
           MOVE SPACES TO REG-EXPORTA
           MOVE 1      TO PUNT-W
           MOVE "N"    TO NO-APLICA-W

      *    IDENTIFICACION Y AFILIACION (SC-PACIE).
           MOVE TIPO-ID-PACI    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE COD-PACI        TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE DESCRIP-PACI    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE NACIM-PACI      TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE SEXO-PACI       TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE OCUP-V8-PACI    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE TIPO-AFIL-PACI  TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE EPS-PACI        TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE ETNIA-PACI      TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE CIUDAD-PACI     TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE TELEFONO-PACI   TO CAMPO-W
           PERFORM AGREGAR-CAMPO

      *    DIAGNOSTICO.
           MOVE CIE10-ONC           TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE FECHA-DX-ONC        TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE FECHA-REMISION-ONC  TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE FECHA-INGRESO-ONC   TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE TIPO-ESTUDIO-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE MOTIVO-NO-HISTO-ONC TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           IF NOT ONC-HISTOPATOLOGIA
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-MUESTRA-ONC   TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE FECHA-INFORME-ONC   TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE "N" TO NO-APLICA-W
           MOVE IPS-DX-ONC          TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE FECHA-1RA-CONS-ONC  TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE HISTOLOGIA-ONC      TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE GRADO-DIF-ONC       TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE ESTADIF-ONC         TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE TNM-ONC             TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           IF ESTADIF-ONC = SPACES
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-ESTADIF-ONC   TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE "N" TO NO-APLICA-W
           MOVE HER2-REALIZADO-ONC  TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           MOVE HER2-RESULT-ONC     TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE DUKES-ONC           TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE ESTADIF-HEMATO-ONC  TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE RIESGO-HEMATO-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE "S" TO NO-APLICA-W
           MOVE GLEASON-ONC         TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE "N" TO NO-APLICA-W
           MOVE OBJETIVO-TRAT-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE OBJETIVO-INTERV-ONC TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE ANTEC-CANCER-ONC    TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF ANTEC-CANCER-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-ANTEC-ONC     TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE CIE10-ANTEC-ONC     TO CAMPO-W
           PERFORM AGREGAR-CAMPO

      *    QUIMIOTERAPIA.
           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-QT-ONC      TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-QT-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE NRO-FASES-QT-ONC    TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE NRO-CICLOS-QT-ONC   TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE UBIC-TEMP-QT-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE FECHA-INI-QT-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE IPS-QT-ONC          TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE NRO-MEDIC-QT-ONC    TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE ESQUEMA-QT-ONC      TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE INTRATECAL-QT-ONC   TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF CARACT-QT-ONC = "2"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-FIN-QT-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE CARACT-QT-ONC       TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE MOTIVO-FIN-QT-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO

      *    CIRUGIA.
           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-CX-ONC      TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-CX-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE NRO-CX-ONC          TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE FECHA-1RA-CX-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE IPS-CX-ONC          TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE CUPS-CX-ONC         TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE UBIC-TEMP-CX-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           IF NRO-CX-ONC < 2
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-ULT-CX-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE MOTIVO-ULT-CX-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE CUPS-ULT-CX-ONC     TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE VITAL-POS-CX-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO

      *    RADIOTERAPIA.
           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-RT-ONC      TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-RT-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE NRO-SESIONES-RT-ONC TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE FECHA-INI-RT-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE UBIC-TEMP-RT-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE TIPO-RT-ONC         TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE IPS-RT-ONC          TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           IF CARACT-RT-ONC = "2"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-FIN-RT-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE CARACT-RT-ONC       TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE MOTIVO-FIN-RT-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO

      *    TRASPLANTE, RECONSTRUCTIVA, PALIATIVO Y SOPORTE.
           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-TPH-ONC     TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-TPH-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE TIPO-TPH-ONC        TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE UBIC-TEMP-TPH-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE FECHA-TPH-ONC       TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE IPS-TPH-ONC         TO CAMPO-W
           PERFORM AGREGAR-CAMPO

           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-RECONST-ONC TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-RECONST-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-RECONST-ONC   TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE IPS-RECONST-ONC     TO CAMPO-W
           PERFORM AGREGAR-CAMPO

           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-PALIAT-ONC  TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-PALIAT-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-PALIAT-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE IPS-PALIAT-ONC      TO CAMPO-W
           PERFORM AGREGAR-CAMPO

           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-PSIQ-ONC    TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-PSIQ-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-PSIQ-ONC      TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA

           MOVE "N" TO NO-APLICA-W
           MOVE RECIBIO-NUTRIC-ONC  TO CAMPO-W
           PERFORM AGREGAR-SI-NO
           IF RECIBIO-NUTRIC-ONC NOT = "S"
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-NUTRIC-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE SOPORTE-NUTRIC-ONC  TO CAMPO-W
           PERFORM AGREGAR-CAMPO

      *    SEGUIMIENTO AL CORTE.
           MOVE "N" TO NO-APLICA-W
           MOVE RESULTADO-TRAT-ONC  TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE ESTADO-VITAL-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE NOVEDAD-ADMIN-ONC   TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE NOVEDAD-CLINICA-ONC TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           IF NOT ONC-FALLECIDO
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-MUERTE-ONC    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE CAUSA-MUERTE-ONC    TO CAMPO-W
           PERFORM AGREGAR-CAMPO
           MOVE "N" TO NO-APLICA-W
           IF ONC-FALLECIDO
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-ULT-CONTACTO-ONC TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE "S" TO NO-APLICA-W
           MOVE FECHA-DESAFIL-ONC   TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE "N" TO NO-APLICA-W
           MOVE CORTE-W             TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA

      *    SE QUITA EL TABULADOR QUE QUEDA AL FINAL.
           SUBTRACT 1 FROM PUNT-W
           MOVE SPACE TO REG-EXPORTA (PUNT-W:1)
           WRITE REG-EXPORTA.

       AGREGAR-CAMPO.
           IF CAMPO-W = SPACES
              MOVE "98" TO CAMPO-W
           END-IF
           STRING CAMPO-W  DELIMITED BY "  "
                  TAB-W    DELIMITED BY SIZE
                  INTO REG-EXPORTA WITH POINTER PUNT-W
           END-STRING.

       AGREGAR-SI-NO.
           EVALUATE CAMPO-W
             WHEN "S"    MOVE "1"  TO CAMPO-W
             WHEN "N"    MOVE "2"  TO CAMPO-W
             WHEN OTHER  MOVE "98" TO CAMPO-W
           END-EVALUATE
           PERFORM AGREGAR-CAMPO.

       AGREGAR-NUMERO.
           IF NUM-W = ZEROS
              IF NO-APLICA-W = "S"
                 MOVE "98" TO CAMPO-W
              ELSE
                 MOVE "0"  TO CAMPO-W
              END-IF
           ELSE
              MOVE ZEROS TO CEROS-W
              INSPECT NUM-W TALLYING CEROS-W FOR LEADING "0"
              MOVE NUM-W (CEROS-W + 1:) TO CAMPO-W
           END-IF
           PERFORM AGREGAR-CAMPO.

       AGREGAR-FECHA.
           IF FECHA-CAMPO-W = ZEROS
              IF NO-APLICA-W = "S"
                 MOVE "1800-01-01" TO CAMPO-W
              ELSE
                 MOVE "1845-01-01" TO CAMPO-W
              END-IF
           ELSE
              MOVE ANO-CAMPO-W TO ANO-CAC-W
              MOVE MES-CAMPO-W TO MES-CAC-W
              MOVE DIA-CAMPO-W TO DIA-CAC-W
              MOVE FECHA-CAC-W TO CAMPO-W
           END-IF
           PERFORM AGREGAR-CAMPO.

      *=================================================================
      * VERIFICACION DE COMPLETITUD Y VALIDACIONES DEL INSTRUCTIVO.
      * TRABAJA SOBRE REG-ONCO-CAC Y LA FICHA DEL PACIENTE (SW-PACI-W)
      * Y DEJA LAS FALTAS EN TABLA-FALTAS-W, EL CONTEO EN FALTAN-ONC Y
      * LA MARCA DE COMPLETO.
      *=================================================================
       VERIFICAR-NEOPLASIA.
           MOVE ZEROS  TO CANT-FALTAS-W
           MOVE SPACES TO TABLA-FALTAS-W

           IF SW-PACI-W NOT = "S"
              MOVE "ID: Paciente sin ficha en el maestro" TO FALTA-W
              PERFORM AGREGAR-FALTA
           ELSE
              IF TIPO-ID-PACI = SPACES
                 MOVE "ID: Tipo de identificacion"       TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF NACIM-PACI = ZEROS
                 MOVE "ID: Fecha de nacimiento"          TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF SEXO-PACI NOT = "M" AND NOT = "F"
                 MOVE "ID: Sexo"                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF EPS-PACI = SPACES
                 MOVE "ID: Codigo de la EPS"             TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF CIUDAD-PACI = SPACES
                 MOVE "ID: Municipio de residencia"      TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF

           PERFORM VERIFICAR-DIAGNOSTICO
           PERFORM VERIFICAR-QUIMIO
           PERFORM VERIFICAR-CIRUGIA
           PERFORM VERIFICAR-RADIO
           PERFORM VERIFICAR-OTROS
           PERFORM VERIFICAR-SEGUIMIENTO

           MOVE CANT-FALTAS-W TO FALTAN-ONC
           IF CANT-FALTAS-W = ZEROS
              MOVE "S" TO COMPLETO-ONC
           ELSE
              MOVE "N" TO COMPLETO-ONC
           END-IF.

       AGREGAR-FALTA.
           IF CANT-FALTAS-W < 40
              ADD 1 TO CANT-FALTAS-W
              MOVE FALTA-W TO FALTA-TAB-W (CANT-FALTAS-W)
           END-IF.

       REVISAR-CIE.
           MOVE "N" TO SW-CIE-W
           IF NUM-CIE-W IS NUMERIC
              IF LETRA-CIE-W = "C" AND NUM-CIE-W < 98
                 MOVE "S" TO SW-CIE-W
              END-IF
              IF LETRA-CIE-W = "D" AND NUM-CIE-W < 10
                 MOVE "S" TO SW-CIE-W
              END-IF
           END-IF.

       VERIFICAR-DIAGNOSTICO.
           MOVE CIE10-ONC TO CIE-W
           PERFORM REVISAR-CIE
           IF SW-CIE-W NOT = "S"
              MOVE "DX: Codigo CIE-10 de la neoplasia"   TO FALTA-W
              PERFORM AGREGAR-FALTA
           ELSE
              IF SW-PACI-W = "S" AND LETRA-CIE-W = "C"
                 IF (SEXO-PACI = "M" AND NUM-CIE-W > 50
                                     AND NUM-CIE-W < 59)
                 OR (SEXO-PACI = "F" AND NUM-CIE-W > 59
                                     AND NUM-CIE-W < 64)
                    MOVE "DX: CIE-10 no corresponde al sexo"
                                                         TO FALTA-W
                    PERFORM AGREGAR-FALTA
                 END-IF
              END-IF
           END-IF

           IF FECHA-DX-ONC = ZEROS
              MOVE "DX: Fecha de diagnostico"            TO FALTA-W
              PERFORM AGREGAR-FALTA
           ELSE
              IF FECHA-DX-ONC > CORTE-W
                 MOVE "DX: Fecha de diagnostico posterior al corte"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF SW-PACI-W = "S" AND FECHA-DX-ONC < NACIM-PACI
                 MOVE "DX: Diagnostico anterior al nacimiento"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF

           IF FECHA-INGRESO-ONC = ZEROS
           OR FECHA-INGRESO-ONC > CORTE-W
              MOVE "DX: Fecha de ingreso a la IPS"       TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF TIPO-ESTUDIO-ONC NOT = "1" AND NOT = "2" AND NOT = "3"
                              AND NOT = "4" AND NOT = "5"
              MOVE "DX: Tipo de estudio del diagnostico" TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF ONC-HISTOPATOLOGIA
              IF HISTOLOGIA-ONC = SPACES
                 MOVE "DX: Tipo histologico"             TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF GRADO-DIF-ONC = SPACE
                 MOVE "DX: Grado de diferenciacion"      TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF FECHA-MUESTRA-ONC = ZEROS
                 MOVE "DX: Fecha de recoleccion de la muestra"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF FECHA-INFORME-ONC = ZEROS
                 MOVE "DX: Fecha del informe histopatologico"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              ELSE
                 IF FECHA-INFORME-ONC < FECHA-MUESTRA-ONC
                 OR FECHA-INFORME-ONC > CORTE-W
                    MOVE "DX: Fecha del informe histopatologico"
                                                         TO FALTA-W
                    PERFORM AGREGAR-FALTA
                 END-IF
              END-IF
           ELSE
              IF MOTIVO-NO-HISTO-ONC = SPACE
                 MOVE "DX: Motivo del diagnostico sin histopatologia"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF

           IF IPS-DX-ONC = SPACES
              MOVE "DX: IPS que hizo el diagnostico"     TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF
           IF FECHA-1RA-CONS-ONC = ZEROS
           OR FECHA-1RA-CONS-ONC > CORTE-W
              MOVE "DX: Fecha de primera consulta del tratante"
                                                         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF SW-CIE-W = "S"
              IF LETRA-CIE-W = "C" AND NUM-CIE-W > 80
                                   AND NUM-CIE-W < 97
                 PERFORM VERIFICAR-HEMATO
              ELSE
                 PERFORM VERIFICAR-SOLIDO
              END-IF
           END-IF

           IF OBJETIVO-TRAT-ONC = SPACE
              MOVE "DX: Objetivo del tratamiento inicial" TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF ANTEC-CANCER-ONC NOT = "S" AND NOT = "N"
              MOVE "DX: Antecedente de otro cancer primario"
                                                         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF
           IF ANTEC-CANCER-ONC = "S"
              IF FECHA-ANTEC-ONC = ZEROS OR CIE10-ANTEC-ONC = SPACES
                 MOVE "DX: Fecha o CIE-10 del otro cancer primario"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF.

       VERIFICAR-HEMATO.
           IF NUM-CIE-W < 91
              IF ESTADIF-HEMATO-ONC = SPACES
                 MOVE "DX: Estadificacion del linfoma o mieloma"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           ELSE
              IF NUM-CIE-W < 96 AND RIESGO-HEMATO-ONC = SPACE
                 MOVE "DX: Clasificacion de riesgo de la leucemia"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF.

       VERIFICAR-SOLIDO.
           IF ESTADIF-ONC = SPACES
              MOVE "DX: Estadio de la neoplasia"         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF
           IF FECHA-ESTADIF-ONC = ZEROS
           OR FECHA-ESTADIF-ONC > CORTE-W
              MOVE "DX: Fecha de la estadificacion"      TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF LETRA-CIE-W = "C"
              IF NUM-CIE-W = 50
                 IF HER2-REALIZADO-ONC NOT = "S" AND NOT = "N"
                 OR (HER2-REALIZADO-ONC = "S"
                     AND HER2-RESULT-ONC = SPACE)
                    MOVE "DX: Prueba HER2 y su resultado" TO FALTA-W
                    PERFORM AGREGAR-FALTA
                 END-IF
              END-IF
              IF NUM-CIE-W > 17 AND NUM-CIE-W < 21
              AND DUKES-ONC = SPACE
                 MOVE "DX: Estadificacion de Dukes"      TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF NUM-CIE-W = 61 AND GLEASON-ONC = ZEROS
                 MOVE "DX: Puntaje de Gleason"           TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF.

       VERIFICAR-QUIMIO.
           IF RECIBIO-QT-ONC NOT = "S" AND NOT = "N"
              MOVE "QT: Si recibio quimioterapia"        TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF RECIBIO-QT-ONC = "S"
              IF NRO-CICLOS-QT-ONC = ZEROS
                 MOVE "QT: Numero de ciclos"             TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF UBIC-TEMP-QT-ONC = SPACE
                 MOVE "QT: Ubicacion temporal"           TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF FECHA-INI-QT-ONC = ZEROS
              OR FECHA-INI-QT-ONC > CORTE-W
              OR FECHA-INI-QT-ONC < FECHA-DX-ONC
                 MOVE "QT: Fecha de inicio"              TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF IPS-QT-ONC = SPACES
                 MOVE "QT: IPS que la administra"        TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF NRO-MEDIC-QT-ONC = ZEROS
                 MOVE "QT: Numero de medicamentos"       TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF CARACT-QT-ONC NOT = "1" AND NOT = "2" AND NOT = "3"
                 MOVE "QT: Caracteristica actual"        TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF CARACT-QT-ONC = "1" OR "3"
                 IF FECHA-FIN-QT-ONC = ZEROS
                 OR FECHA-FIN-QT-ONC < FECHA-INI-QT-ONC
                 OR FECHA-FIN-QT-ONC > CORTE-W
                    MOVE "QT: Fecha de finalizacion"     TO FALTA-W
                    PERFORM AGREGAR-FALTA
                 END-IF
              END-IF
              IF CARACT-QT-ONC = "3" AND MOTIVO-FIN-QT-ONC = SPACE
                 MOVE "QT: Motivo de la suspension"      TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF.

       VERIFICAR-CIRUGIA.
           IF RECIBIO-CX-ONC NOT = "S" AND NOT = "N"
              MOVE "CX: Si recibio cirugia"              TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF RECIBIO-CX-ONC = "S"
              IF NRO-CX-ONC = ZEROS
                 MOVE "CX: Numero de cirugias"           TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF FECHA-1RA-CX-ONC = ZEROS
              OR FECHA-1RA-CX-ONC > CORTE-W
                 MOVE "CX: Fecha de la primera cirugia"  TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF IPS-CX-ONC = SPACES
                 MOVE "CX: IPS que hizo la cirugia"      TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF CUPS-CX-ONC = SPACES
                 MOVE "CX: Codigo CUPS de la cirugia"    TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF UBIC-TEMP-CX-ONC = SPACE
                 MOVE "CX: Ubicacion temporal"           TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF NRO-CX-ONC > 1
                 IF FECHA-ULT-CX-ONC = ZEROS
                 OR FECHA-ULT-CX-ONC < FECHA-1RA-CX-ONC
                 OR FECHA-ULT-CX-ONC > CORTE-W
                 OR MOTIVO-ULT-CX-ONC = SPACE
                 OR CUPS-ULT-CX-ONC = SPACES
                    MOVE "CX: Fecha, motivo o CUPS de la ultima"
                                                         TO FALTA-W
                    PERFORM AGREGAR-FALTA
                 END-IF
              END-IF
              IF VITAL-POS-CX-ONC NOT = "1" AND NOT = "2"
                 MOVE "CX: Estado vital al terminar la cirugia"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF.

       VERIFICAR-RADIO.
           IF RECIBIO-RT-ONC NOT = "S" AND NOT = "N"
              MOVE "RT: Si recibio radioterapia"         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF RECIBIO-RT-ONC = "S"
              IF NRO-SESIONES-RT-ONC = ZEROS
                 MOVE "RT: Numero de sesiones"           TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF FECHA-INI-RT-ONC = ZEROS
              OR FECHA-INI-RT-ONC > CORTE-W
              OR FECHA-INI-RT-ONC < FECHA-DX-ONC
                 MOVE "RT: Fecha de inicio"              TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF UBIC-TEMP-RT-ONC = SPACE
                 MOVE "RT: Ubicacion temporal"           TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF TIPO-RT-ONC = SPACE
                 MOVE "RT: Tipo de radioterapia"         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF IPS-RT-ONC = SPACES
                 MOVE "RT: IPS que la administra"        TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF CARACT-RT-ONC NOT = "1" AND NOT = "2" AND NOT = "3"
                 MOVE "RT: Caracteristica actual"        TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
              IF CARACT-RT-ONC = "1" OR "3"
                 IF FECHA-FIN-RT-ONC = ZEROS
                 OR FECHA-FIN-RT-ONC < FECHA-INI-RT-ONC
                 OR FECHA-FIN-RT-ONC > CORTE-W
                    MOVE "RT: Fecha de finalizacion"     TO FALTA-W
                    PERFORM AGREGAR-FALTA
                 END-IF
              END-IF
              IF CARACT-RT-ONC = "3" AND MOTIVO-FIN-RT-ONC = SPACE
                 MOVE "RT: Motivo de la suspension"      TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF.

       VERIFICAR-OTROS.
           IF RECIBIO-TPH-ONC NOT = "S" AND NOT = "N"
              MOVE "OT: Si recibio trasplante"           TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF
           IF RECIBIO-TPH-ONC = "S"
              IF TIPO-TPH-ONC = SPACE OR IPS-TPH-ONC = SPACES
              OR FECHA-TPH-ONC = ZEROS OR FECHA-TPH-ONC > CORTE-W
                 MOVE "OT: Tipo, fecha o IPS del trasplante"
                                                         TO FALTA-W
                 PERFORM AGREGAR-FALTA
              END-IF
           END-IF

           IF RECIBIO-RECONST-ONC NOT = "S" AND NOT = "N"
           OR (RECIBIO-RECONST-ONC = "S"
               AND FECHA-RECONST-ONC = ZEROS)
              MOVE "OT: Cirugia reconstructiva y su fecha" TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF RECIBIO-PALIAT-ONC NOT = "S" AND NOT = "N"
           OR (RECIBIO-PALIAT-ONC = "S"
               AND FECHA-PALIAT-ONC = ZEROS)
              MOVE "OT: Cuidado paliativo y su fecha"    TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF RECIBIO-PSIQ-ONC NOT = "S" AND NOT = "N"
           OR (RECIBIO-PSIQ-ONC = "S" AND FECHA-PSIQ-ONC = ZEROS)
              MOVE "OT: Valoracion por psiquiatria y su fecha"
                                                         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           IF RECIBIO-NUTRIC-ONC NOT = "S" AND NOT = "N"
           OR (RECIBIO-NUTRIC-ONC = "S"
               AND FECHA-NUTRIC-ONC = ZEROS)
              MOVE "OT: Valoracion por nutricion y su fecha"
                                                         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF.

       VERIFICAR-SEGUIMIENTO.
           IF RESULTADO-TRAT-ONC = SPACE
              MOVE "SEG: Resultado del tratamiento"      TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF
           IF NOVEDAD-ADMIN-ONC = SPACES
              MOVE "SEG: Novedad administrativa"         TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF
           IF NOVEDAD-CLINICA-ONC = SPACES
              MOVE "SEG: Novedad clinica"                TO FALTA-W
              PERFORM AGREGAR-FALTA
           END-IF

           EVALUATE TRUE
             WHEN ONC-VIVO
                  IF FECHA-ULT-CONTACTO-ONC = ZEROS
                  OR FECHA-ULT-CONTACTO-ONC > CORTE-W
                     MOVE "SEG: Fecha del ultimo contacto" TO FALTA-W
                     PERFORM AGREGAR-FALTA
                  END-IF
             WHEN ONC-FALLECIDO
                  IF FECHA-MUERTE-ONC = ZEROS
                  OR FECHA-MUERTE-ONC > CORTE-W
                  OR FECHA-MUERTE-ONC < FECHA-DX-ONC
                     MOVE "SEG: Fecha de muerte"         TO FALTA-W
                     PERFORM AGREGAR-FALTA
                  ELSE
                     IF FECHA-INI-QT-ONC > FECHA-MUERTE-ONC
                     OR FECHA-INI-RT-ONC > FECHA-MUERTE-ONC
                     OR FECHA-1RA-CX-ONC > FECHA-MUERTE-ONC
                        MOVE "SEG: Tratamiento posterior a la muerte"
                                                         TO FALTA-W
                        PERFORM AGREGAR-FALTA
                     END-IF
                  END-IF
                  IF CAUSA-MUERTE-ONC NOT = "1" AND NOT = "2"
                                      AND NOT = "3"
                     MOVE "SEG: Causa de muerte"         TO FALTA-W
                     PERFORM AGREGAR-FALTA
                  END-IF
             WHEN OTHER
                  MOVE "SEG: Estado vital al corte"      TO FALTA-W
                  PERFORM AGREGAR-FALTA
           END-EVALUATE.

       ERROR-DATOS.
           CLOSE ARCHIVO-ONCO-CAC ARCHIVO-PACIENTES
           MOVE "99"                             TO MSJ1-HTML
           MOVE "HC847"                          TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ONCO-CAC ARCHIVO-PACIENTES.

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
