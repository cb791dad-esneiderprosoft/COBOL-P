      *=================================================================
      * SALUD - VIGILANCIA EPIDEMIOLOGICA (SIVIGILA): CASOS DE EVENTOS
      *         DE NOTIFICACION OBLIGATORIA QUE ABREN LAS PANTALLAS
      *         CLINICAS AL GRABAR UN DIAGNOSTICO MARCADO EN SC-ARCHDXV
      *         (SER851R), CON LOS DATOS DEL PACIENTE YA COPIADOS.
      *         - OPC "L": CASOS POR ESTADO (P, C, N O D) Y RANGO DE
      *           FECHA DE DETECCION.
      *         - OPC "D": DETALLE DE UN CASO.
      *         - OPC "C": LA ENFERMERA COMPLETA LA FICHA: INICIO DE
      *           SINTOMAS, CLASIFICACION (1 A 5), HOSPITALIZADO,
      *           CONDICION FINAL (1 VIVO, 2 MUERTO CON SU FECHA) Y LOS
      *           DATOS PROPIOS DEL EVENTO EN LA VARIABLE "evento".
      *         - OPC "X": DESCARTA EL CASO; EL MOTIVO LLEGA EN
      *           "evento".
      *         - OPC "S": PLANO SEMANAL PARA EL INS DE LA UPGD.
      *           SALEN LOS CASOS COMPLETOS DETECTADOS HASTA EL SABADO
      *           DE LA SEMANA EPIDEMIOLOGICA Y QUEDAN NOTIFICADOS EN
      *           ELLA; LOS YA NOTIFICADOS EN LA SEMANA SE REPITEN AL
      *           REGENERAR. SIN CASOS SALE LA NOTIFICACION NEGATIVA
      *           (EVENTO 000). SIN SEMANA SE TOMA LA ANTERIOR A HOY.
      *           SALIDA: C:\PROSOFT\TEMP\SIVIGILA-<UPGD>-<AAAASS>.TXT
      *           UN REGISTRO POR CASO, CAMPOS SEPARADOS POR "|":
      *             COD_EVE|FEC_NOT|SEMANA|ANO|COD_PRE|COD_SUB|
      *             TIP_IDE|NUM_IDE|NOMBRE|SEXO|FEC_NTO|EDAD|UNI_MED|
      *             OCUPACION|COD_ASE|DIR_RES|TELEFONO|FEC_CON|
      *             INI_SIN|TIP_CAS|PAC_HOS|CON_FIN|FEC_DEF|CIE10|
      *             DATOS COMPLEMENTARIOS DEL EVENTO
      *           FECHAS DD/MM/AAAA; UNI_MED 1 ANOS, 2 MESES, 3 DIAS.
      *         - OPC "T": CASOS DETECTADOS EN EL RANGO QUE NO SE
      *           NOTIFICARON A TIEMPO: EL INMEDIATO AL DIA SIGUIENTE
      *           DE DETECTADO Y EL SEMANAL EL LUNES SIGUIENTE A SU
      *           SEMANA EPIDEMIOLOGICA.
      *         SEMANA EPIDEMIOLOGICA: DE DOMINGO A SABADO; LA SEMANA
      *         1 ES LA QUE TIENE SU MIERCOLES EN EL ANO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER951".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-SIVIG.CBL".

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
       COPY "..\..\FUENTES\FD-SIVIG.CBL".

       FD  ARCHIVO-EXPORTA
           LABEL RECORD STANDARD.
       01  REG-EXPORTA                PIC X(700).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-SIV-W              PIC X(70).
       77 NOM-EXP-W              PIC X(90).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(4).
             03 FILLER              PIC X(25).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(8).
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 ESTADO-LLEGAD-W        PIC X.
          02 ANO-LLEGAD-W           PIC 9(4).
          02 SEMANA-LLEGAD-W        PIC 99.
          02 UPGD-LLEGAD-W          PIC X(12).
          02 SUBIND-LLEGAD-W        PIC 99.
          02 INI-SINT-LLEGAD-W      PIC 9(8).
          02 CLASIF-LLEGAD-W        PIC X.
          02 HOSPITAL-LLEGAD-W      PIC X.
          02 COND-FINAL-LLEGAD-W    PIC X.
          02 FECHA-DEF-LLEGAD-W     PIC 9(8).

       01 LINEA-EVENTO-W            PIC X(500).

       01 VARIABLES.
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 FECHA-HOY-W        PIC 9(8).
          02 FECHA-AUX-W        PIC 9(8).
          02 FECHA-AUX-R REDEFINES FECHA-AUX-W.
             03 ANO-AUX-W       PIC 9(4).
             03 MES-AUX-W       PIC 99.
             03 DIA-AUX-W       PIC 99.
          02 FECHA-TXT-W.
             03 DIA-TXT-W       PIC 99.
             03 FILLER          PIC X     VALUE "/".
             03 MES-TXT-W       PIC 99.
             03 FILLER          PIC X     VALUE "/".
             03 ANO-TXT-W       PIC 9(4).
          02 FEC-NOT-TXT-W      PIC X(10).
          02 NACIM-TXT-W        PIC X(10).
          02 CONSULTA-TXT-W     PIC X(10).
          02 INI-SINT-TXT-W     PIC X(10).
          02 DEF-TXT-W          PIC X(10).
          02 DIA-INT-W          PIC 9(7).
          02 DOMINGO-INT-W      PIC 9(7).
          02 MIERC-INT-W        PIC 9(7).
          02 ENE-INT-W          PIC 9(7).
          02 FECHA-MIERC-W      PIC 9(8).
          02 FECHA-MIERC-R REDEFINES FECHA-MIERC-W.
             03 ANO-MIERC-W     PIC 9(4).
             03 FILLER          PIC 9(4).
          02 ANO-EPI-W          PIC 9(4).
          02 SEM-EPI-W          PIC 99.
          02 DOMINGO-W          PIC 9(8).
          02 SABADO-W           PIC 9(8).
          02 LIMITE-W           PIC 9(8).
          02 DIAS-TARDE-W       PIC S9(5).
          02 DIAS-EDIT-W        PIC ZZZZ9.
          02 EDAD-W             PIC S9(6).
          02 EDAD-EDIT-W        PIC 9(3).
          02 UNID-EDAD-W        PIC X.
          02 NACIM-W            PIC 9(8).
          02 NACIM-R REDEFINES NACIM-W.
             03 ANO-NACIM-W     PIC 9(4).
             03 MES-NACIM-W     PIC 99.
             03 DIA-NACIM-W     PIC 99.
          02 SW-TARDE-W         PIC X.
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.
          02 SEMANA-EDIT-W      PIC 99.

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
              MOVE "SER951"                TO MSJ3-HTML
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
              MOVE "SER951"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SIVIG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SIVIGILA.
       ESCR-EXCEP-SIVIG.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SIV-W               TO MSJ2-HTML
              MOVE "SER951"                TO MSJ3-HTML
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
              MOVE "SER951"                TO MSJ3-HTML
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
              MOVE "SER951"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER951" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, FECHA-INI-LLEGAD-W,
                   FECHA-FIN-LLEGAD-W, ESTADO-LLEGAD-W, ANO-LLEGAD-W,
                   SEMANA-LLEGAD-W, UPGD-LLEGAD-W, SUBIND-LLEGAD-W,
                   INI-SINT-LLEGAD-W, CLASIF-LLEGAD-W,
                   HOSPITAL-LLEGAD-W, COND-FINAL-LLEGAD-W,
                   FECHA-DEF-LLEGAD-W
           END-UNSTRING.

           MOVE "evento" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-EVENTO-W

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
              MOVE "SER951"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-SIV-W
           MOVE "\\" TO NOM-SIV-W

           INSPECT NOM-SIV-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-SIV-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-SIV-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           INSPECT NOM-SIV-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-SIVIG.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER951-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-SIVIGILA.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-SIVIGILA
              CLOSE       ARCHIVO-SIVIGILA
              OPEN I-O    ARCHIVO-SIVIGILA
           END-IF.

           MOVE FECHA-TOTAL TO FECHA-HOY-W
           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-FIN-LLEGAD-W
           END-IF
           IF FECHA-INI-LLEGAD-W = ZEROS
              MOVE FECHA-HOY-W TO FECHA-INI-LLEGAD-W
              MOVE "01"        TO FECHA-INI-LLEGAD-W (7:2)
           END-IF

           EVALUATE OPC-LLEGAD-W
             WHEN "L"   GO TO LISTAR-CASOS
             WHEN "D"   GO TO DETALLE-CASO
             WHEN "C"   GO TO COMPLETAR-CASO
             WHEN "X"   GO TO DESCARTAR-CASO
             WHEN "S"   GO TO PLANO-SEMANAL
             WHEN "T"   GO TO CASOS-TARDIOS
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "L" - CASOS DE UN ESTADO EN EL RANGO DE DETECCION
      *=================================================================
       LISTAR-CASOS.
           IF ESTADO-LLEGAD-W = SPACE
              MOVE "P" TO ESTADO-LLEGAD-W
           END-IF

           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*CASOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE ESTADO-LLEGAD-W    TO ESTADO-SIV
           MOVE FECHA-INI-LLEGAD-W TO FECHA-DETEC-SIV
           START ARCHIVO-SIVIGILA KEY IS NOT LESS LLAVE-EST-SIV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-CASOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W           DELIMITED BY SIZE
                  "}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-CASOS.
           READ ARCHIVO-SIVIGILA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ESTADO-SIV NOT = ESTADO-LLEGAD-W
              OR FECHA-DETEC-SIV > FECHA-FIN-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-LISTA-W
                 PERFORM ESCRIBIR-CASO
              END-IF
           END-IF.

       ESCRIBIR-CASO.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"          DELIMITED BY SIZE
                  NRO-SIV             DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-SIV          DELIMITED BY SIZE
                  "*,*DETECCION*:*"   DELIMITED BY SIZE
                  FECHA-DETEC-SIV     DELIMITED BY SIZE
                  "*,*EVENTO*:*"      DELIMITED BY SIZE
                  EVENTO-SIV          DELIMITED BY SIZE
                  "*,*DX*:*"          DELIMITED BY SIZE
                  DX-SIV              DELIMITED BY SIZE
                  "*,*INMEDIATA*:*"   DELIMITED BY SIZE
                  INMEDIATA-SIV       DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-SIV        DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-SIV          DELIMITED BY "  "
                  "*,*ORIGEN*:*"      DELIMITED BY SIZE
                  ORIGEN-SIV          DELIMITED BY SIZE
                  "*,*ANO*:*"         DELIMITED BY SIZE
                  ANO-SEM-SIV         DELIMITED BY SIZE
                  "*,*SEMANA*:*"      DELIMITED BY SIZE
                  SEMANA-SIV          DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "D" - DETALLE DEL CASO CON LA FICHA
      *=================================================================
       DETALLE-CASO.
           PERFORM LEER-CASO

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"          DELIMITED BY SIZE
                  NRO-SIV             DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-SIV          DELIMITED BY SIZE
                  "*,*DETECCION*:*"   DELIMITED BY SIZE
                  FECHA-DETEC-SIV     DELIMITED BY SIZE
                  "*,*CONSULTA*:*"    DELIMITED BY SIZE
                  FECHA-CONSULTA-SIV  DELIMITED BY SIZE
                  "*,*EVENTO*:*"      DELIMITED BY SIZE
                  EVENTO-SIV          DELIMITED BY SIZE
                  "*,*DX*:*"          DELIMITED BY SIZE
                  DX-SIV              DELIMITED BY SIZE
                  "*,*ORIGEN*:*"      DELIMITED BY SIZE
                  ORIGEN-SIV          DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-SIV        DELIMITED BY SIZE
                  "*,*TIPO_ID*:*"     DELIMITED BY SIZE
                  TIPO-ID-SIV         DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-SIV          DELIMITED BY "  "
                  "*,*SEXO*:*"        DELIMITED BY SIZE
                  SEXO-SIV            DELIMITED BY SIZE
                  "*,*NACIMIENTO*:*"  DELIMITED BY SIZE
                  NACIM-SIV           DELIMITED BY SIZE
                  "*,*DIRECCION*:*"   DELIMITED BY SIZE
                  DIRECC-SIV          DELIMITED BY "  "
                  "*,*TELEFONO*:*"    DELIMITED BY SIZE
                  TELEFONO-SIV        DELIMITED BY "  "
                  "*,*OCUPACION*:*"   DELIMITED BY SIZE
                  OCUP-SIV            DELIMITED BY SIZE
                  "*,*ASEGURADORA*:*" DELIMITED BY SIZE
                  ASEG-SIV            DELIMITED BY SIZE
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "*INICIO_SINTOMAS*:*" DELIMITED BY SIZE
                  FECHA-INI-SINT-SIV  DELIMITED BY SIZE
                  "*,*CLASIFICACION*:*" DELIMITED BY SIZE
                  CLASIF-SIV          DELIMITED BY SIZE
                  "*,*HOSPITALIZADO*:*" DELIMITED BY SIZE
                  HOSPITAL-SIV        DELIMITED BY SIZE
                  "*,*CONDICION*:*"   DELIMITED BY SIZE
                  COND-FINAL-SIV      DELIMITED BY SIZE
                  "*,*DEFUNCION*:*"   DELIMITED BY SIZE
                  FECHA-DEF-SIV       DELIMITED BY SIZE
                  "*,*DATOS_EVENTO*:*" DELIMITED BY SIZE
                  DATOS-EVENTO-SIV    DELIMITED BY "  "
                  "*,*NOTIFICADO*:*"  DELIMITED BY SIZE
                  FECHA-NOT-SIV       DELIMITED BY SIZE
                  "*,*ANO*:*"         DELIMITED BY SIZE
                  ANO-SEM-SIV         DELIMITED BY SIZE
                  "*,*SEMANA*:*"      DELIMITED BY SIZE
                  SEMANA-SIV          DELIMITED BY SIZE
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE NRO-SIV TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-CASO.
           MOVE NRO-LLEGAD-W TO NRO-SIV
           READ ARCHIVO-SIVIGILA
                INVALID KEY
                   MOVE "Caso no existe"           TO MSJ2-HTML
                   GO TO ERROR-DATOS
           END-READ.

      *=================================================================
      * OPC "C" - FICHA COMPLETA. SE PUEDE CORREGIR MIENTRAS NO SE
      *           HAYA NOTIFICADO.
      *=================================================================
       COMPLETAR-CASO.
           PERFORM LEER-CASO

           IF NOT SIV-PENDIENTE AND NOT SIV-COMPLETO
              MOVE "El caso ya fue notificado o descartado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF CLASIF-LLEGAD-W NOT = "1" AND NOT = "2" AND NOT = "3"
                             AND NOT = "4" AND NOT = "5"
              MOVE "Clasificacion del caso no valida" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF INI-SINT-LLEGAD-W = ZEROS
           OR INI-SINT-LLEGAD-W > FECHA-DETEC-SIV
              MOVE "Fecha de inicio de sintomas no valida"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF HOSPITAL-LLEGAD-W NOT = "S" AND NOT = "N"
              MOVE "Falta si el paciente esta hospitalizado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF COND-FINAL-LLEGAD-W NOT = "1" AND NOT = "2"
           OR (COND-FINAL-LLEGAD-W = "2" AND FECHA-DEF-LLEGAD-W = ZEROS)
              MOVE "Condicion final o fecha de defuncion no valida"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF COND-FINAL-LLEGAD-W = "1"
              MOVE ZEROS TO FECHA-DEF-LLEGAD-W
           END-IF

           MOVE "C"                  TO ESTADO-SIV
           MOVE INI-SINT-LLEGAD-W    TO FECHA-INI-SINT-SIV
           MOVE CLASIF-LLEGAD-W      TO CLASIF-SIV
           MOVE HOSPITAL-LLEGAD-W    TO HOSPITAL-SIV
           MOVE COND-FINAL-LLEGAD-W  TO COND-FINAL-SIV
           MOVE FECHA-DEF-LLEGAD-W   TO FECHA-DEF-SIV
           MOVE LINEA-EVENTO-W       TO DATOS-EVENTO-SIV
           MOVE ID-SESION-LLEGAD-W   TO OPER-COMPL-SIV
           MOVE FECHA-HOY-W          TO FECHA-COMPL-SIV
           REWRITE REG-SIVIGILA END-REWRITE

           MOVE NRO-SIV TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "X" - DESCARTA EL CASO (NO ERA UN CASO DEL EVENTO)
      *=================================================================
       DESCARTAR-CASO.
           PERFORM LEER-CASO

           IF NOT SIV-PENDIENTE AND NOT SIV-COMPLETO
              MOVE "El caso ya fue notificado o descartado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF LINEA-EVENTO-W = SPACES
              MOVE "Falta el motivo del descarte" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "D"                TO ESTADO-SIV
           MOVE LINEA-EVENTO-W     TO DATOS-EVENTO-SIV
           MOVE ID-SESION-LLEGAD-W TO OPER-COMPL-SIV
           MOVE FECHA-HOY-W        TO FECHA-COMPL-SIV
           REWRITE REG-SIVIGILA END-REWRITE

           MOVE NRO-SIV TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "S" - PLANO SEMANAL DE LA UPGD PARA EL INS
      *=================================================================
       PLANO-SEMANAL.
           IF UPGD-LLEGAD-W = SPACES
              MOVE "Falta el codigo de la UPGD"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF ANO-LLEGAD-W = ZEROS OR SEMANA-LLEGAD-W = ZEROS
              COMPUTE FECHA-AUX-W = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (FECHA-HOY-W) - 7)
              PERFORM CALCULAR-SEMANA
              MOVE ANO-EPI-W TO ANO-LLEGAD-W
              MOVE SEM-EPI-W TO SEMANA-LLEGAD-W
           END-IF

           IF SEMANA-LLEGAD-W > 53
              MOVE "Semana epidemiologica no valida" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

      *    DOMINGO DE LA SEMANA 1: EL DE LA SEMANA DEL 4 DE ENERO.
           COMPUTE ENE-INT-W = FUNCTION INTEGER-OF-DATE
                               (ANO-LLEGAD-W * 10000 + 104)
           COMPUTE DOMINGO-INT-W = ENE-INT-W
                                 - FUNCTION MOD (ENE-INT-W, 7)
                                 + (SEMANA-LLEGAD-W - 1) * 7
           COMPUTE SABADO-W = FUNCTION DATE-OF-INTEGER
                              (DOMINGO-INT-W + 6)

           MOVE FECHA-HOY-W TO FECHA-AUX-W
           PERFORM FORMATEAR-FECHA
           MOVE FECHA-TXT-W TO FEC-NOT-TXT-W
           MOVE SEMANA-LLEGAD-W TO SEMANA-EDIT-W

           MOVE SPACES TO NOM-EXP-W
           STRING "C:\PROSOFT\TEMP\SIVIGILA-" DELIMITED BY SIZE
                  UPGD-LLEGAD-W               DELIMITED BY " "
                  "-"                         DELIMITED BY SIZE
                  ANO-LLEGAD-W                DELIMITED BY SIZE
                  SEMANA-EDIT-W               DELIMITED BY SIZE
                  ".TXT"                      DELIMITED BY SIZE
                  INTO NOM-EXP-W
           END-STRING
           OPEN OUTPUT ARCHIVO-EXPORTA

      *    PRIMERO LOS YA NOTIFICADOS EN LA SEMANA (REGENERACION).
           MOVE ANO-LLEGAD-W    TO ANO-SEM-SIV
           MOVE SEMANA-LLEGAD-W TO SEMANA-SIV
           START ARCHIVO-SIVIGILA KEY IS NOT LESS LLAVE-SEM-SIV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-NOTIFICADOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

      *    LUEGO LOS COMPLETOS DETECTADOS HASTA EL SABADO; CADA UNO
      *    SALE DEL ESTADO C AL NOTIFICARLO, ASI QUE SE VUELVE A
      *    POSICIONAR AL PRINCIPIO DE LOS COMPLETOS.
           PERFORM NOTIFICAR-SIGUIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF CANT-LISTA-W = ZEROS
              MOVE SPACES TO REG-EXPORTA
              STRING "000|"          DELIMITED BY SIZE
                     FEC-NOT-TXT-W   DELIMITED BY SIZE
                     "|"             DELIMITED BY SIZE
                     SEMANA-EDIT-W   DELIMITED BY SIZE
                     "|"             DELIMITED BY SIZE
                     ANO-LLEGAD-W    DELIMITED BY SIZE
                     "|"             DELIMITED BY SIZE
                     UPGD-LLEGAD-W   DELIMITED BY " "
                     "|"             DELIMITED BY SIZE
                     SUBIND-LLEGAD-W DELIMITED BY SIZE
                     "|||||||||||||||||||"
                                     DELIMITED BY SIZE
                     INTO REG-EXPORTA
              END-STRING
              WRITE REG-EXPORTA
           END-IF

           CLOSE ARCHIVO-EXPORTA
           MOVE CANT-LISTA-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-NOTIFICADOS.
           READ ARCHIVO-SIVIGILA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ANO-SEM-SIV NOT = ANO-LLEGAD-W
              OR SEMANA-SIV NOT = SEMANA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF SIV-NOTIFICADO
                    PERFORM EXPORTAR-CASO
                 END-IF
              END-IF
           END-IF.

       NOTIFICAR-SIGUIENTE.
           MOVE "C"   TO ESTADO-SIV
           MOVE ZEROS TO FECHA-DETEC-SIV
           START ARCHIVO-SIVIGILA KEY IS NOT LESS LLAVE-EST-SIV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           IF OTR-STAT = "00"
              READ ARCHIVO-SIVIGILA NEXT RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF

           IF OTR-STAT = "00"
              IF NOT SIV-COMPLETO
              OR FECHA-DETEC-SIV > SABADO-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM EXPORTAR-CASO
                 MOVE "N"                TO ESTADO-SIV
                 MOVE ANO-LLEGAD-W       TO ANO-SEM-SIV
                 MOVE SEMANA-LLEGAD-W    TO SEMANA-SIV
                 MOVE FECHA-HOY-W        TO FECHA-NOT-SIV
                 MOVE ID-SESION-LLEGAD-W TO OPER-NOT-SIV
                 REWRITE REG-SIVIGILA END-REWRITE
              END-IF
           END-IF.

       EXPORTAR-CASO.
           ADD 1 TO CANT-LISTA-W
           PERFORM CALCULAR-EDAD

           MOVE NACIM-SIV          TO FECHA-AUX-W
           PERFORM FORMATEAR-FECHA
           MOVE FECHA-TXT-W        TO NACIM-TXT-W
           MOVE FECHA-CONSULTA-SIV TO FECHA-AUX-W
           PERFORM FORMATEAR-FECHA
           MOVE FECHA-TXT-W        TO CONSULTA-TXT-W
           MOVE FECHA-INI-SINT-SIV TO FECHA-AUX-W
           PERFORM FORMATEAR-FECHA
           MOVE FECHA-TXT-W        TO INI-SINT-TXT-W
           MOVE FECHA-DEF-SIV      TO FECHA-AUX-W
           PERFORM FORMATEAR-FECHA
           MOVE FECHA-TXT-W        TO DEF-TXT-W

           MOVE SPACES TO REG-EXPORTA
           STRING EVENTO-SIV        DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FEC-NOT-TXT-W     DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  SEMANA-EDIT-W     DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  ANO-LLEGAD-W      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  UPGD-LLEGAD-W     DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  SUBIND-LLEGAD-W   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  TIPO-ID-SIV       DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  COD-PACI-SIV      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  NOMBRE-SIV        DELIMITED BY "  "
                  "|"               DELIMITED BY SIZE
                  SEXO-SIV          DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  NACIM-TXT-W       DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  EDAD-EDIT-W       DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  UNID-EDAD-W       DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  OCUP-SIV          DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  ASEG-SIV          DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  DIRECC-SIV        DELIMITED BY "  "
                  "|"               DELIMITED BY SIZE
                  TELEFONO-SIV      DELIMITED BY "  "
                  "|"               DELIMITED BY SIZE
                  CONSULTA-TXT-W    DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  INI-SINT-TXT-W    DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  CLASIF-SIV        DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  HOSPITAL-SIV      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  COND-FINAL-SIV    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  DEF-TXT-W         DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  DX-SIV            DELIMITED BY " "
                  "|"               DELIMITED BY SIZE
                  DATOS-EVENTO-SIV  DELIMITED BY "  "
                  INTO REG-EXPORTA
           END-STRING
           WRITE REG-EXPORTA.

      *    EDAD A LA FECHA DE CONSULTA: EN ANOS, EN MESES EL MENOR DE
      *    UN ANO Y EN DIAS EL MENOR DE UN MES.
       CALCULAR-EDAD.
           MOVE ZEROS TO EDAD-W
           MOVE "1"   TO UNID-EDAD-W
           MOVE NACIM-SIV TO NACIM-W
           MOVE FECHA-CONSULTA-SIV TO FECHA-AUX-W

           IF NACIM-W NOT = ZEROS AND NACIM-W NOT > FECHA-AUX-W
              COMPUTE EDAD-W = ANO-AUX-W - ANO-NACIM-W
              IF MES-AUX-W < MES-NACIM-W
              OR (MES-AUX-W = MES-NACIM-W AND DIA-AUX-W < DIA-NACIM-W)
                 SUBTRACT 1 FROM EDAD-W
              END-IF
              IF EDAD-W < 1
                 MOVE "2" TO UNID-EDAD-W
                 COMPUTE EDAD-W = (ANO-AUX-W - ANO-NACIM-W) * 12
                                + MES-AUX-W - MES-NACIM-W
                 IF DIA-AUX-W < DIA-NACIM-W
                    SUBTRACT 1 FROM EDAD-W
                 END-IF
                 IF EDAD-W < 1
                    MOVE "3" TO UNID-EDAD-W
                    COMPUTE EDAD-W =
                            FUNCTION INTEGER-OF-DATE (FECHA-AUX-W)
                          - FUNCTION INTEGER-OF-DATE (NACIM-W)
                 END-IF
              END-IF
           END-IF
           MOVE EDAD-W TO EDAD-EDIT-W.

       FORMATEAR-FECHA.
           IF FECHA-AUX-W = ZEROS
              MOVE SPACES TO FECHA-TXT-W
           ELSE
              MOVE "  /  /    " TO FECHA-TXT-W
              MOVE DIA-AUX-W    TO DIA-TXT-W
              MOVE MES-AUX-W    TO MES-TXT-W
              MOVE ANO-AUX-W    TO ANO-TXT-W
           END-IF.

      *    SEMANA EPIDEMIOLOGICA DE FECHA-AUX-W: EL ANO Y LA SEMANA LOS
      *    DA EL MIERCOLES DE SU SEMANA (DOMINGO A SABADO). EL DIA 1
      *    DE INTEGER-OF-DATE ES LUNES, ASI QUE MOD 7 = 0 ES DOMINGO.
       CALCULAR-SEMANA.
           COMPUTE DIA-INT-W     = FUNCTION INTEGER-OF-DATE
                                   (FECHA-AUX-W)
           COMPUTE DOMINGO-INT-W = DIA-INT-W
                                 - FUNCTION MOD (DIA-INT-W, 7)
           COMPUTE MIERC-INT-W   = DOMINGO-INT-W + 3
           COMPUTE FECHA-MIERC-W = FUNCTION DATE-OF-INTEGER
                                   (MIERC-INT-W)
           MOVE ANO-MIERC-W      TO ANO-EPI-W
           COMPUTE ENE-INT-W     = FUNCTION INTEGER-OF-DATE
                                   (ANO-EPI-W * 10000 + 101)
           COMPUTE SEM-EPI-W     = (MIERC-INT-W - ENE-INT-W) / 7 + 1
           COMPUTE DOMINGO-W     = FUNCTION DATE-OF-INTEGER
                                   (DOMINGO-INT-W)
           COMPUTE SABADO-W      = FUNCTION DATE-OF-INTEGER
                                   (DOMINGO-INT-W + 6).

      *=================================================================
      * OPC "T" - CASOS DETECTADOS EN EL RANGO QUE NO SE NOTIFICARON A
      *           TIEMPO (LOS DESCARTADOS NO CUENTAN).
      *=================================================================
       CASOS-TARDIOS.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*TARDIOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE ZEROS TO NRO-SIV
           START ARCHIVO-SIVIGILA KEY IS NOT LESS LLAVE-SIV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM REVISAR-OPORTUNIDAD UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W           DELIMITED BY SIZE
                  "}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       REVISAR-OPORTUNIDAD.
           READ ARCHIVO-SIVIGILA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF  OTR-STAT = "00"
           AND NOT SIV-DESCARTADO
           AND FECHA-DETEC-SIV NOT < FECHA-INI-LLEGAD-W
           AND FECHA-DETEC-SIV NOT > FECHA-FIN-LLEGAD-W
              IF SIV-INMEDIATA
                 COMPUTE LIMITE-W = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE (FECHA-DETEC-SIV)
                          + 1)
              ELSE
                 MOVE FECHA-DETEC-SIV TO FECHA-AUX-W
                 PERFORM CALCULAR-SEMANA
                 COMPUTE LIMITE-W = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE (SABADO-W) + 2)
              END-IF

              MOVE "N" TO SW-TARDE-W
              IF SIV-NOTIFICADO
                 IF FECHA-NOT-SIV > LIMITE-W
                    MOVE "S" TO SW-TARDE-W
                    COMPUTE DIAS-TARDE-W =
                            FUNCTION INTEGER-OF-DATE (FECHA-NOT-SIV)
                          - FUNCTION INTEGER-OF-DATE (LIMITE-W)
                 END-IF
              ELSE
                 IF FECHA-HOY-W > LIMITE-W
                    MOVE "S" TO SW-TARDE-W
                    COMPUTE DIAS-TARDE-W =
                            FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
                          - FUNCTION INTEGER-OF-DATE (LIMITE-W)
                 END-IF
              END-IF

              IF SW-TARDE-W = "S"
                 ADD 1 TO CANT-LISTA-W
                 MOVE DIAS-TARDE-W TO DIAS-EDIT-W
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*NRO*:*"          DELIMITED BY SIZE
                        NRO-SIV             DELIMITED BY SIZE
                        "*,*ESTADO*:*"      DELIMITED BY SIZE
                        ESTADO-SIV          DELIMITED BY SIZE
                        "*,*EVENTO*:*"      DELIMITED BY SIZE
                        EVENTO-SIV          DELIMITED BY SIZE
                        "*,*DX*:*"          DELIMITED BY SIZE
                        DX-SIV              DELIMITED BY SIZE
                        "*,*INMEDIATA*:*"   DELIMITED BY SIZE
                        INMEDIATA-SIV       DELIMITED BY SIZE
                        "*,*PACIENTE*:*"    DELIMITED BY SIZE
                        COD-PACI-SIV        DELIMITED BY SIZE
                        "*,*NOMBRE*:*"      DELIMITED BY SIZE
                        NOMBRE-SIV          DELIMITED BY "  "
                        "*,*ORIGEN*:*"      DELIMITED BY SIZE
                        ORIGEN-SIV          DELIMITED BY SIZE
                        "*,*DETECCION*:*"   DELIMITED BY SIZE
                        FECHA-DETEC-SIV     DELIMITED BY SIZE
                        "*,*LIMITE*:*"      DELIMITED BY SIZE
                        LIMITE-W            DELIMITED BY SIZE
                        "*,*NOTIFICADO*:*"  DELIMITED BY SIZE
                        FECHA-NOT-SIV       DELIMITED BY SIZE
                        "*,*DIAS*:*"        DELIMITED BY SIZE
                        DIAS-EDIT-W         DELIMITED BY SIZE
                        "*},"               DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ERROR-DATOS.
           CLOSE ARCHIVO-SIVIGILA
           MOVE "99"                             TO MSJ1-HTML
           MOVE "SER951"                         TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-SIVIGILA.

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
