      *=================================================================
      * SALUD - REPORTE TRIMESTRAL DE PROTECCION ESPECIFICA, DETECCION
      * TEMPRANA Y ATENCION DE ENFERMEDADES DE INTERES EN SALUD PUBLICA
      * (RESOLUCION 202 DE 2021, ANTES 4505).
      *   - OPC "G": GENERA EL PLANO DEL PERIODO A PARTIR DE LA FICHA
      *     DEL PACIENTE (SC-PACIE), CONTROL PRENATAL (SC-ARCHPRN),
      *     COHORTES DE CRONICOS (SC-ARCHCOH), VACUNACION (SC-ARCHVAC),
      *     LABORATORIO VALIDADO (SC-ARCHLAB), SIGNOS VITALES Y
      *     ANTROPOMETRIA (SC-ARCHEWS) Y CONSULTAS ATENDIDAS DE LA
      *     AGENDA (SC-AGEND) POR FINALIDAD. ENTRAN LOS PACIENTES CON
      *     ALGUNA ACTIVIDAD DE PROMOCION Y PREVENCION EN EL PERIODO.
      *     DEJA UN PLANO CONSOLIDADO Y UNO POR EPS.
      *   - OPC "V": VALIDA EL PLANO ANTES DEL ENVIO: REGISTRO DE
      *     CONTROL, CONSECUTIVOS, CANTIDAD Y TIPO DE CAMPOS, FECHAS Y
      *     CONSISTENCIA SEXO / GESTACION. DEVUELVE LOS ERRORES.
      * SIN FECHAS LLEGA EL TRIMESTRE ANTERIOR AL DE HOY.
      * SALIDA: C:\PROSOFT\TEMP\SGD280RPED<AAAAMMDD>NI<NIT>.TXT Y
      * ...-<EPS>.TXT, CAMPOS SEPARADOS POR "|":
      *   REGISTRO 1: 1|NIT|FECHA_INICIAL|FECHA_FINAL|CANT_REGISTROS
      *   REGISTRO 2 (UNO POR PACIENTE):
      *    1 TIPO  2 CONSECUTIVO  3 HABILITACION  4 TIPO_ID  5 NRO_ID
      *    6 APELLIDO1  7 APELLIDO2  8 NOMBRE1  9 NOMBRE2  10 FEC_NAC
      *   11 SEXO  12 ETNIA  13 OCUPACION  14 EPS  15 REGIMEN
      *   16 MUNICIPIO  17 GESTANTE  18 FPP  19 RIESGO_GESTACIONAL
      *   20 FEC_1ER_CONTROL  21 NRO_CONTROLES  22 ACIDO_FOLICO
      *   23 SULFATO_FERROSO  24 CALCIO  25 FEC_PESO  26 PESO_KG
      *   27 FEC_TALLA  28 TALLA_CM  29 FEC_TA  30 TA_SISTOLICA
      *   31 TA_DIASTOLICA  32 FEC_CRECIMIENTO_DESARROLLO
      *   33 FEC_CONSULTA_JOVEN  34 FEC_CONSULTA_ADULTO
      *   35 FEC_PLANIFICACION  36 FEC_AGUDEZA_VISUAL  37 FEC_PARTO
      *   38 HTA  39 DIABETES  40 ERC  41 ESTADIO_ERC
      *   42-69 FECHA Y RESULTADO DE: HBA1C, CREATININA, GLICEMIA,
      *   HDL, LDL, TRIGLICERIDOS, HEMOGLOBINA, VIH, SIFILIS, HBSAG,
      *   CITOLOGIA, PSA, SANGRE OCULTA, TSH NEONATAL
      *   70-83 DOSIS DE: BCG, HEPATITIS B, PENTAVALENTE, POLIO, DPT,
      *   ROTAVIRUS, NEUMOCOCO, SRP, FIEBRE AMARILLA, HEPATITIS A,
      *   VARICELA, INFLUENZA, VPH, TD
      *   84 FEC_VALORACION_ODONTOLOGICA  85 COP_D  86 CEO_D
      *   87 FECHA_CORTE
      * FECHAS AAAA-MM-DD; NO APLICA 1800-01-01, SIN DATO 1845-01-01.
      * CODIGOS: NO APLICA 0, SIN DATO 22; MEDIDAS SIN DATO 999; SI 1,
      * NO 2; RIESGO ALTO 4, BAJO 5, NO EVALUADO 21; RESULTADOS
      * CUALITATIVOS NEGATIVO 1, POSITIVO 2. COP-D Y CEO-D SIN
      * VALORACION ODONTOLOGICA (SC-ARCHODO) 99.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      * 15/10/26 JLR VALORACION ODONTOLOGICA, COP-D Y CEO-D DEL ULTIMO
      *              ODONTOGRAMA (CAMPOS 84 A 86); EL CORTE PASA AL 87.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SAL734".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-PRENA.CBL".
       COPY "..\..\FUENTES\FS-COHOR.CBL".
       COPY "..\..\FUENTES\FS-VACUN.CBL".
       COPY "..\..\FUENTES\FS-LABOR.CBL".
       COPY "..\..\FUENTES\FS-EWSCO.CBL".
       COPY "..\..\FUENTES\FS-CITAS.CBL".
       COPY "..\..\FUENTES\FS-ODONT.CBL".

           SELECT ARCHIVO-DETALLE
                  ASSIGN NOM-DET-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-TOTAL
                  ASSIGN NOM-TOT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

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
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-PRENA.CBL".
       COPY "..\..\FUENTES\FD-COHOR.CBL".
       COPY "..\..\FUENTES\FD-VACUN.CBL".
       COPY "..\..\FUENTES\FD-LABOR.CBL".
       COPY "..\..\FUENTES\FD-EWSCO.CBL".
       COPY "..\..\FUENTES\FD-CITAS.CBL".
       COPY "..\..\FUENTES\FD-ODONT.CBL".

       FD  ARCHIVO-DETALLE
           LABEL RECORD STANDARD.
       01  REG-DETALLE                PIC X(1000).

       FD  ARCHIVO-TOTAL
           LABEL RECORD STANDARD.
       01  REG-TOTAL                  PIC X(1000).

       FD  ARCHIVO-EXPORTA
           LABEL RECORD STANDARD.
       01  REG-EXPORTA                PIC X(1000).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 PACIE-W                PIC X(70).
       77 NOM-PRN-W              PIC X(70).
       77 NOM-COH-W              PIC X(70).
       77 NOM-VAC-W              PIC X(70).
       77 NOM-LAB-W              PIC X(70).
       77 NOM-EWS-W              PIC X(70).
       77 NOM-CITAS-W            PIC X(70).
       77 NOM-ODO-W              PIC X(70).
       77 NOM-DET-W              PIC X(90).
       77 NOM-TOT-W              PIC X(90).
       77 NOM-EXP-W              PIC X(90).
       77 NOM-PLANO-W            PIC X(90).
       77 K                      PIC 9(4).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(4).
             03 FILLER              PIC X(25).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 NIT-LLEGAD-W           PIC 9(12).
          02 HABILIT-LLEGAD-W       PIC X(12).
          02 EPS-LLEGAD-W           PIC X(6).

       01 VARIABLES.
          02 FECHA-INI-W        PIC 9(8).
          02 FECHA-FIN-W        PIC 9(8).
          02 FECHA-FIN-R REDEFINES FECHA-FIN-W.
             03 ANO-FIN-W       PIC 9(4).
             03 MES-FIN-W       PIC 99.
             03 DIA-FIN-W       PIC 99.
          02 TRIM-W             PIC 9.
          02 EPS-ANT-W          PIC X(6).
          02 CANT-EPS-W         PIC 9(7)  VALUE 0.
          02 CANT-TOTAL-W       PIC 9(7)  VALUE 0.
          02 CANT-LEIDOS-W      PIC 9(7)  VALUE 0.
          02 CONSEC-W           PIC 9(7)  VALUE 0.
          02 SW-FIN-PACI-W      PIC X.
          02 SW-ACTIVIDAD-W     PIC X.
          02 SW-APLICA-W        PIC X.
          02 NO-APLICA-W        PIC X.
          02 SW-PRN-W           PIC X.
          02 SW-COH-W           PIC X.
          02 SW-VAC-W           PIC X.
          02 SW-LAB-W           PIC X.
          02 SW-EWS-W           PIC X.
          02 SW-CIT-W           PIC X.
          02 SW-ODO-W           PIC X.
          02 SW-PACIE-W         PIC X.
          02 EDAD-ANOS-W        PIC 9(3).
          02 EDAD-MESES-W       PIC 9(4).
          02 ID-CIT-W           PIC 9(15).
          02 FECHA-CITA-W       PIC 9(8).
          02 FECHA-CAMPO-W      PIC 9(8).
          02 FECHA-CAMPO-R REDEFINES FECHA-CAMPO-W.
             03 ANO-CAMPO-W     PIC 9(4).
             03 MES-CAMPO-W     PIC 99.
             03 DIA-CAMPO-W     PIC 99.
          02 FECHA-RIPS-W.
             03 ANO-RIPS-W      PIC 9(4).
             03 FILLER          PIC X     VALUE "-".
             03 MES-RIPS-W      PIC 99.
             03 FILLER          PIC X     VALUE "-".
             03 DIA-RIPS-W      PIC 99.
          02 CAMPO-W            PIC X(60).
          02 NUM-W              PIC 9(11).
          02 DEC-W              PIC 9(6)V99.
          02 DEC-EDIT-W         PIC Z(5)9.99.
          02 CEROS-W            PIC 99.
          02 PUNT-W             PIC 9(4).
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.

       01 NOMBRES-W.
          02 APELLIDO1-W        PIC X(30).
          02 APELLIDO2-W        PIC X(30).
          02 NOMBRE1-W          PIC X(30).
          02 NOMBRE2-W          PIC X(30).

      *    DATOS DEL PACIENTE RECOGIDOS DE LAS FUENTES

       01 DATOS-PYP-W.
          02 GESTANTE-W         PIC X.
          02 FPP-W              PIC 9(8).
          02 RIESGO-GES-W       PIC X.
          02 INSCR-FECHA-W      PIC 9(8).
          02 PRIMER-CTRL-W      PIC 9(8).
          02 NRO-CTRL-W         PIC 99.
          02 SUPLEM-W           PIC X(30).
          02 FOLICO-W           PIC 99.
          02 FERROSO-W          PIC 99.
          02 CALCIO-W           PIC 99.
          02 FECHA-PESO-W       PIC 9(8).
          02 PESO-W             PIC 9(3)V999.
          02 FECHA-TALLA-W      PIC 9(8).
          02 TALLA-W            PIC 9(3).
          02 FECHA-TA-W         PIC 9(8).
          02 TAS-W              PIC 9(3).
          02 TAD-W              PIC 9(3).
          02 COHORTE-W          PIC X     OCCURS 3.
          02 ESTADIO-ERC-W      PIC XX.
          02 FECHA-LAB-W        PIC 9(8)  OCCURS 14.
          02 RESULT-LAB-W       PIC 9(6)V99 OCCURS 14.
          02 ANORMAL-LAB-W      PIC X     OCCURS 14.
          02 DOSIS-VAC-W        PIC 99    OCCURS 14.
          02 FECHA-FIN-CIT-W    PIC 9(8)  OCCURS 6.
          02 FECHA-ODO-W        PIC 9(8).
          02 COP-W              PIC 99.
          02 CEO-W              PIC 99.

      *    PATOLOGIAS DE LAS COHORTES (HTA, DIABETES, ERC)

       01 TABLA-COHORTES-W.
          02 FILLER             PIC X(9)  VALUE "HTADM ERC".
       01 TABLA-COHORTES-R REDEFINES TABLA-COHORTES-W.
          02 PATOL-TAB-W        PIC X(3)  OCCURS 3.

      *    EXAMENES: CUPS, SEXO, EDAD MINIMA Y MAXIMA EN ANOS Y SI EL
      *    RESULTADO ES CUALITATIVO (C) O NUMERICO (N). LAS POSICIONES
      *    1 Y 2 SE COMPLETAN TAMBIEN CON LAS VISITAS DE LA COHORTE.

       01 TABLA-EXAMENES-W.
          02 FILLER             PIC X(16) VALUE "903426   000999N".
          02 FILLER             PIC X(16) VALUE "903895   000999N".
          02 FILLER             PIC X(16) VALUE "903841   000999N".
          02 FILLER             PIC X(16) VALUE "903815   000999N".
          02 FILLER             PIC X(16) VALUE "903816   000999N".
          02 FILLER             PIC X(16) VALUE "903868   000999N".
          02 FILLER             PIC X(16) VALUE "902213   000999N".
          02 FILLER             PIC X(16) VALUE "906249   000999C".
          02 FILLER             PIC X(16) VALUE "906915   000999C".
          02 FILLER             PIC X(16) VALUE "906317   000999C".
          02 FILLER             PIC X(16) VALUE "892901  F025069C".
          02 FILLER             PIC X(16) VALUE "906610  M050075N".
          02 FILLER             PIC X(16) VALUE "907009   050075C".
          02 FILLER             PIC X(16) VALUE "904904   000000N".
       01 TABLA-EXAMENES-R REDEFINES TABLA-EXAMENES-W.
          02 EXAMEN-TAB-W       OCCURS 14.
             03 CUPS-TAB-W      PIC X(8).
             03 SEXO-EXA-TAB-W  PIC X.
             03 EDAD-MIN-EXA-W  PIC 9(3).
             03 EDAD-MAX-EXA-W  PIC 9(3).
             03 CUALIT-TAB-W    PIC X.

      *    VACUNAS: CODIGO, SEXO Y EDAD MINIMA Y MAXIMA EN MESES

       01 TABLA-VACUNAS-W.
          02 FILLER             PIC X(15) VALUE "BCG    00000071".
          02 FILLER             PIC X(15) VALUE "HB     00000071".
          02 FILLER             PIC X(15) VALUE "PENTA  00000071".
          02 FILLER             PIC X(15) VALUE "POLIO  00000071".
          02 FILLER             PIC X(15) VALUE "DPT    00000071".
          02 FILLER             PIC X(15) VALUE "ROTA   00000071".
          02 FILLER             PIC X(15) VALUE "NEUMO  00000071".
          02 FILLER             PIC X(15) VALUE "SRP    00000071".
          02 FILLER             PIC X(15) VALUE "FA     00000071".
          02 FILLER             PIC X(15) VALUE "HA     00000071".
          02 FILLER             PIC X(15) VALUE "VARIC  00000071".
          02 FILLER             PIC X(15) VALUE "INFLU  00009999".
          02 FILLER             PIC X(15) VALUE "VPH   F01080215".
          02 FILLER             PIC X(15) VALUE "TD    F01200599".
       01 TABLA-VACUNAS-R REDEFINES TABLA-VACUNAS-W.
          02 VACUNA-TAB-W       OCCURS 14.
             03 COD-VAC-TAB-W   PIC X(6).
             03 SEXO-VAC-TAB-W  PIC X.
             03 MES-MIN-VAC-W   PIC 9(4).
             03 MES-MAX-VAC-W   PIC 9(4).

      *    CONSULTAS POR FINALIDAD: CRECIMIENTO Y DESARROLLO (04),
      *    JOVEN (05), ADULTO (07), PLANIFICACION (03), AGUDEZA VISUAL
      *    (08) Y PARTO (01), CON SEXO Y EDAD EN ANOS

       01 TABLA-FINALIDAD-W.
          02 FILLER             PIC X(9)  VALUE "04 000009".
          02 FILLER             PIC X(9)  VALUE "05 010029".
          02 FILLER             PIC X(9)  VALUE "07 045999".
          02 FILLER             PIC X(9)  VALUE "03 010059".
          02 FILLER             PIC X(9)  VALUE "08 004999".
          02 FILLER             PIC X(9)  VALUE "01F010054".
       01 TABLA-FINALIDAD-R REDEFINES TABLA-FINALIDAD-W.
          02 FINALIDAD-TAB-W    OCCURS 6.
             03 FINALID-TAB-W   PIC XX.
             03 SEXO-FIN-TAB-W  PIC X.
             03 EDAD-MIN-FIN-W  PIC 9(3).
             03 EDAD-MAX-FIN-W  PIC 9(3).

      *    VALIDACION DEL PLANO: TIPO DE CADA UNO DE LOS 87 CAMPOS DEL
      *    REGISTRO 2. F FECHA, N NUMERICO, D DECIMAL, O OBLIGATORIO,
      *    S SEXO.

       01 TIPOS-CAMPO-W.
          02 FILLER             PIC X(42) VALUE
             "NNOOOOOOOFSNOOOONFNFNNNNFDFNFNNFFFFFFNNNNF".
          02 FILLER             PIC X(45) VALUE
             "DFDFDFDFDFDFDFNFNFNFNFDFNFDNNNNNNNNNNNNNNFNNF".
       01 TIPOS-CAMPO-R REDEFINES TIPOS-CAMPO-W.
          02 TIPO-CAMPO-TAB-W   PIC X     OCCURS 87.

       01 VALIDACION-W.
          02 NRO-LINEA-W        PIC 9(7).
          02 CANT-DETALLE-W     PIC 9(7).
          02 CANT-CONTROL-W     PIC 9(7).
          02 CANT-ERRORES-W     PIC 9(5).
          02 CANT-CAMPOS-W      PIC 9(3).
          02 LARGO-LIN-W        PIC 9(4).
          02 LARGO-CAMPO-W      PIC 9(3).
          02 CANT-PUNTOS-W      PIC 9(3).
          02 SW-CONTROL-W       PIC X.
          02 CAMPO-ERROR-W      PIC 9(3).
          02 MSJ-ERROR-W        PIC X(60).
          02 CAMPO-VAL-W        PIC X(60).
          02 DECIMAL-VAL-W      PIC X(60).
          02 CORTE-VAL-W        PIC X(10).
          02 TABLA-CAMPOS-W.
             03 CAMPO-TAB-W     PIC X(60) OCCURS 90.

       01 LINEA-DET-W            PIC X(1000).

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
              MOVE "SAL734"                TO MSJ3-HTML
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
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PACIE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEP-PACIE.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE PACIE-W                 TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PRENA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PRENATAL.
       ESCR-EXCEP-PRENA.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PRN-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COHOR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COHORTES.
       ESCR-EXCEP-COHOR.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COH-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-VACUN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-VACUNAS.
       ESCR-EXCEP-VACUN.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-VAC-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
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
              MOVE "SAL734"                TO MSJ3-HTML
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
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CITAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CITAS.
       ESCR-EXCEP-CITAS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CITAS-W             TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ODONT SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ODONTOGRAMA.
       ESCR-EXCEP-ODONT.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ODO-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DETALLE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DETALLE.
       ESCR-EXCEP-DETALLE.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-DET-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TOTAL SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TOTAL.
       ESCR-EXCEP-TOTAL.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TOT-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EXPORTA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EXPORTA.
       ESCR-EXCEP-EXPORTA.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-EXP-W               TO MSJ2-HTML
              MOVE "SAL734"                TO MSJ3-HTML
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
              MOVE "SAL734"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SAL734" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, FECHA-INI-LLEGAD-W,
                   FECHA-FIN-LLEGAD-W, NIT-LLEGAD-W,
                   HABILIT-LLEGAD-W, EPS-LLEGAD-W
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
              MOVE "SAL734"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-PRN-W NOM-CITAS-W
           MOVE "\\" TO NOM-PRN-W

           INSPECT NOM-PRN-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-PRN-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-PRN-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           INSPECT NOM-PRN-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPRN.DAT"

           MOVE NOM-PRN-W TO NOM-COH-W NOM-VAC-W NOM-LAB-W NOM-EWS-W
                             PACIE-W
           INSPECT NOM-COH-W REPLACING FIRST "SC-ARCHPRN.DAT"
                                          BY "SC-ARCHCOH.DAT"
           INSPECT NOM-VAC-W REPLACING FIRST "SC-ARCHPRN.DAT"
                                          BY "SC-ARCHVAC.DAT"
           INSPECT NOM-LAB-W REPLACING FIRST "SC-ARCHPRN.DAT"
                                          BY "SC-ARCHLAB.DAT"
           INSPECT NOM-EWS-W REPLACING FIRST "SC-ARCHPRN.DAT"
                                          BY "SC-ARCHEWS.DAT"
           INSPECT PACIE-W   REPLACING FIRST "SC-ARCHPRN.DAT"
                                          BY "SC-PACIE.DAT  "
           MOVE NOM-PRN-W TO NOM-ODO-W
           INSPECT NOM-ODO-W REPLACING FIRST "SC-ARCHPRN.DAT"
                                          BY "SC-ARCHODO.DAT"

      *    LA AGENDA VIVA ES LA MISMA QUE USAN LAS PANTALLAS DE
      *    ASIGNACION (VER SER891A): SIEMPRE EN PROG\HC\DATOS.

           MOVE "\\" TO NOM-CITAS-W
           INSPECT NOM-CITAS-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-CITAS-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-CITAS-W REPLACING
                   FIRST "                          "
                   BY "PROG\HC\DATOS\SC-AGEND.DAT"

           MOVE SPACES TO NOM-PLANO-W NOM-DET-W NOM-TOT-W
           STRING "C:\PROSOFT\TEMP\SC-SAL734-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING
           STRING "C:\PROSOFT\TEMP\SC-SAL734-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  "-D.TXT"        DELIMITED BY SIZE
                  INTO NOM-DET-W
           END-STRING
           STRING "C:\PROSOFT\TEMP\SC-SAL734-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  "-T.TXT"        DELIMITED BY SIZE
                  INTO NOM-TOT-W
           END-STRING.

       ESCOGER-OPCION.
      *    SIN FECHAS SE TOMA EL TRIMESTRE ANTERIOR AL DE HOY

           MOVE "N" TO SW-PACIE-W SW-PRN-W SW-COH-W SW-VAC-W
                       SW-LAB-W SW-EWS-W SW-CIT-W SW-ODO-W
           MOVE FECHA-INI-LLEGAD-W TO FECHA-INI-W
           MOVE FECHA-FIN-LLEGAD-W TO FECHA-FIN-W
           IF FECHA-FIN-W = ZEROS
              DIVIDE MES-TOTAL BY 3 GIVING TRIM-W
              IF MES-TOTAL > TRIM-W * 3
                 ADD 1 TO TRIM-W
              END-IF
              SUBTRACT 1 FROM TRIM-W
              IF TRIM-W = 0
                 COMPUTE ANO-FIN-W = ANO-TOTAL - 1
                 MOVE 12 TO MES-FIN-W
              ELSE
                 MOVE ANO-TOTAL TO ANO-FIN-W
                 COMPUTE MES-FIN-W = TRIM-W * 3
              END-IF
              IF MES-FIN-W = 6 OR 9
                 MOVE 30 TO DIA-FIN-W
              ELSE
                 MOVE 31 TO DIA-FIN-W
              END-IF
           END-IF
           IF FECHA-INI-W = ZEROS
              IF MES-FIN-W < 3
                 COMPUTE FECHA-INI-W = ANO-FIN-W * 10000 + 101
              ELSE
                 COMPUTE FECHA-INI-W = ANO-FIN-W * 10000
                                     + (MES-FIN-W - 2) * 100 + 1
              END-IF
           END-IF

           IF FECHA-INI-W > FECHA-FIN-W
              MOVE "Periodo no valido"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF NIT-LLEGAD-W = ZEROS
              MOVE "Falta el NIT de la entidad"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GENERAR-PLANO
             WHEN "V"   GO TO VALIDAR-PLANO
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "G" - GENERACION DEL PLANO. LOS PACIENTES SE RECORREN POR
      * EPS; CADA LINEA VA AL TEMPORAL DE LA EPS Y AL DEL CONSOLIDADO Y
      * EN CADA CAMBIO DE EPS SE ARMA SU PLANO CON EL CONSECUTIVO.
      *=================================================================
       GENERAR-PLANO.
           IF HABILIT-LLEGAD-W = SPACES
              MOVE "Falta el codigo de habilitacion"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES.
           IF OTR-STAT = "35"
              MOVE "No existe el archivo de pacientes" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE "S" TO SW-PACIE-W

           MOVE "S" TO SW-PRN-W SW-COH-W SW-VAC-W SW-LAB-W SW-EWS-W
                       SW-CIT-W SW-ODO-W
           OPEN INPUT ARCHIVO-PRENATAL
           IF OTR-STAT = "35"
              MOVE "N" TO SW-PRN-W
           END-IF
           OPEN INPUT ARCHIVO-COHORTES
           IF OTR-STAT = "35"
              MOVE "N" TO SW-COH-W
           END-IF
           OPEN INPUT ARCHIVO-VACUNAS
           IF OTR-STAT = "35"
              MOVE "N" TO SW-VAC-W
           END-IF
           OPEN INPUT ARCHIVO-LABORATORIO
           IF OTR-STAT = "35"
              MOVE "N" TO SW-LAB-W
           END-IF
           OPEN INPUT ARCHIVO-EWS
           IF OTR-STAT = "35"
              MOVE "N" TO SW-EWS-W
           END-IF
           OPEN INPUT ARCHIVO-CITAS
           IF OTR-STAT = "35"
              MOVE "N" TO SW-CIT-W
           END-IF
           OPEN INPUT ARCHIVO-ODONTOGRAMA
           IF OTR-STAT = "35"
              MOVE "N" TO SW-ODO-W
           END-IF

           OPEN OUTPUT ARCHIVO-DETALLE ARCHIVO-TOTAL ARCHIVO-JSON

           MOVE "{*EPS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE SPACES    TO EPS-PACI EPS-ANT-W
           MOVE "N"       TO SW-FIN-PACI-W
           START ARCHIVO-PACIENTES KEY IS NOT LESS EPS-PACI
                 INVALID KEY MOVE "S" TO SW-FIN-PACI-W
           END-START

           PERFORM LEER-PACIENTE UNTIL SW-FIN-PACI-W = "S"
           MOVE "00" TO OTR-STAT

           IF CANT-EPS-W > ZEROS
              PERFORM CERRAR-EPS
           ELSE
              CLOSE ARCHIVO-DETALLE
           END-IF

      *    PLANO CONSOLIDADO

           CLOSE ARCHIVO-TOTAL
           MOVE SPACES TO NOM-EXP-W
           STRING "C:\PROSOFT\TEMP\SGD280RPED" DELIMITED BY SIZE
                  FECHA-FIN-W     DELIMITED BY SIZE
                  "NI"            DELIMITED BY SIZE
                  NIT-LLEGAD-W    DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
                  INTO NOM-EXP-W
           END-STRING
           MOVE CANT-TOTAL-W TO CANT-EPS-W
           OPEN OUTPUT ARCHIVO-EXPORTA
           PERFORM ESCRIBIR-CONTROL
           MOVE ZEROS TO CONSEC-W
           OPEN INPUT ARCHIVO-TOTAL
           PERFORM COPIAR-TOTAL UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-TOTAL ARCHIVO-EXPORTA

           MOVE SPACES TO LIN-JSON-W
           STRING "{*EPS*:**,*REGISTROS*:0}],*LEIDOS*:"
                                      DELIMITED BY SIZE
                  CANT-LEIDOS-W       DELIMITED BY SIZE
                  ",*TOTAL*:"         DELIMITED BY SIZE
                  CANT-TOTAL-W        DELIMITED BY SIZE
                  ",*DESDE*:*"        DELIMITED BY SIZE
                  FECHA-INI-W         DELIMITED BY SIZE
                  "*,*HASTA*:*"       DELIMITED BY SIZE
                  FECHA-FIN-W         DELIMITED BY SIZE
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-PACIENTE.
           READ ARCHIVO-PACIENTES NEXT RECORD
                AT END MOVE "S" TO SW-FIN-PACI-W
           END-READ.

           IF SW-FIN-PACI-W = "N"
              IF EPS-LLEGAD-W NOT = SPACES
                 AND EPS-PACI > EPS-LLEGAD-W
                 MOVE "S" TO SW-FIN-PACI-W
              ELSE
                 IF EPS-LLEGAD-W = SPACES
                    OR EPS-PACI = EPS-LLEGAD-W
                    PERFORM PROCESAR-PACIENTE
                       THRU FIN-PROCESAR-PACIENTE
                 END-IF
              END-IF
           END-IF.

       PROCESAR-PACIENTE.
           ADD 1 TO CANT-LEIDOS-W
           IF NACIM-PACI = ZEROS OR NACIM-PACI > FECHA-FIN-W
              GO TO FIN-PROCESAR-PACIENTE
           END-IF

           PERFORM CALCULAR-EDAD
           INITIALIZE DATOS-PYP-W
           MOVE "N" TO SW-ACTIVIDAD-W

           IF SW-PRN-W = "S" AND SEXO-PACI = "F"
              PERFORM BUSCAR-PRENATAL
           END-IF
           IF SW-COH-W = "S"
              PERFORM BUSCAR-COHORTE VARYING K FROM 1 BY 1
                      UNTIL K > 3
           END-IF
           IF SW-VAC-W = "S"
              PERFORM BUSCAR-VACUNAS
           END-IF
           IF SW-LAB-W = "S"
              PERFORM BUSCAR-LABORATORIO
           END-IF
           IF SW-CIT-W = "S"
              PERFORM BUSCAR-CITAS
           END-IF
           IF SW-ODO-W = "S"
              PERFORM BUSCAR-ODONTOGRAMA
           END-IF

      *    LAS TOMAS DE SIGNOS VITALES NO HACEN ENTRAR AL PACIENTE

           IF SW-ACTIVIDAD-W = "N"
              GO TO FIN-PROCESAR-PACIENTE
           END-IF

           IF SW-EWS-W = "S"
              PERFORM BUSCAR-SIGNOS
           END-IF

           IF EPS-PACI NOT = EPS-ANT-W
              IF CANT-EPS-W > ZEROS
                 PERFORM CERRAR-EPS
                 OPEN OUTPUT ARCHIVO-DETALLE
              END-IF
              MOVE EPS-PACI TO EPS-ANT-W
           END-IF

           PERFORM ARMAR-REGISTRO
           WRITE REG-DETALLE FROM REG-EXPORTA END-WRITE
           WRITE REG-TOTAL   FROM REG-EXPORTA END-WRITE
           ADD 1 TO CANT-EPS-W CANT-TOTAL-W.

       FIN-PROCESAR-PACIENTE.
           EXIT.

       CALCULAR-EDAD.
           MOVE NACIM-PACI TO FECHA-CAMPO-W
           COMPUTE EDAD-MESES-W = (ANO-FIN-W - ANO-CAMPO-W) * 12
                                + MES-FIN-W - MES-CAMPO-W
           IF DIA-FIN-W < DIA-CAMPO-W AND EDAD-MESES-W > 0
              SUBTRACT 1 FROM EDAD-MESES-W
           END-IF
           DIVIDE EDAD-MESES-W BY 12 GIVING EDAD-ANOS-W.

      *    GESTACION VIGENTE EN EL PERIODO: LA ULTIMA INSCRIPCION ANTES
      *    DEL CORTE QUE SIGA ACTIVA O CUYO PARTO CAIGA EN EL PERIODO.

       BUSCAR-PRENATAL.
           MOVE "E"         TO TIPO-PRN
           MOVE COD-PACI    TO COD-PACI-PRN
           MOVE ZEROS       TO FECHA-PRN
           START ARCHIVO-PRENATAL KEY IS NOT LESS LLAVE-PRN
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-INSCRIPCION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF GESTANTE-W = "S"
              MOVE "C"           TO TIPO-PRN
              MOVE COD-PACI      TO COD-PACI-PRN
              MOVE INSCR-FECHA-W TO FECHA-PRN
              START ARCHIVO-PRENATAL KEY IS NOT LESS LLAVE-PRN
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-CONTROL UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              MOVE ZEROS TO FOLICO-W FERROSO-W CALCIO-W
              INSPECT SUPLEM-W TALLYING FOLICO-W  FOR ALL "FOLIC"
              INSPECT SUPLEM-W TALLYING FERROSO-W FOR ALL "FERRO"
              INSPECT SUPLEM-W TALLYING CALCIO-W  FOR ALL "CALCI"
           END-IF.

       LEER-INSCRIPCION.
           READ ARCHIVO-PRENATAL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-PRN NOT = "E" OR COD-PACI-PRN NOT = COD-PACI
                 OR FECHA-PRN > FECHA-FIN-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF GESTACION-ACTIVA OR FPP-PRN NOT < FECHA-INI-W
                    MOVE "S"          TO GESTANTE-W
                    MOVE FECHA-PRN    TO INSCR-FECHA-W
                    MOVE FPP-PRN      TO FPP-W
                    MOVE RIESGO-PRN   TO RIESGO-GES-W
                    MOVE ZEROS        TO PRIMER-CTRL-W NRO-CTRL-W
                    MOVE SPACES       TO SUPLEM-W
                    IF FECHA-PRN NOT < FECHA-INI-W
                       MOVE "S" TO SW-ACTIVIDAD-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LEER-CONTROL.
           READ ARCHIVO-PRENATAL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-PRN NOT = "C" OR COD-PACI-PRN NOT = COD-PACI
                 OR FECHA-PRN > FECHA-FIN-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO NRO-CTRL-W
                 IF PRIMER-CTRL-W = ZEROS
                    MOVE FECHA-PRN TO PRIMER-CTRL-W
                 END-IF
                 IF SUPLEMENTOS-PRN NOT = SPACES
                    MOVE SUPLEMENTOS-PRN TO SUPLEM-W
                 END-IF
                 IF RIESGO-PRN NOT = SPACES
                    MOVE RIESGO-PRN TO RIESGO-GES-W
                 END-IF
                 IF PESO-PRN > ZEROS
                    MOVE FECHA-PRN TO FECHA-PESO-W
                    MOVE PESO-PRN  TO PESO-W
                 END-IF
                 IF TAS-PRN > ZEROS
                    MOVE FECHA-PRN TO FECHA-TA-W
                    MOVE TAS-PRN   TO TAS-W
                    MOVE TAD-PRN   TO TAD-W
                 END-IF
                 IF FECHA-PRN NOT < FECHA-INI-W
                    MOVE "S" TO SW-ACTIVIDAD-W
                 END-IF
              END-IF
           END-IF.

       BUSCAR-COHORTE.
           MOVE "E"            TO TIPO-COH
           MOVE PATOL-TAB-W(K) TO PATOLOGIA-COH
           MOVE COD-PACI       TO COD-PACI-COH
           MOVE ZEROS          TO FECHA-COH
           START ARCHIVO-COHORTES KEY IS NOT LESS LLAVE-COH
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-INSCR-COHORTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF COHORTE-W(K) = "S"
              MOVE "V"            TO TIPO-COH
              MOVE PATOL-TAB-W(K) TO PATOLOGIA-COH
              MOVE COD-PACI       TO COD-PACI-COH
              MOVE ZEROS          TO FECHA-COH
              START ARCHIVO-COHORTES KEY IS NOT LESS LLAVE-COH
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-VISITA-COHORTE UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-INSCR-COHORTE.
           READ ARCHIVO-COHORTES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COH NOT = "E"
                 OR PATOLOGIA-COH NOT = PATOL-TAB-W(K)
                 OR COD-PACI-COH NOT = COD-PACI
                 OR FECHA-COH > FECHA-FIN-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE "S" TO COHORTE-W(K)
                 IF K = 3
                    MOVE ESTADIO-COH TO ESTADIO-ERC-W
                 END-IF
              END-IF
           END-IF.

       LEER-VISITA-COHORTE.
           READ ARCHIVO-COHORTES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COH NOT = "V"
                 OR PATOLOGIA-COH NOT = PATOL-TAB-W(K)
                 OR COD-PACI-COH NOT = COD-PACI
                 OR FECHA-COH > FECHA-FIN-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF FECHA-COH NOT < FECHA-INI-W
                    MOVE "S" TO SW-ACTIVIDAD-W
                 END-IF
                 IF TAS-COH > ZEROS AND FECHA-COH NOT < FECHA-TA-W
                    MOVE FECHA-COH TO FECHA-TA-W
                    MOVE TAS-COH   TO TAS-W
                    MOVE TAD-COH   TO TAD-W
                 END-IF
                 IF HBA1C-COH > ZEROS
                    AND FECHA-COH NOT < FECHA-LAB-W(1)
                    MOVE FECHA-COH TO FECHA-LAB-W(1)
                    MOVE HBA1C-COH TO RESULT-LAB-W(1)
                 END-IF
                 IF CREATININA-COH > ZEROS
                    AND FECHA-COH NOT < FECHA-LAB-W(2)
                    MOVE FECHA-COH      TO FECHA-LAB-W(2)
                    MOVE CREATININA-COH TO RESULT-LAB-W(2)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-VACUNAS.
           MOVE "A"         TO TIPO-VAC
           MOVE COD-PACI    TO COD-PACI-VAC
           MOVE SPACES      TO VACUNA-VAC
           MOVE ZEROS       TO DOSIS-VAC
           START ARCHIVO-VACUNAS KEY IS NOT LESS LLAVE-VAC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-VACUNA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-VACUNA.
           READ ARCHIVO-VACUNAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-VAC NOT = "A" OR COD-PACI-VAC NOT = COD-PACI
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF FECHA-APL-VAC NOT > FECHA-FIN-W
                    PERFORM UBICAR-VACUNA VARYING I FROM 1 BY 1
                            UNTIL I > 14
                    IF FECHA-APL-VAC NOT < FECHA-INI-W
                       MOVE "S" TO SW-ACTIVIDAD-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

       UBICAR-VACUNA.
           IF VACUNA-VAC = COD-VAC-TAB-W(I)
              AND DOSIS-VAC > DOSIS-VAC-W(I)
              MOVE DOSIS-VAC TO DOSIS-VAC-W(I)
           END-IF.

       BUSCAR-LABORATORIO.
           MOVE "O"         TO TIPO-LAB
           MOVE COD-PACI    TO COD-PACI-LAB
           MOVE LOW-VALUES  TO COD-EXAMEN-LAB
           MOVE ZEROS       TO FECHA-ORDEN-LAB CONSEC-LAB
           START ARCHIVO-LABORATORIO KEY IS NOT LESS LLAVE-LAB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-EXAMEN UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-EXAMEN.
           READ ARCHIVO-LABORATORIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-LAB NOT = "O" OR COD-PACI-LAB NOT = COD-PACI
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF LAB-VALIDADO AND FECHA-RESULT-LAB > ZEROS
                    AND FECHA-RESULT-LAB NOT > FECHA-FIN-W
                    PERFORM UBICAR-EXAMEN VARYING I FROM 1 BY 1
                            UNTIL I > 14
                 END-IF
              END-IF
           END-IF.

       UBICAR-EXAMEN.
           IF CUPS-LAB = CUPS-TAB-W(I)
              AND FECHA-RESULT-LAB NOT < FECHA-LAB-W(I)
              MOVE FECHA-RESULT-LAB TO FECHA-LAB-W(I)
              MOVE RESULTADO-LAB    TO RESULT-LAB-W(I)
              MOVE ANORMAL-LAB      TO ANORMAL-LAB-W(I)
              IF FECHA-RESULT-LAB NOT < FECHA-INI-W
                 MOVE "S" TO SW-ACTIVIDAD-W
              END-IF
           END-IF.

       BUSCAR-SIGNOS.
           MOVE COD-PACI    TO COD-PACI-EWS
           MOVE ZEROS       TO FECHA-EWS HORA-EWS
           START ARCHIVO-EWS KEY IS NOT LESS LLAVE-EWS
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-SIGNOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-SIGNOS.
           READ ARCHIVO-EWS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-EWS NOT = COD-PACI
                 OR FECHA-EWS > FECHA-FIN-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF PESO-EWS > ZEROS
                    AND FECHA-EWS NOT < FECHA-PESO-W
                    MOVE FECHA-EWS TO FECHA-PESO-W
                    MOVE PESO-EWS  TO PESO-W
                 END-IF
                 IF TALLA-EWS > ZEROS
                    MOVE FECHA-EWS TO FECHA-TALLA-W
                    MOVE TALLA-EWS TO TALLA-W
                 END-IF
                 IF TAS-EWS > ZEROS AND TAD-EWS > ZEROS
                    AND FECHA-EWS NOT < FECHA-TA-W
                    MOVE FECHA-EWS TO FECHA-TA-W
                    MOVE TAS-EWS   TO TAS-W
                    MOVE TAD-EWS   TO TAD-W
                 END-IF
              END-IF
           END-IF.

      *    CONSULTAS ATENDIDAS (FACTURADAS) DEL PERIODO POR FINALIDAD.
      *    LA HISTORIA DE LA AGENDA ES EL CODIGO DEL PACIENTE CON CEROS
      *    A LA IZQUIERDA.

       BUSCAR-CITAS.
           MOVE COD-PACI    TO ID-CIT-W
           MOVE ID-CIT-W    TO PACI-CIT
           START ARCHIVO-CITAS KEY = PACI-CIT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-CITA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-CITA.
           READ ARCHIVO-CITAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF PACI-CIT NOT = ID-CIT-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 COMPUTE FECHA-CITA-W = 20000000 + ANO-CIT * 10000
                                      + MES-CIT * 100 + DIA-CIT
                 IF FECHA-FACTU-CIT > ZEROS
                    AND FECHA-CITA-W NOT < FECHA-INI-W
                    AND FECHA-CITA-W NOT > FECHA-FIN-W
                    PERFORM UBICAR-FINALIDAD VARYING I FROM 1 BY 1
                            UNTIL I > 6
                 END-IF
              END-IF
           END-IF.

       UBICAR-FINALIDAD.
           IF FINALID-CIT = FINALID-TAB-W(I)
              AND FECHA-CITA-W > FECHA-FIN-CIT-W(I)
              MOVE FECHA-CITA-W TO FECHA-FIN-CIT-W(I)
              MOVE "S" TO SW-ACTIVIDAD-W
           END-IF.

      *    ULTIMO ODONTOGRAMA HASTA EL CORTE (HC848); LA VALORACION
      *    DENTRO DEL PERIODO CUENTA COMO ACTIVIDAD.

       BUSCAR-ODONTOGRAMA.
           MOVE COD-PACI    TO COD-PACI-ODO
           MOVE FECHA-FIN-W TO FECHA-ODO
           MOVE 9999        TO HORA-ODO
           START ARCHIVO-ODONTOGRAMA KEY IS NOT GREATER LLAVE-ODO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-ODONTOGRAMA PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00" AND COD-PACI-ODO = COD-PACI
                 MOVE FECHA-ODO TO FECHA-ODO-W
                 MOVE COP-ODO   TO COP-W
                 MOVE CEO-ODO   TO CEO-W
                 IF FECHA-ODO NOT < FECHA-INI-W
                    MOVE "S" TO SW-ACTIVIDAD-W
                 END-IF
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * ARMADO DEL REGISTRO 2 SIN TIPO NI CONSECUTIVO (SE PONEN AL
      * PASAR AL PLANO DEFINITIVO).
      *=================================================================
       ARMAR-REGISTRO.
           MOVE SPACES TO REG-EXPORTA
           MOVE 1      TO PUNT-W
           MOVE "N"    TO NO-APLICA-W

      *    IDENTIFICACION

           MOVE HABILIT-LLEGAD-W TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE TIPO-ID-PACI     TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE COD-PACI         TO NUM-W
           PERFORM AGREGAR-NUMERO

           MOVE SPACES TO NOMBRES-W
           UNSTRING DESCRIP-PACI DELIMITED BY ALL SPACE
              INTO APELLIDO1-W, APELLIDO2-W, NOMBRE1-W, NOMBRE2-W
           END-UNSTRING
           MOVE APELLIDO1-W TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE APELLIDO2-W TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE NOMBRE1-W   TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE NOMBRE2-W   TO CAMPO-W
           PERFORM AGREGAR-TEXTO

           MOVE NACIM-PACI  TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE SEXO-PACI   TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           IF ETNIA-PACI IS NUMERIC
              MOVE ETNIA-PACI TO NUM-W
           ELSE
              MOVE 6          TO NUM-W
           END-IF
           PERFORM AGREGAR-NUMERO
           MOVE OCUP-V8-PACI   TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE EPS-PACI       TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE TIPO-AFIL-PACI TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE CIUDAD-PACI    TO CAMPO-W
           PERFORM AGREGAR-TEXTO

      *    GESTACION: SOLO MUJERES EN EDAD FERTIL

           IF SEXO-PACI = "F" AND EDAD-ANOS-W NOT < 10
              AND EDAD-ANOS-W NOT > 54
              IF GESTANTE-W = "S"
                 MOVE 1 TO NUM-W
                 PERFORM AGREGAR-NUMERO
                 MOVE FPP-W TO FECHA-CAMPO-W
                 PERFORM AGREGAR-FECHA
                 EVALUATE RIESGO-GES-W
                   WHEN "A"   MOVE 4  TO NUM-W
                   WHEN "B"   MOVE 5  TO NUM-W
                   WHEN OTHER MOVE 21 TO NUM-W
                 END-EVALUATE
                 PERFORM AGREGAR-NUMERO
                 MOVE PRIMER-CTRL-W TO FECHA-CAMPO-W
                 PERFORM AGREGAR-FECHA
                 MOVE NRO-CTRL-W    TO NUM-W
                 PERFORM AGREGAR-NUMERO
                 IF NRO-CTRL-W = ZEROS
                    MOVE 22 TO NUM-W
                    PERFORM AGREGAR-NUMERO 3 TIMES
                 ELSE
                    MOVE FOLICO-W  TO NUM-W
                    PERFORM AGREGAR-SI-NO
                    MOVE FERROSO-W TO NUM-W
                    PERFORM AGREGAR-SI-NO
                    MOVE CALCIO-W  TO NUM-W
                    PERFORM AGREGAR-SI-NO
                 END-IF
              ELSE
                 MOVE 2 TO NUM-W
                 PERFORM AGREGAR-NUMERO
                 PERFORM AGREGAR-GESTACION-NA
              END-IF
           ELSE
              MOVE 0 TO NUM-W
              PERFORM AGREGAR-NUMERO
              PERFORM AGREGAR-GESTACION-NA
           END-IF

      *    ANTROPOMETRIA Y TENSION ARTERIAL (ADULTOS)

           MOVE FECHA-PESO-W  TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           IF FECHA-PESO-W = ZEROS
              MOVE "999" TO CAMPO-W
              PERFORM AGREGAR-TEXTO
           ELSE
              MOVE PESO-W TO DEC-W
              PERFORM AGREGAR-DECIMAL
           END-IF
           MOVE FECHA-TALLA-W TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE TALLA-W       TO NUM-W
           PERFORM AGREGAR-MEDIDA

           IF EDAD-ANOS-W < 18
              MOVE "S" TO NO-APLICA-W
           END-IF
           MOVE FECHA-TA-W    TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE TAS-W         TO NUM-W
           PERFORM AGREGAR-MEDIDA
           MOVE TAD-W         TO NUM-W
           PERFORM AGREGAR-MEDIDA
           MOVE "N" TO NO-APLICA-W

      *    CONSULTAS POR FINALIDAD

           PERFORM AGREGAR-CONSULTA VARYING I FROM 1 BY 1
                   UNTIL I > 6

      *    CRONICOS

           PERFORM AGREGAR-COHORTE VARYING K FROM 1 BY 1
                   UNTIL K > 3
           IF COHORTE-W(3) = "S"
              IF ESTADIO-ERC-W(1:1) IS NUMERIC
                 MOVE ESTADIO-ERC-W(1:1) TO NUM-W
              ELSE
                 MOVE 22 TO NUM-W
              END-IF
           ELSE
              MOVE 0 TO NUM-W
           END-IF
           PERFORM AGREGAR-NUMERO

      *    LABORATORIOS Y VACUNAS

           PERFORM AGREGAR-EXAMEN VARYING I FROM 1 BY 1
                   UNTIL I > 14
           PERFORM AGREGAR-VACUNA VARYING I FROM 1 BY 1
                   UNTIL I > 14

      *    VALORACION ODONTOLOGICA

           MOVE FECHA-ODO-W TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           IF FECHA-ODO-W = ZEROS
              MOVE 99 TO COP-W CEO-W
           END-IF
           MOVE COP-W TO NUM-W
           PERFORM AGREGAR-NUMERO
           MOVE CEO-W TO NUM-W
           PERFORM AGREGAR-NUMERO

           MOVE FECHA-FIN-W TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA

           SUBTRACT 1 FROM PUNT-W
           MOVE SPACE TO REG-EXPORTA(PUNT-W:1).

       AGREGAR-GESTACION-NA.
           MOVE "S" TO NO-APLICA-W
           MOVE ZEROS TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE 0 TO NUM-W
           PERFORM AGREGAR-NUMERO
           PERFORM AGREGAR-FECHA
           PERFORM AGREGAR-NUMERO 4 TIMES
           MOVE "N" TO NO-APLICA-W.

       AGREGAR-CONSULTA.
           PERFORM APLICA-FINALIDAD
           IF SW-APLICA-W = "S"
              MOVE "N" TO NO-APLICA-W
           ELSE
              MOVE "S" TO NO-APLICA-W
              MOVE ZEROS TO FECHA-FIN-CIT-W(I)
           END-IF
           MOVE FECHA-FIN-CIT-W(I) TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE "N" TO NO-APLICA-W.

       APLICA-FINALIDAD.
           MOVE "S" TO SW-APLICA-W
           IF EDAD-ANOS-W < EDAD-MIN-FIN-W(I)
              OR EDAD-ANOS-W > EDAD-MAX-FIN-W(I)
              MOVE "N" TO SW-APLICA-W
           END-IF
           IF SEXO-FIN-TAB-W(I) NOT = SPACE
              AND SEXO-FIN-TAB-W(I) NOT = SEXO-PACI
              MOVE "N" TO SW-APLICA-W
           END-IF.

       AGREGAR-COHORTE.
           IF COHORTE-W(K) = "S"
              MOVE 1 TO NUM-W
           ELSE
              MOVE 2 TO NUM-W
           END-IF
           PERFORM AGREGAR-NUMERO.

       AGREGAR-EXAMEN.
           MOVE "S" TO SW-APLICA-W
           IF EDAD-ANOS-W < EDAD-MIN-EXA-W(I)
              OR EDAD-ANOS-W > EDAD-MAX-EXA-W(I)
              MOVE "N" TO SW-APLICA-W
           END-IF
           IF SEXO-EXA-TAB-W(I) NOT = SPACE
              AND SEXO-EXA-TAB-W(I) NOT = SEXO-PACI
              MOVE "N" TO SW-APLICA-W
           END-IF
      *    LO QUE SE HIZO SE REPORTA AUNQUE ESTE FUERA DEL GRUPO
           IF FECHA-LAB-W(I) > ZEROS
              MOVE "S" TO SW-APLICA-W
           END-IF

           IF SW-APLICA-W = "N"
              MOVE "S"   TO NO-APLICA-W
              MOVE ZEROS TO FECHA-CAMPO-W
              PERFORM AGREGAR-FECHA
              MOVE 0     TO NUM-W
              PERFORM AGREGAR-NUMERO
              MOVE "N"   TO NO-APLICA-W
           ELSE
              MOVE FECHA-LAB-W(I) TO FECHA-CAMPO-W
              PERFORM AGREGAR-FECHA
              EVALUATE TRUE
                WHEN FECHA-LAB-W(I) = ZEROS AND CUALIT-TAB-W(I) = "C"
                     MOVE 22 TO NUM-W
                     PERFORM AGREGAR-NUMERO
                WHEN FECHA-LAB-W(I) = ZEROS
                     MOVE "999" TO CAMPO-W
                     PERFORM AGREGAR-TEXTO
                WHEN CUALIT-TAB-W(I) = "C"
                     IF ANORMAL-LAB-W(I) = "S"
                        MOVE 2 TO NUM-W
                     ELSE
                        MOVE 1 TO NUM-W
                     END-IF
                     PERFORM AGREGAR-NUMERO
                WHEN OTHER
                     MOVE RESULT-LAB-W(I) TO DEC-W
                     PERFORM AGREGAR-DECIMAL
              END-EVALUATE
           END-IF.

       AGREGAR-VACUNA.
           MOVE "S" TO SW-APLICA-W
           IF EDAD-MESES-W < MES-MIN-VAC-W(I)
              OR EDAD-MESES-W > MES-MAX-VAC-W(I)
              MOVE "N" TO SW-APLICA-W
           END-IF
           IF SEXO-VAC-TAB-W(I) NOT = SPACE
              AND SEXO-VAC-TAB-W(I) NOT = SEXO-PACI
              MOVE "N" TO SW-APLICA-W
           END-IF
           IF DOSIS-VAC-W(I) > ZEROS
              MOVE DOSIS-VAC-W(I) TO NUM-W
           ELSE
              IF SW-APLICA-W = "S"
                 MOVE 22 TO NUM-W
              ELSE
                 MOVE 0  TO NUM-W
              END-IF
           END-IF
           PERFORM AGREGAR-NUMERO.

       AGREGAR-TEXTO.
           IF CAMPO-W = SPACES
              MOVE "NONE" TO CAMPO-W
           END-IF
           STRING CAMPO-W  DELIMITED BY "  "
                  "|"      DELIMITED BY SIZE
                  INTO REG-EXPORTA WITH POINTER PUNT-W
           END-STRING.

       AGREGAR-NUMERO.
           IF NUM-W = ZEROS
              MOVE "0"  TO CAMPO-W
           ELSE
              MOVE ZEROS TO CEROS-W
              INSPECT NUM-W TALLYING CEROS-W FOR LEADING "0"
              MOVE NUM-W (CEROS-W + 1:) TO CAMPO-W
           END-IF
           PERFORM AGREGAR-TEXTO.

       AGREGAR-SI-NO.
           IF NUM-W > ZEROS
              MOVE 1 TO NUM-W
           ELSE
              MOVE 2 TO NUM-W
           END-IF
           PERFORM AGREGAR-NUMERO.

      *    MEDIDA EN CERO: SIN DATO (999) O NO APLICA (0)

       AGREGAR-MEDIDA.
           IF NUM-W = ZEROS AND NO-APLICA-W NOT = "S"
              MOVE "999" TO CAMPO-W
              PERFORM AGREGAR-TEXTO
           ELSE
              PERFORM AGREGAR-NUMERO
           END-IF.

       AGREGAR-DECIMAL.
           MOVE DEC-W TO DEC-EDIT-W
           MOVE ZEROS TO CEROS-W
           INSPECT DEC-EDIT-W TALLYING CEROS-W FOR LEADING SPACE
           MOVE DEC-EDIT-W (CEROS-W + 1:) TO CAMPO-W
           PERFORM AGREGAR-TEXTO.

       AGREGAR-FECHA.
           IF FECHA-CAMPO-W = ZEROS
              IF NO-APLICA-W = "S"
                 MOVE "1800-01-01" TO CAMPO-W
              ELSE
                 MOVE "1845-01-01" TO CAMPO-W
              END-IF
           ELSE
              MOVE ANO-CAMPO-W TO ANO-RIPS-W
              MOVE MES-CAMPO-W TO MES-RIPS-W
              MOVE DIA-CAMPO-W TO DIA-RIPS-W
              MOVE FECHA-RIPS-W TO CAMPO-W
           END-IF
           PERFORM AGREGAR-TEXTO.

      *=================================================================
      * CIERRE DE UNA EPS: PLANO CON REGISTRO DE CONTROL Y LAS LINEAS
      * DEL TEMPORAL NUMERADAS; SU CONTEO VA A LA RESPUESTA.
      *=================================================================
       CERRAR-EPS.
           CLOSE ARCHIVO-DETALLE
           MOVE SPACES TO NOM-EXP-W
           STRING "C:\PROSOFT\TEMP\SGD280RPED" DELIMITED BY SIZE
                  FECHA-FIN-W     DELIMITED BY SIZE
                  "NI"            DELIMITED BY SIZE
                  NIT-LLEGAD-W    DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  EPS-ANT-W       DELIMITED BY " "
                  ".TXT"          DELIMITED BY SIZE
                  INTO NOM-EXP-W
           END-STRING
           OPEN OUTPUT ARCHIVO-EXPORTA
           PERFORM ESCRIBIR-CONTROL
           MOVE ZEROS TO CONSEC-W
           OPEN INPUT ARCHIVO-DETALLE
           PERFORM COPIAR-DETALLE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-DETALLE ARCHIVO-EXPORTA

           MOVE SPACES TO LIN-JSON-W
           STRING "{*EPS*:*"          DELIMITED BY SIZE
                  EPS-ANT-W           DELIMITED BY SIZE
                  "*,*REGISTROS*:"    DELIMITED BY SIZE
                  CANT-EPS-W          DELIMITED BY SIZE
                  "},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           MOVE ZEROS TO CANT-EPS-W.

       ESCRIBIR-CONTROL.
           MOVE SPACES TO REG-EXPORTA
           MOVE 1      TO PUNT-W
           MOVE "N"    TO NO-APLICA-W
           MOVE "1"    TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE NIT-LLEGAD-W TO CAMPO-W
           PERFORM AGREGAR-TEXTO
           MOVE FECHA-INI-W  TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE FECHA-FIN-W  TO FECHA-CAMPO-W
           PERFORM AGREGAR-FECHA
           MOVE CANT-EPS-W   TO NUM-W
           PERFORM AGREGAR-NUMERO
           SUBTRACT 1 FROM PUNT-W
           MOVE SPACE TO REG-EXPORTA(PUNT-W:1)
           WRITE REG-EXPORTA END-WRITE.

       COPIAR-DETALLE.
           READ ARCHIVO-DETALLE
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              MOVE REG-DETALLE TO LINEA-DET-W
              PERFORM ESCRIBIR-DETALLE
           END-IF.

       COPIAR-TOTAL.
           READ ARCHIVO-TOTAL
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              MOVE REG-TOTAL TO LINEA-DET-W
              PERFORM ESCRIBIR-DETALLE
           END-IF.

       ESCRIBIR-DETALLE.
           ADD 1 TO CONSEC-W
           MOVE CONSEC-W TO NUM-W
           MOVE ZEROS TO CEROS-W
           INSPECT NUM-W TALLYING CEROS-W FOR LEADING "0"
           MOVE SPACES TO REG-EXPORTA
           STRING "2|"                 DELIMITED BY SIZE
                  NUM-W (CEROS-W + 1:) DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  LINEA-DET-W          DELIMITED BY "  "
                  INTO REG-EXPORTA
           END-STRING
           WRITE REG-EXPORTA END-WRITE.

      *=================================================================
      * OPC "V" - VALIDACION DEL PLANO (CONSOLIDADO, O EL DE LA EPS SI
      * LLEGA). SE LISTAN HASTA 300 ERRORES Y SE DEVUELVE EL TOTAL.
      *=================================================================
       VALIDAR-PLANO.
           MOVE SPACES TO NOM-EXP-W
           IF EPS-LLEGAD-W = SPACES
              STRING "C:\PROSOFT\TEMP\SGD280RPED" DELIMITED BY SIZE
                     FECHA-FIN-W     DELIMITED BY SIZE
                     "NI"            DELIMITED BY SIZE
                     NIT-LLEGAD-W    DELIMITED BY SIZE
                     ".TXT"          DELIMITED BY SIZE
                     INTO NOM-EXP-W
              END-STRING
           ELSE
              STRING "C:\PROSOFT\TEMP\SGD280RPED" DELIMITED BY SIZE
                     FECHA-FIN-W     DELIMITED BY SIZE
                     "NI"            DELIMITED BY SIZE
                     NIT-LLEGAD-W    DELIMITED BY SIZE
                     "-"             DELIMITED BY SIZE
                     EPS-LLEGAD-W    DELIMITED BY " "
                     ".TXT"          DELIMITED BY SIZE
                     INTO NOM-EXP-W
              END-STRING
           END-IF

           OPEN INPUT ARCHIVO-EXPORTA
           IF OTR-STAT = "35"
              MOVE "No se ha generado el plano del periodo"
                                    TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE FECHA-FIN-W TO FECHA-CAMPO-W
           MOVE ANO-CAMPO-W TO ANO-RIPS-W
           MOVE MES-CAMPO-W TO MES-RIPS-W
           MOVE DIA-CAMPO-W TO DIA-RIPS-W

           INITIALIZE VALIDACION-W
           MOVE "N" TO SW-CONTROL-W
           MOVE FECHA-RIPS-W TO CORTE-VAL-W

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*ERRORES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM LEER-PLANO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-EXPORTA

           IF SW-CONTROL-W = "N"
              MOVE 1 TO NRO-LINEA-W
              MOVE 0 TO CAMPO-ERROR-W
              MOVE "Falta el registro de control" TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           ELSE
              IF CANT-CONTROL-W NOT = CANT-DETALLE-W
                 MOVE 1 TO NRO-LINEA-W
                 MOVE 5 TO CAMPO-ERROR-W
                 MOVE "Cantidad de registros no coincide"
                                    TO MSJ-ERROR-W
                 PERFORM REPORTAR-ERROR
              END-IF
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*LINEA*:0,*CAMPO*:0,*ERROR*:**}],*REGISTROS*:"
                                      DELIMITED BY SIZE
                  CANT-DETALLE-W      DELIMITED BY SIZE
                  ",*TOTAL*:"         DELIMITED BY SIZE
                  CANT-ERRORES-W      DELIMITED BY SIZE
                  "}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-PLANO.
           MOVE SPACES TO REG-EXPORTA
           READ ARCHIVO-EXPORTA
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              ADD 1 TO NRO-LINEA-W
              PERFORM SEPARAR-LINEA
              IF NRO-LINEA-W = 1
                 PERFORM VALIDAR-CONTROL
              ELSE
                 PERFORM VALIDAR-DETALLE THRU FIN-VALIDAR-DETALLE
              END-IF
           END-IF.

       SEPARAR-LINEA.
           MOVE ZEROS  TO LARGO-LIN-W CANT-CAMPOS-W
           MOVE SPACES TO TABLA-CAMPOS-W
           INSPECT REG-EXPORTA TALLYING LARGO-LIN-W
                   FOR CHARACTERS BEFORE INITIAL "  "
           MOVE 1 TO PUNT-W
           PERFORM SEPARAR-CAMPO UNTIL PUNT-W > LARGO-LIN-W
           IF LARGO-LIN-W > 0
              IF REG-EXPORTA(LARGO-LIN-W:1) = "|"
                 ADD 1 TO CANT-CAMPOS-W
              END-IF
           END-IF.

       SEPARAR-CAMPO.
           MOVE SPACES TO CAMPO-VAL-W
           UNSTRING REG-EXPORTA(1:LARGO-LIN-W) DELIMITED BY "|"
              INTO CAMPO-VAL-W
              WITH POINTER PUNT-W
           END-UNSTRING
           ADD 1 TO CANT-CAMPOS-W
           IF CANT-CAMPOS-W NOT > 90
              MOVE CAMPO-VAL-W TO CAMPO-TAB-W(CANT-CAMPOS-W)
           END-IF.

       VALIDAR-CONTROL.
           IF CAMPO-TAB-W(1) NOT = "1" OR CANT-CAMPOS-W NOT = 5
              MOVE 0 TO CAMPO-ERROR-W
              MOVE "Registro de control no valido" TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           ELSE
              MOVE "S" TO SW-CONTROL-W
              MOVE CAMPO-TAB-W(5) TO CAMPO-VAL-W
              PERFORM MEDIR-CAMPO
              IF LARGO-CAMPO-W > 0 AND LARGO-CAMPO-W < 8
                 AND CAMPO-VAL-W(1:LARGO-CAMPO-W) IS NUMERIC
                 MOVE CAMPO-VAL-W(1:LARGO-CAMPO-W) TO CANT-CONTROL-W
              ELSE
                 MOVE 5 TO CAMPO-ERROR-W
                 MOVE "Cantidad de registros no numerica"
                                    TO MSJ-ERROR-W
                 PERFORM REPORTAR-ERROR
              END-IF
              IF CAMPO-TAB-W(4) NOT = CORTE-VAL-W
                 MOVE 4 TO CAMPO-ERROR-W
                 MOVE "Fecha final distinta al corte" TO MSJ-ERROR-W
                 PERFORM REPORTAR-ERROR
              END-IF
           END-IF.

       VALIDAR-DETALLE.
           ADD 1 TO CANT-DETALLE-W
           IF CAMPO-TAB-W(1) NOT = "2"
              MOVE 1 TO CAMPO-ERROR-W
              MOVE "Tipo de registro no valido" TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           END-IF

           MOVE CANT-DETALLE-W TO NUM-W
           MOVE ZEROS TO CEROS-W
           INSPECT NUM-W TALLYING CEROS-W FOR LEADING "0"
           IF CAMPO-TAB-W(2) NOT = NUM-W (CEROS-W + 1:)
              MOVE 2 TO CAMPO-ERROR-W
              MOVE "Consecutivo fuera de secuencia" TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           END-IF

           IF CANT-CAMPOS-W NOT = 87
              MOVE 0 TO CAMPO-ERROR-W
              MOVE SPACES TO MSJ-ERROR-W
              STRING "Registro con "     DELIMITED BY SIZE
                     CANT-CAMPOS-W        DELIMITED BY SIZE
                     " campos, se esperan 87" DELIMITED BY SIZE
                     INTO MSJ-ERROR-W
              END-STRING
              PERFORM REPORTAR-ERROR
              GO TO FIN-VALIDAR-DETALLE
           END-IF

           PERFORM VALIDAR-CAMPO VARYING J FROM 1 BY 1
                   UNTIL J > 87

      *    CONSISTENCIA ENTRE CAMPOS

           IF CAMPO-TAB-W(17) = "1" AND CAMPO-TAB-W(11) NOT = "F"
              MOVE 17 TO CAMPO-ERROR-W
              MOVE "Gestante con sexo distinto a femenino"
                                    TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           END-IF
           IF CAMPO-TAB-W(17) = "1"
              AND CAMPO-TAB-W(18)(1:2) = "18"
              MOVE 18 TO CAMPO-ERROR-W
              MOVE "Gestante sin fecha probable de parto"
                                    TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           END-IF
           IF CAMPO-TAB-W(17) NOT = "1"
              AND CAMPO-TAB-W(19) NOT = "0"
              MOVE 19 TO CAMPO-ERROR-W
              MOVE "Riesgo gestacional en no gestante"
                                    TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           END-IF
           IF CAMPO-TAB-W(84) = "1845-01-01"
              AND (CAMPO-TAB-W(85) NOT = "99"
                   OR CAMPO-TAB-W(86) NOT = "99")
              MOVE 85 TO CAMPO-ERROR-W
              MOVE "COP-D o CEO-D sin valoracion odontologica"
                                    TO MSJ-ERROR-W
              PERFORM REPORTAR-ERROR
           END-IF.

       FIN-VALIDAR-DETALLE.
           EXIT.

       VALIDAR-CAMPO.
           MOVE CAMPO-TAB-W(J) TO CAMPO-VAL-W
           PERFORM MEDIR-CAMPO
           MOVE J TO CAMPO-ERROR-W
           MOVE SPACES TO MSJ-ERROR-W

           IF LARGO-CAMPO-W = 0
              MOVE "Campo vacio" TO MSJ-ERROR-W
           ELSE
              EVALUATE TIPO-CAMPO-TAB-W(J)
                WHEN "N"
                     IF CAMPO-VAL-W(1:LARGO-CAMPO-W) IS NOT NUMERIC
                        MOVE "Se espera un numero" TO MSJ-ERROR-W
                     END-IF
                WHEN "D"
                     MOVE CAMPO-VAL-W TO DECIMAL-VAL-W
                     MOVE ZEROS TO CANT-PUNTOS-W
                     INSPECT DECIMAL-VAL-W TALLYING CANT-PUNTOS-W
                             FOR ALL "."
                     INSPECT DECIMAL-VAL-W REPLACING ALL "." BY "0"
                     IF CANT-PUNTOS-W > 1
                        OR DECIMAL-VAL-W(1:LARGO-CAMPO-W)
                           IS NOT NUMERIC
                        MOVE "Se espera un valor decimal"
                                          TO MSJ-ERROR-W
                     END-IF
                WHEN "S"
                     IF CAMPO-VAL-W NOT = "F" AND NOT = "M"
                        MOVE "Sexo no valido" TO MSJ-ERROR-W
                     END-IF
                WHEN "F"
                     PERFORM VALIDAR-FECHA
              END-EVALUATE
           END-IF

           IF MSJ-ERROR-W NOT = SPACES
              PERFORM REPORTAR-ERROR
           END-IF.

       VALIDAR-FECHA.
           IF LARGO-CAMPO-W NOT = 10
              OR CAMPO-VAL-W(5:1) NOT = "-"
              OR CAMPO-VAL-W(8:1) NOT = "-"
              OR CAMPO-VAL-W(1:4) IS NOT NUMERIC
              OR CAMPO-VAL-W(6:2) IS NOT NUMERIC
              OR CAMPO-VAL-W(9:2) IS NOT NUMERIC
              MOVE "Fecha no valida (AAAA-MM-DD)" TO MSJ-ERROR-W
           ELSE
              IF CAMPO-VAL-W(6:2) < "01" OR CAMPO-VAL-W(6:2) > "12"
                 OR CAMPO-VAL-W(9:2) < "01"
                 OR CAMPO-VAL-W(9:2) > "31"
                 MOVE "Fecha no valida (AAAA-MM-DD)" TO MSJ-ERROR-W
              ELSE
                 IF CAMPO-VAL-W(1:4) < "1800"
                    MOVE "Fecha anterior a 1800" TO MSJ-ERROR-W
                 END-IF
                 IF CAMPO-VAL-W(1:4) > "1900"
                    AND CAMPO-VAL-W(1:10) > CORTE-VAL-W
                    MOVE "Fecha posterior al corte" TO MSJ-ERROR-W
                 END-IF
              END-IF
           END-IF.

       MEDIR-CAMPO.
           MOVE ZEROS TO LARGO-CAMPO-W
           INSPECT CAMPO-VAL-W TALLYING LARGO-CAMPO-W
                   FOR CHARACTERS BEFORE INITIAL "  ".

       REPORTAR-ERROR.
           ADD 1 TO CANT-ERRORES-W
           IF CANT-ERRORES-W NOT > 300
              MOVE SPACES TO LIN-JSON-W
              STRING "{*LINEA*:"         DELIMITED BY SIZE
                     NRO-LINEA-W         DELIMITED BY SIZE
                     ",*CAMPO*:"         DELIMITED BY SIZE
                     CAMPO-ERROR-W       DELIMITED BY SIZE
                     ",*ERROR*:*"        DELIMITED BY SIZE
                     MSJ-ERROR-W         DELIMITED BY "  "
                     "*},"               DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       ERROR-DATOS.
           PERFORM CERRAR-FUENTES
           MOVE "99"                             TO MSJ1-HTML
           MOVE "SAL734"                         TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           PERFORM CERRAR-FUENTES.

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

      *    SOLO SE CIERRAN LAS FUENTES QUE QUEDARON ABIERTAS

       CERRAR-FUENTES.
           IF SW-PACIE-W = "S"
              CLOSE ARCHIVO-PACIENTES
           END-IF
           IF SW-PRN-W = "S"
              CLOSE ARCHIVO-PRENATAL
           END-IF
           IF SW-COH-W = "S"
              CLOSE ARCHIVO-COHORTES
           END-IF
           IF SW-VAC-W = "S"
              CLOSE ARCHIVO-VACUNAS
           END-IF
           IF SW-LAB-W = "S"
              CLOSE ARCHIVO-LABORATORIO
           END-IF
           IF SW-EWS-W = "S"
              CLOSE ARCHIVO-EWS
           END-IF
           IF SW-CIT-W = "S"
              CLOSE ARCHIVO-CITAS
           END-IF
           IF SW-ODO-W = "S"
              CLOSE ARCHIVO-ODONTOGRAMA
           END-IF
           MOVE "N" TO SW-PACIE-W SW-PRN-W SW-COH-W SW-VAC-W
                       SW-LAB-W SW-EWS-W SW-CIT-W SW-ODO-W.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
