      *=================================================================
      * CONTABILIDAD - NOMINA ELECTRONICA DIAN: DOCUMENTO SOPORTE DE
      *                PAGO DE NOMINA ELECTRONICA, CON EL MISMO
      *                CONTROL DE FACTURA ELECTRONICA (SC-ARCHFEL) QUE
      *                USA SER925, BAJO EL PREFIJO "N".
      *                - OPC "G": GENERA EL XML DE CADA EMPLEADO DEL
      *                  PERIODO YA CONTABILIZADO (CON875) O DE UNO
      *                  SOLO, CON LOS DEVENGADOS Y DEDUCCIONES DE
      *                  SC-ARCHLNO. EL CONSECUTIVO "N" SE ASIGNA UNA
      *                  VEZ Y SE GUARDA EN LA LIQUIDACION; UN
      *                  DOCUMENTO YA VALIDADO NO SE REGENERA.
      *                - OPC "U": RESPUESTA DEL PROVEEDOR: CUNE Y
      *                  ESTADO (V VALIDADO / R RECHAZADO CON MOTIVO).
      *                - OPC "X": RECHAZADOS Y ENVIADOS SIN RESPUESTA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON876".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PROSOFT.
       OBJECT-COMPUTER. PROSOFT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-FELEC.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOEMP.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOPAR.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOLIQ.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-XML
                  ASSIGN NOM-XML-W
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
       COPY "P:\PROG\PROYECT\FUENTES\FD-FELEC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOEMP.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOPAR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOLIQ.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-XML
           LABEL RECORD STANDARD.
       01  REG-XML.
           02 DATOS-XML               PIC X(400).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-FEL-W                    PIC X(70).
       01 NOM-NEM-W                    PIC X(70).
       01 NOM-PNO-W                    PIC X(70).
       01 NOM-LNO-W                    PIC X(70).
       01 NOM-TER-W                    PIC X(70).
       01 NOM-XML-W                    PIC X(90).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 PERIODO-LLEGAD-W          PIC 9(6).
          02 COD-EMP-LLEGAD-W          PIC 9(11).
          02 NIT-EMPRESA-LLEGAD-W      PIC 9(11).
          02 DV-EMPRESA-LLEGAD-W       PIC 9.
          02 NRO-LLEGAD-W              PIC 9(6).
          02 CUNE-LLEGAD-W             PIC X(96).
          02 ESTADO-LLEGAD-W           PIC X.
          02 MOTIVO-LLEGAD-W           PIC X(60).
          02 OPER-LLEGAD-W             PIC X(4).

       01 VARIABLES.
          02 FECHA-HOY-W            PIC 9(8).
          02 INI-PER-W              PIC 9(8).
          02 FIN-PER-W              PIC 9(8).
          02 FECHA-SIG-W            PIC 9(8).
          02 ANO-PERIODO-W          PIC 9(4).
          02 MES-PERIODO-W          PIC 99.
          02 ULT-NRO-NE-W           PIC 9(6).
          02 DIAS-LABORADOS-W       PIC 9(5).
          02 CANT-GENERADOS-W       PIC 9(4) VALUE 0.
          02 CANT-RECHAZADAS-W      PIC 9(4) VALUE 0.
          02 TIPO-DOC-DIAN-W        PIC XX.
          02 TIPO-CONTRATO-DIAN-W   PIC X.
          02 INTEGRAL-DIAN-W        PIC X(5).
          02 PUNT-W                 PIC 9(4).
          02 CONT-ESP-W             PIC 99.
          02 ETIQ-XML-W             PIC X(30).
          02 VALOR-XML-W            PIC S9(11)V99.
          02 PORC-XML-W             PIC 9(3)V999.
          02 TEXTO-XML-W            PIC X(60).
          02 FECHA-XML-W            PIC 9(8).

      *    ELEMENTOS DEL XML PARA LA TABLA DE EXTRAS DE SC-ARCHLNO
      *    (ED EN RN DD DN RD).
       01 NOMBRES-EXTRAS-W.
          02 FILLER                 PIC X(5) VALUE "HED".
          02 FILLER                 PIC X(5) VALUE "HEN".
          02 FILLER                 PIC X(5) VALUE "HRN".
          02 FILLER                 PIC X(5) VALUE "HEDDF".
          02 FILLER                 PIC X(5) VALUE "HENDF".
          02 FILLER                 PIC X(5) VALUE "HRDDF".
       01 TABLA-EXTRAS-W REDEFINES NOMBRES-EXTRAS-W.
          02 NOMBRE-EXTRA-W         PIC X(5) OCCURS 6.

       01 VALOR-XML-EDIT            PIC -(11)9.99.
       01 PORC-XML-EDIT             PIC ZZ9.99.
       01 VALOR-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 LIN-JSON-W                PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 GENERADOS-ENV          PIC 9(4).
          02 FILLER                 PIC X VALUE "|".
          02 RECHAZADAS-ENV         PIC 9(4).

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
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-USU-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-SESION-W             TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-FELEC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FELECTRONICA.
       ESCR-EXCEP-FELEC.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-FEL-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EMPLEADOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EMPLEADOS.
       ESCR-EXCEP-EMPLEADOS.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-NEM-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PARAM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PARAM-NOMINA.
       ESCR-EXCEP-PARAM.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PNO-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LIQUIDA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LIQ-NOMINA.
       ESCR-EXCEP-LIQUIDA.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-LNO-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-TER-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-XML SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-XML.
       ESCR-EXCEP-XML.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-XML-W                TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PLANO-W              TO MSJ2-HTML
              MOVE "CON876"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON876" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    PERIODO-LLEGAD-W, COD-EMP-LLEGAD-W,
                    NIT-EMPRESA-LLEGAD-W, DV-EMPRESA-LLEGAD-W,
                    NRO-LLEGAD-W, CUNE-LLEGAD-W, ESTADO-LLEGAD-W,
                    MOTIVO-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE LLAVE-SESION-LLEGAD-W  TO LLAVE-SESION-W.
           MOVE FUNCTION CURRENT-DATE  TO FECHA-TOTAL.
           MOVE FECHA-TOTAL            TO FECHA-HOY-W.
           ACCEPT HORA-TOTAL FROM TIME.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ABRIR-USUARIO.
           INITIALIZE OTR-STAT.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W

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
              MOVE "CON876"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-FEL-W NOM-NEM-W NOM-PNO-W NOM-LNO-W
                      NOM-TER-W NOM-PLANO-W

           MOVE "\\" TO NOM-FEL-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-FEL-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-FEL-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-FEL-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-FEL-W TO NOM-NEM-W NOM-PNO-W NOM-LNO-W NOM-TER-W

           INSPECT NOM-FEL-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFEL.DAT"
           INSPECT NOM-NEM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHNEM.DAT"
           INSPECT NOM-PNO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPNO.DAT"
           INSPECT NOM-LNO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLNO.DAT"
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-CON876-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W        DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-FELECTRONICA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-FELECTRONICA
              CLOSE       ARCHIVO-FELECTRONICA
              OPEN I-O    ARCHIVO-FELECTRONICA
           END-IF

           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GENERAR-DOCUMENTOS
             WHEN "U"   GO TO ACTUALIZAR-ESTADO
             WHEN "X"   GO TO LISTAR-EXCEPCIONES
             WHEN OTHER
                  CLOSE ARCHIVO-FELECTRONICA
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON876"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "G": XML POR EMPLEADO DEL PERIODO CONTABILIZADO
      *=================================================================
       GENERAR-DOCUMENTOS.
           MOVE PERIODO-LLEGAD-W (1:4) TO ANO-PERIODO-W
           MOVE PERIODO-LLEGAD-W (5:2) TO MES-PERIODO-W
           IF PERIODO-LLEGAD-W = ZEROS
           OR MES-PERIODO-W < 1 OR MES-PERIODO-W > 12
           OR NIT-EMPRESA-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-FELECTRONICA
              MOVE "99"                                TO MSJ1-HTML
              MOVE "Falta el periodo o el NIT del empleador"
                                                       TO MSJ2-HTML
              MOVE "CON876"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           COMPUTE INI-PER-W = PERIODO-LLEGAD-W * 100 + 1
           IF MES-PERIODO-W = 12
              COMPUTE FECHA-SIG-W = (ANO-PERIODO-W + 1) * 10000 + 0101
           ELSE
              COMPUTE FECHA-SIG-W = INI-PER-W + 100
           END-IF
           COMPUTE FIN-PER-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-SIG-W) - 1)

           OPEN INPUT ARCHIVO-PARAM-NOMINA
           IF OTR-STAT = "35"
              CLOSE ARCHIVO-FELECTRONICA
              MOVE "99"                             TO MSJ1-HTML
              MOVE "Faltan los parametros de nomina" TO MSJ2-HTML
              MOVE "CON876"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           MOVE ANO-PERIODO-W TO ANO-PNO
           READ ARCHIVO-PARAM-NOMINA
                INVALID KEY
                   CLOSE ARCHIVO-PARAM-NOMINA ARCHIVO-FELECTRONICA
                   MOVE "99"                              TO MSJ1-HTML
                   MOVE "Faltan los parametros de nomina del ano"
                                                          TO MSJ2-HTML
                   MOVE "CON876"                          TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

      *    ULTIMO CONSECUTIVO "N" USADO EN EL CONTROL
           MOVE ZEROS TO ULT-NRO-NE-W
           MOVE "N"   TO PREF-FAC-FEL
           MOVE ZEROS TO NRO-FAC-FEL
           START ARCHIVO-FELECTRONICA KEY IS NOT LESS LLAVE-FEL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM BUSCAR-ULTIMO-NE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           OPEN I-O   ARCHIVO-LIQ-NOMINA
           OPEN INPUT ARCHIVO-EMPLEADOS ARCHIVO-TERCEROS

           MOVE PERIODO-LLEGAD-W TO PERIODO-LNO
           MOVE COD-EMP-LLEGAD-W TO COD-EMP-LNO
           START ARCHIVO-LIQ-NOMINA KEY IS NOT LESS LLAVE-LNO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM GENERAR-UN-DOCUMENTO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-EMPLEADOS ARCHIVO-TERCEROS
                 ARCHIVO-PARAM-NOMINA ARCHIVO-FELECTRONICA
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       BUSCAR-ULTIMO-NE.
           READ ARCHIVO-FELECTRONICA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF PREF-FAC-FEL NOT = "N"
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE NRO-FAC-FEL TO ULT-NRO-NE-W
              END-IF
           END-IF.

       GENERAR-UN-DOCUMENTO.
           READ ARCHIVO-LIQ-NOMINA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF PERIODO-LNO NOT = PERIODO-LLEGAD-W
              OR (COD-EMP-LLEGAD-W NOT = ZEROS
                  AND COD-EMP-LNO NOT = COD-EMP-LLEGAD-W)
                 MOVE "10" TO OTR-STAT
              END-IF
           END-IF

           IF OTR-STAT = "00" AND LNO-CONTABILIZADA
              MOVE "N"         TO PREF-FAC-FEL
              MOVE NRO-NE-LNO  TO NRO-FAC-FEL
              IF NRO-NE-LNO = ZEROS
                 MOVE SPACE TO ESTADO-FEL
              ELSE
                 READ ARCHIVO-FELECTRONICA
                      INVALID KEY MOVE SPACE TO ESTADO-FEL
                 END-READ
              END-IF
              IF NOT FEL-VALIDADA
                 PERFORM ARMAR-DOCUMENTO
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       ARMAR-DOCUMENTO.
           IF NRO-NE-LNO = ZEROS
              ADD 1 TO ULT-NRO-NE-W
              MOVE ULT-NRO-NE-W TO NRO-NE-LNO
              REWRITE REG-LIQ-NOMINA END-REWRITE
           END-IF

           MOVE COD-EMP-LNO TO COD-EMP
           READ ARCHIVO-EMPLEADOS
                INVALID KEY INITIALIZE REG-EMPLEADO
           END-READ
           MOVE COD-EMP-LNO TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   MOVE SPACES TO DESCRIP-TER TIPO-ID-TER
           END-READ

           EVALUATE TIPO-ID-TER
             WHEN "CE"  MOVE "22" TO TIPO-DOC-DIAN-W
             WHEN "TI"  MOVE "12" TO TIPO-DOC-DIAN-W
             WHEN "PA"  MOVE "41" TO TIPO-DOC-DIAN-W
             WHEN OTHER MOVE "13" TO TIPO-DOC-DIAN-W
           END-EVALUATE
           EVALUATE TRUE
             WHEN EMP-FIJO       MOVE "1" TO TIPO-CONTRATO-DIAN-W
             WHEN EMP-OBRA       MOVE "3" TO TIPO-CONTRATO-DIAN-W
             WHEN EMP-APRENDIZ   MOVE "4" TO TIPO-CONTRATO-DIAN-W
             WHEN OTHER          MOVE "2" TO TIPO-CONTRATO-DIAN-W
           END-EVALUATE
           IF EMP-INTEGRAL
              MOVE "true"  TO INTEGRAL-DIAN-W
           ELSE
              MOVE "false" TO INTEGRAL-DIAN-W
           END-IF
           COMPUTE DIAS-LABORADOS-W =
                   FUNCTION INTEGER-OF-DATE (FIN-PER-W)
                 - FUNCTION INTEGER-OF-DATE (FECHA-INGRESO-EMP) + 1

           MOVE SPACES TO NOM-XML-W
           STRING "C:\PROSOFT\TEMP\NE-N" DELIMITED BY SIZE
                  NRO-NE-LNO             DELIMITED BY SIZE
                  ".XML"                 DELIMITED BY SIZE
                  INTO NOM-XML-W
           END-STRING

           OPEN OUTPUT ARCHIVO-XML

           MOVE "<?xml version=~1.0~ encoding=~UTF-8~?>"
                TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML
           MOVE "<NominaIndividual>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<Periodo" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE "FechaIngreso"            TO ETIQ-XML-W
           MOVE FECHA-INGRESO-EMP         TO FECHA-XML-W
           PERFORM AGREGAR-ATRIB-FECHA
           MOVE "FechaLiquidacionInicio"  TO ETIQ-XML-W
           MOVE INI-PER-W                 TO FECHA-XML-W
           PERFORM AGREGAR-ATRIB-FECHA
           MOVE "FechaLiquidacionFin"     TO ETIQ-XML-W
           MOVE FIN-PER-W                 TO FECHA-XML-W
           PERFORM AGREGAR-ATRIB-FECHA
           MOVE "TiempoLaborado"          TO ETIQ-XML-W
           MOVE DIAS-LABORADOS-W          TO TEXTO-XML-W
           PERFORM AGREGAR-ATRIB-TEXTO
           MOVE "FechaGen"                TO ETIQ-XML-W
           MOVE FECHA-HOY-W               TO FECHA-XML-W
           PERFORM AGREGAR-ATRIB-FECHA
           PERFORM CERRAR-ELEMENTO-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<NumeroSecuenciaXML Prefijo=~N~ Consecutivo=~"
                                         DELIMITED BY SIZE
                  NRO-NE-LNO             DELIMITED BY SIZE
                  "~ Numero=~N"          DELIMITED BY SIZE
                  NRO-NE-LNO             DELIMITED BY SIZE
                  "~/>"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<Empleador NIT=~"     DELIMITED BY SIZE
                  NIT-EMPRESA-LLEGAD-W   DELIMITED BY SIZE
                  "~ DV=~"               DELIMITED BY SIZE
                  DV-EMPRESA-LLEGAD-W    DELIMITED BY SIZE
                  "~/>"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<Trabajador TipoTrabajador=~" DELIMITED BY SIZE
                  TIPO-TRAB-EMP          DELIMITED BY SIZE
                  "~ SubTipoTrabajador=~" DELIMITED BY SIZE
                  SUBTIPO-TRAB-EMP       DELIMITED BY SIZE
                  "~ TipoDocumento=~"    DELIMITED BY SIZE
                  TIPO-DOC-DIAN-W        DELIMITED BY SIZE
                  "~ NumeroDocumento=~"  DELIMITED BY SIZE
                  COD-EMP-LNO            DELIMITED BY SIZE
                  "~ Nombre=~"           DELIMITED BY SIZE
                  DESCRIP-TER            DELIMITED BY "  "
                  "~ TipoContrato=~"     DELIMITED BY SIZE
                  TIPO-CONTRATO-DIAN-W   DELIMITED BY SIZE
                  "~ SalarioIntegral=~"  DELIMITED BY SIZE
                  INTEGRAL-DIAN-W        DELIMITED BY " "
                  "~"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE "Sueldo"                 TO ETIQ-XML-W
           MOVE SALARIO-LNO              TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           PERFORM CERRAR-ELEMENTO-XML

           IF CUENTA-EMP NOT = SPACES
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<Pago Forma=~1~ Metodo=~42~ Banco=~"
                                            DELIMITED BY SIZE
                     BANCO-EMP              DELIMITED BY " "
                     "~ TipoCuenta=~"       DELIMITED BY SIZE
                     TIPO-CTA-EMP           DELIMITED BY SIZE
                     "~ NumeroCuenta=~"     DELIMITED BY SIZE
                     CUENTA-EMP             DELIMITED BY " "
                     "~/>"                  DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-XML
           END-IF

      *    DEVENGADOS
           MOVE "<Devengados>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<Basico DiasTrabajados=~" DELIMITED BY SIZE
                  DIAS-TRAB-LNO              DELIMITED BY SIZE
                  "~"                        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE "SueldoTrabajado"        TO ETIQ-XML-W
           MOVE SUELDO-LNO               TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           PERFORM CERRAR-ELEMENTO-XML

           IF AUX-TRANSP-LNO NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<Transporte" DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "AuxilioTransporte"   TO ETIQ-XML-W
              MOVE AUX-TRANSP-LNO        TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              PERFORM CERRAR-ELEMENTO-XML
           END-IF

           PERFORM ESCRIBIR-EXTRA-XML VARYING I FROM 1 BY 1
                   UNTIL I > 6

           IF VACAC-LNO NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<Vacaciones><VacacionesComunes Cantidad=~"
                                           DELIMITED BY SIZE
                     DIAS-VACAC-LNO        DELIMITED BY SIZE
                     "~"                   DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "Pago"                TO ETIQ-XML-W
              MOVE VACAC-LNO             TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              STRING "/></Vacaciones>"   DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-XML
           END-IF

           IF INCAP-LNO NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<Incapacidades><Incapacidad Cantidad=~"
                                           DELIMITED BY SIZE
                     DIAS-INCAP-LNO        DELIMITED BY SIZE
                     "~ Tipo=~1~"          DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "Pago"                TO ETIQ-XML-W
              MOVE INCAP-LNO             TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              STRING "/></Incapacidades>" DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-XML
           END-IF

           IF BONIF-LNO NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<Bonificaciones><Bonificacion"
                                           DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "BonificacionNS"      TO ETIQ-XML-W
              MOVE BONIF-LNO             TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              STRING "/></Bonificaciones>" DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-XML
           END-IF

           MOVE "</Devengados>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

      *    DEDUCCIONES
           MOVE "<Deducciones>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<Salud" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE "Porcentaje"             TO ETIQ-XML-W
           MOVE PORC-SALUD-EMP-PNO       TO PORC-XML-W
           IF EMP-APRENDIZ
              MOVE ZEROS TO PORC-XML-W
           END-IF
           PERFORM AGREGAR-ATRIB-PORC
           MOVE "Deduccion"              TO ETIQ-XML-W
           MOVE SALUD-EMP-LNO            TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           PERFORM CERRAR-ELEMENTO-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<FondoPension" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE "Porcentaje"             TO ETIQ-XML-W
           MOVE PORC-PENSION-EMP-PNO     TO PORC-XML-W
           IF EMP-APRENDIZ
              MOVE ZEROS TO PORC-XML-W
           END-IF
           PERFORM AGREGAR-ATRIB-PORC
           MOVE "Deduccion"              TO ETIQ-XML-W
           MOVE PENSION-EMP-LNO          TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           PERFORM CERRAR-ELEMENTO-XML

           IF FSP-LNO NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<FondoSP" DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "Porcentaje"          TO ETIQ-XML-W
              MOVE PORC-FSP-PNO          TO PORC-XML-W
              PERFORM AGREGAR-ATRIB-PORC
              MOVE "DeduccionSP"         TO ETIQ-XML-W
              MOVE FSP-LNO               TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              PERFORM CERRAR-ELEMENTO-XML
           END-IF

           IF OTRAS-DED-LNO NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<OtrasDeducciones><OtraDeduccion"
                                           DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "Valor"               TO ETIQ-XML-W
              MOVE OTRAS-DED-LNO         TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              STRING "/></OtrasDeducciones>" DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-XML
           END-IF

           MOVE "</Deducciones>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "<Totales" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE "DevengadosTotal"        TO ETIQ-XML-W
           MOVE DEVENGADO-LNO            TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           MOVE "DeduccionesTotal"       TO ETIQ-XML-W
           MOVE DEDUCIDO-LNO             TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           MOVE "ComprobanteTotal"       TO ETIQ-XML-W
           MOVE NETO-LNO                 TO VALOR-XML-W
           PERFORM AGREGAR-ATRIB-VALOR
           PERFORM CERRAR-ELEMENTO-XML

           MOVE "</NominaIndividual>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           CLOSE ARCHIVO-XML

           INITIALIZE REG-FELECTRONICA
           MOVE "N"             TO PREF-FAC-FEL
           MOVE NRO-NE-LNO      TO NRO-FAC-FEL
           MOVE "G"             TO ESTADO-FEL
           MOVE COD-EMP-LNO     TO NIT-CLIENTE-FEL
           MOVE NETO-LNO        TO VALOR-FEL
           MOVE SPACES          TO RESOLUCION-FEL
           STRING "NOMINA "        DELIMITED BY SIZE
                  PERIODO-LLEGAD-W DELIMITED BY SIZE
                  INTO RESOLUCION-FEL
           END-STRING
           MOVE FECHA-HOY-W     TO FECHA-GEN-FEL
           MOVE OPER-LLEGAD-W   TO OPER-FEL

           WRITE REG-FELECTRONICA
                 INVALID KEY
                    REWRITE REG-FELECTRONICA END-REWRITE
           END-WRITE

           ADD 1 TO CANT-GENERADOS-W.

       ESCRIBIR-EXTRA-XML.
           IF HORAS-EXT-LNO (I) NOT = ZEROS
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "<"                DELIMITED BY SIZE
                     NOMBRE-EXTRA-W (I) DELIMITED BY " "
                     "s><"              DELIMITED BY SIZE
                     NOMBRE-EXTRA-W (I) DELIMITED BY " "
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE "Cantidad"             TO ETIQ-XML-W
              MOVE HORAS-EXT-LNO (I)      TO PORC-XML-W
              PERFORM AGREGAR-ATRIB-PORC
              MOVE "Porcentaje"           TO ETIQ-XML-W
              MOVE PORC-RECARGO-PNO (I)   TO PORC-XML-W
              PERFORM AGREGAR-ATRIB-PORC
              MOVE "Pago"                 TO ETIQ-XML-W
              MOVE VALOR-EXT-LNO (I)      TO VALOR-XML-W
              PERFORM AGREGAR-ATRIB-VALOR
              STRING "/></"             DELIMITED BY SIZE
                     NOMBRE-EXTRA-W (I) DELIMITED BY " "
                     "s>"               DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-XML
           END-IF.

      *    ATRIBUTOS DEL XML: SE AGREGAN A LIN-JSON-W EN LA POSICION
      *    PUNT-W, SIN LOS ESPACIOS DE LA EDICION.
       AGREGAR-ATRIB-VALOR.
           MOVE VALOR-XML-W TO VALOR-XML-EDIT
           MOVE ZEROS TO CONT-ESP-W
           INSPECT VALOR-XML-EDIT TALLYING CONT-ESP-W
                   FOR LEADING SPACES
           STRING " "                     DELIMITED BY SIZE
                  ETIQ-XML-W              DELIMITED BY " "
                  "=~"                    DELIMITED BY SIZE
                  VALOR-XML-EDIT (CONT-ESP-W + 1:) DELIMITED BY SIZE
                  "~"                     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

       AGREGAR-ATRIB-PORC.
           MOVE PORC-XML-W TO PORC-XML-EDIT
           MOVE ZEROS TO CONT-ESP-W
           INSPECT PORC-XML-EDIT TALLYING CONT-ESP-W
                   FOR LEADING SPACES
           STRING " "                     DELIMITED BY SIZE
                  ETIQ-XML-W              DELIMITED BY " "
                  "=~"                    DELIMITED BY SIZE
                  PORC-XML-EDIT (CONT-ESP-W + 1:) DELIMITED BY SIZE
                  "~"                     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

       AGREGAR-ATRIB-TEXTO.
           MOVE ZEROS TO CONT-ESP-W
           INSPECT TEXTO-XML-W TALLYING CONT-ESP-W
                   FOR LEADING ZEROS
           IF CONT-ESP-W > 0 AND TEXTO-XML-W (CONT-ESP-W + 1:1) = " "
              SUBTRACT 1 FROM CONT-ESP-W
           END-IF
           STRING " "                     DELIMITED BY SIZE
                  ETIQ-XML-W              DELIMITED BY " "
                  "=~"                    DELIMITED BY SIZE
                  TEXTO-XML-W (CONT-ESP-W + 1:) DELIMITED BY "  "
                  "~"                     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

       AGREGAR-ATRIB-FECHA.
           STRING " "                     DELIMITED BY SIZE
                  ETIQ-XML-W              DELIMITED BY " "
                  "=~"                    DELIMITED BY SIZE
                  FECHA-XML-W (1:4)       DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  FECHA-XML-W (5:2)       DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  FECHA-XML-W (7:2)       DELIMITED BY SIZE
                  "~"                     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

       CERRAR-ELEMENTO-XML.
           STRING "/>" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML.

      *=================================================================
      * OPC "U": CUNE Y ESTADO DEVUELTOS POR EL PROVEEDOR
      *=================================================================
       ACTUALIZAR-ESTADO.
           MOVE "N"          TO PREF-FAC-FEL
           MOVE NRO-LLEGAD-W TO NRO-FAC-FEL
           READ ARCHIVO-FELECTRONICA
                INVALID KEY
                   CLOSE ARCHIVO-FELECTRONICA
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Documento sin generar"  TO MSJ2-HTML
                   MOVE "CON876"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           MOVE ESTADO-LLEGAD-W TO ESTADO-FEL
           MOVE CUNE-LLEGAD-W   TO CUFE-FEL
           MOVE MOTIVO-LLEGAD-W TO MOTIVO-RECHAZO-FEL
           MOVE FECHA-HOY-W     TO FECHA-VALID-FEL
           MOVE OPER-LLEGAD-W   TO OPER-FEL

           REWRITE REG-FELECTRONICA END-REWRITE
           CLOSE ARCHIVO-FELECTRONICA
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "X": RECHAZADOS Y ENVIADOS SIN RESPUESTA (PREFIJO "N")
      *=================================================================
       LISTAR-EXCEPCIONES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*EXCEPCIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "N"   TO PREF-FAC-FEL
           MOVE ZEROS TO NRO-FAC-FEL
           START ARCHIVO-FELECTRONICA KEY IS NOT LESS LLAVE-FEL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-EXCEPCION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "{*DOC*:**}],*RECHAZADAS*:" DELIMITED BY SIZE
                  CANT-RECHAZADAS-W           DELIMITED BY SIZE
                  "}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-FELECTRONICA
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LEER-EXCEPCION.
           READ ARCHIVO-FELECTRONICA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND PREF-FAC-FEL NOT = "N"
              MOVE "10" TO OTR-STAT
           END-IF

           IF OTR-STAT = "00"
              IF FEL-RECHAZADA
              OR ((FEL-GENERADA OR FEL-ENVIADA)
                  AND FECHA-GEN-FEL < FECHA-HOY-W)
                 IF FEL-RECHAZADA
                    ADD 1 TO CANT-RECHAZADAS-W
                 END-IF
                 MOVE VALOR-FEL TO VALOR-EDIT
                 MOVE SPACES TO LIN-JSON-W
                 MOVE 1 TO PUNT-W
                 STRING "{*DOC*:*N"        DELIMITED BY SIZE
                        NRO-FAC-FEL        DELIMITED BY SIZE
                        "*,*CEDULA*:*"     DELIMITED BY SIZE
                        NIT-CLIENTE-FEL    DELIMITED BY SIZE
                        "*,*ESTADO*:*"     DELIMITED BY SIZE
                        ESTADO-FEL         DELIMITED BY SIZE
                        "*,*NETO*:*"       DELIMITED BY SIZE
                        VALOR-EDIT         DELIMITED BY SIZE
                        "*,*MOTIVO*:*"     DELIMITED BY SIZE
                        MOTIVO-RECHAZO-FEL DELIMITED BY "  "
                        "*},"              DELIMITED BY SIZE
                        INTO LIN-JSON-W WITH POINTER PUNT-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
                 MOVE "00" TO OTR-STAT
              END-IF
           END-IF.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       ESCRIBIR-LINEA-XML.
           INSPECT LIN-JSON-W REPLACING ALL "~" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-XML
           WRITE REG-XML END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       ENVIO-DATOS.
           MOVE CANT-GENERADOS-W  TO GENERADOS-ENV
           MOVE CANT-RECHAZADAS-W TO RECHAZADAS-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "..\PAGINAS\RECIBIDOS.ASPX" TO SALIDA-HTML
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

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
