      *=================================================================
      * CONTABILIDAD - NOMINA: LIQUIDACION Y CONTABILIZACION.
      *                - OPC "L": LIQUIDA EL PERIODO (AAAAMM) DE CADA
      *                  EMPLEADO VIGENTE EN EL MES CON SUS NOVEDADES
      *                  (SC-ARCHNOV) Y LOS PARAMETROS DEL ANO
      *                  (SC-ARCHPNO). MES COMERCIAL DE 30 DIAS
      *                  AJUSTADO POR INGRESO/RETIRO; VALOR HORA =
      *                  SALARIO / HORAS DEL MES. LAS HORAS EXTRA SE
      *                  PAGAN CON EL RECARGO SOBRE LA HORA ORDINARIA
      *                  Y LOS RECARGOS NOCTURNO Y DOMINICAL SOLO
      *                  CON EL PORCENTAJE. DEDUCE SALUD, PENSION Y
      *                  FONDO DE SOLIDARIDAD (IBC DESDE 4 SMMLV),
      *                  CALCULA LOS APORTES PATRONALES, LOS
      *                  PARAFISCALES Y LAS PROVISIONES DE PRIMA,
      *                  CESANTIAS, INTERESES Y VACACIONES. SE PUEDE
      *                  RELIQUIDAR MIENTRAS NO ESTE CONTABILIZADO.
      *                - OPC "C": CONTABILIZA EL PERIODO EN UN SOLO
      *                  COMPROBANTE POR LA SECUENCIA DEL LOTE
      *                  (CONVENCION DE CON007X): GASTOS POR CENTRO
      *                  DE COSTO, NETO A PAGAR Y OTRAS DEDUCCIONES
      *                  POR EMPLEADO (NIT DEL MOVIMIENTO = CEDULA),
      *                  PASIVOS DE SEGURIDAD SOCIAL Y PARAFISCALES
      *                  Y LAS PROVISIONES. EL PERIODO QUEDA "C".
      *                - OPC "D": DESPRENDIBLE DEL PERIODO EN JSON
      *                  (TODOS O UN EMPLEADO).
      *                SIMPLIFICACIONES: INCAPACIDAD A LAS 2/3 PARTES
      *                SIN BAJAR DEL MINIMO DIARIO, FSP PLANO, IBC
      *                SIN PISO, SALARIO INTEGRAL AL 70% Y APRENDIZ
      *                SIN DEDUCCIONES NI PARAFISCALES NI
      *                PROVISIONES (SALUD 100% PATRONAL Y ARL).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON875".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PROSOFT.
       OBJECT-COMPUTER. PROSOFT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOEMP.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NONOV.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOPAR.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOLIQ.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOEMP.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NONOV.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOPAR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOLIQ.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-NEM-W                    PIC X(70).
       01 NOM-NOV-W                    PIC X(70).
       01 NOM-PNO-W                    PIC X(70).
       01 NOM-LNO-W                    PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 PERIODO-LLEGAD-W          PIC 9(6).
          02 LOTE-LLEGAD-W             PIC XX.
          02 COD-EMP-LLEGAD-W          PIC 9(11).
          02 OPER-LLEGAD-W             PIC 9(4).

       01 VARIABLES.
          02 NRO-COMP-W             PIC 9(6).
          02 LINEA-MOV-W            PIC 9(4).
          02 FECHA6-W               PIC 9(6).
          02 INI-PER-W              PIC 9(8).
          02 FIN-PER-W              PIC 9(8).
          02 FECHA-SIG-W            PIC 9(8).
          02 FECHA-HOY-W            PIC 9(8).
          02 ANO-PERIODO-W          PIC 9(4).
          02 MES-PERIODO-W          PIC 99.
          02 DIA-INI-W              PIC 99.
          02 DIA-FIN-W              PIC 99.
          02 DIAS-W                 PIC S999.
          02 VALOR-DIA-W            PIC 9(9)V9(4).
          02 VALOR-HORA-W           PIC 9(9)V9(4).
          02 MINIMO-DIA-W           PIC 9(9)V9(4).
          02 BASE-PREST-W           PIC 9(11)V99.
          02 TOPE-IBC-W             PIC 9(11)V99.
          02 CANT-LIQUIDADOS-W      PIC 9(4) VALUE 0.
          02 CANT-PENDIENTES-W      PIC 9(4) VALUE 0.
          02 TOTAL-NETO-W           PIC S9(13)V99 VALUE 0.
          02 DETALLE-COMP-W         PIC X(40).
          02 REFER-W                PIC X(10).
          02 PUNT-W                 PIC 9(4).
          02 ETIQ-JSON-W            PIC X(12).
          02 VALOR-JSON-W           PIC S9(11)V99.

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W         PIC 9.
          02 SEC2-CONTROL-W         PIC XX.

      *    ACUMULADOS DEL COMPROBANTE: GASTOS POR CENTRO DE COSTO Y
      *    PASIVOS DE LA EMPRESA.
       01 TABLA-CCOSTO-W.
          02 CANT-CCOSTO-W          PIC 99 VALUE 0.
          02 DET-CCOSTO-W OCCURS 50.
             03 CCOSTO-TAB-W        PIC X(4).
             03 SUELDO-TAB-W        PIC S9(13)V99.
             03 EXTRAS-TAB-W        PIC S9(13)V99.
             03 AUXTR-TAB-W         PIC S9(13)V99.
             03 BONIF-TAB-W         PIC S9(13)V99.
             03 SEGSOC-TAB-W        PIC S9(13)V99.
             03 PARAF-TAB-W         PIC S9(13)V99.
             03 PRIMA-TAB-W         PIC S9(13)V99.
             03 CESANT-TAB-W        PIC S9(13)V99.
             03 INTCES-TAB-W        PIC S9(13)V99.
             03 VACAC-TAB-W         PIC S9(13)V99.

       01 TOTALES-PASIVO-W.
          02 TOT-SALUD-W            PIC S9(13)V99.
          02 TOT-PENSION-W          PIC S9(13)V99.
          02 TOT-ARL-W              PIC S9(13)V99.
          02 TOT-PARAF-W            PIC S9(13)V99.
          02 TOT-PRIMA-W            PIC S9(13)V99.
          02 TOT-CESANT-W           PIC S9(13)V99.
          02 TOT-INTCES-W           PIC S9(13)V99.
          02 TOT-VACAC-W            PIC S9(13)V99.

       01 VALOR-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 LIN-JSON-W                PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 COMP-ENV               PIC X(6).
          02 FILLER                 PIC X VALUE "|".
          02 CANT-ENV               PIC 9(4).
          02 FILLER                 PIC X VALUE "|".
          02 NETO-ENV               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.

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
              MOVE "CON875"                 TO MSJ3-HTML
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
              MOVE "CON875"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-MOV                  TO MSJ2-HTML
              MOVE "CON875"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EMPLEADOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EMPLEADOS.
       ESCR-EXCEP-EMPLEADOS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-NEM-W                TO MSJ2-HTML
              MOVE "CON875"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-NOVEDADES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-NOVEDADES.
       ESCR-EXCEP-NOVEDADES.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-NOV-W                TO MSJ2-HTML
              MOVE "CON875"                 TO MSJ3-HTML
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
              MOVE "CON875"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LIQUIDA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LIQ-NOMINA.
       ESCR-EXCEP-LIQUIDA.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-LNO-W                TO MSJ2-HTML
              MOVE "CON875"                 TO MSJ3-HTML
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
              MOVE "CON875"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON875" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    PERIODO-LLEGAD-W, LOTE-LLEGAD-W,
                    COD-EMP-LLEGAD-W, OPER-LLEGAD-W
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
              MOVE "CON875"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-NEM-W NOM-NOV-W NOM-PNO-W NOM-LNO-W
                      NOM-MOV NOM-PLANO-W

           MOVE "\\" TO NOM-NEM-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-NEM-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-NEM-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-NEM-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-NEM-W TO NOM-NOV-W NOM-PNO-W NOM-LNO-W NOM-MOV

           INSPECT NOM-NEM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHNEM.DAT"
           INSPECT NOM-NOV-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHNOV.DAT"
           INSPECT NOM-PNO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPNO.DAT"
           INSPECT NOM-LNO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLNO.DAT"

           INSPECT NOM-MOV REPLACING FIRST "     "
                                        BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                                        BY "SC-ARCHMOV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-LIQNOM-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W        DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       VALIDAR-PERIODO.
           MOVE PERIODO-LLEGAD-W (1:4) TO ANO-PERIODO-W
           MOVE PERIODO-LLEGAD-W (5:2) TO MES-PERIODO-W
           IF PERIODO-LLEGAD-W = ZEROS
           OR MES-PERIODO-W < 1 OR MES-PERIODO-W > 12
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Periodo no valido (AAAAMM)"  TO MSJ2-HTML
              MOVE "CON875"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    PRIMER Y ULTIMO DIA CALENDARIO DEL PERIODO
           COMPUTE INI-PER-W = PERIODO-LLEGAD-W * 100 + 1
           IF MES-PERIODO-W = 12
              COMPUTE FECHA-SIG-W =
                      (ANO-PERIODO-W + 1) * 10000 + 0101
           ELSE
              COMPUTE FECHA-SIG-W = INI-PER-W + 100
           END-IF
           COMPUTE FIN-PER-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-SIG-W) - 1)

           OPEN INPUT ARCHIVO-PARAM-NOMINA
           IF OTR-STAT = "35"
              MOVE "99"                             TO MSJ1-HTML
              MOVE "Faltan los parametros de nomina" TO MSJ2-HTML
              MOVE "CON875"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
      *    EL REGISTRO DEL ANO QUEDA EN EL AREA DEL ARCHIVO, QUE SE
      *    CIERRA AL TERMINAR LA OPCION.
           MOVE ANO-PERIODO-W TO ANO-PNO
           READ ARCHIVO-PARAM-NOMINA
                INVALID KEY
                   CLOSE ARCHIVO-PARAM-NOMINA
                   MOVE "99"                              TO MSJ1-HTML
                   MOVE "Faltan los parametros de nomina del ano"
                                                          TO MSJ2-HTML
                   MOVE "CON875"                          TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF SMMLV-PNO = ZEROS OR HORAS-MES-PNO = ZEROS
              CLOSE ARCHIVO-PARAM-NOMINA
              MOVE "99"                                TO MSJ1-HTML
              MOVE "Falta salario minimo u horas del mes"
                                                       TO MSJ2-HTML
              MOVE "CON875"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-LIQ-NOMINA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-LIQ-NOMINA
              CLOSE       ARCHIVO-LIQ-NOMINA
              OPEN I-O    ARCHIVO-LIQ-NOMINA
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "L"   GO TO LIQUIDAR-PERIODO
             WHEN "C"   GO TO CONTABILIZAR-PERIODO
             WHEN "D"   GO TO LISTAR-DESPRENDIBLES
             WHEN OTHER
                  CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON875"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "L": LIQUIDACION DEL PERIODO
      *=================================================================
       LIQUIDAR-PERIODO.
           MOVE PERIODO-LLEGAD-W TO PERIODO-LNO
           MOVE ZEROS            TO COD-EMP-LNO
           START ARCHIVO-LIQ-NOMINA KEY IS NOT LESS LLAVE-LNO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-LIQ-NOMINA NEXT RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
              AND PERIODO-LNO = PERIODO-LLEGAD-W
              AND LNO-CONTABILIZADA
                 CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
                 MOVE "99"                           TO MSJ1-HTML
                 MOVE "El periodo ya esta contabilizado"
                                                     TO MSJ2-HTML
                 MOVE "CON875"                       TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           OPEN INPUT ARCHIVO-EMPLEADOS
           IF OTR-STAT = "35"
              CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No hay empleados creados"  TO MSJ2-HTML
              MOVE "CON875"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-NOVEDADES
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-NOVEDADES
              CLOSE       ARCHIVO-NOVEDADES
              OPEN INPUT  ARCHIVO-NOVEDADES
           END-IF

           COMPUTE MINIMO-DIA-W = SMMLV-PNO / 30
           COMPUTE TOPE-IBC-W   = SMMLV-PNO * 25

           MOVE ZEROS TO COD-EMP
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS LLAVE-EMP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LIQUIDAR-EMPLEADO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-EMPLEADOS ARCHIVO-NOVEDADES
                 ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
           MOVE CANT-LIQUIDADOS-W TO CANT-ENV
           MOVE TOTAL-NETO-W      TO NETO-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LIQUIDAR-EMPLEADO.
           READ ARCHIVO-EMPLEADOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-INGRESO-EMP > FIN-PER-W
              OR (FECHA-RETIRO-EMP NOT = ZEROS
                  AND FECHA-RETIRO-EMP < INI-PER-W)
                 CONTINUE
              ELSE
                 PERFORM CALCULAR-EMPLEADO
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       CALCULAR-EMPLEADO.
           INITIALIZE REG-LIQ-NOMINA
           MOVE PERIODO-LLEGAD-W TO PERIODO-LNO
           MOVE COD-EMP          TO COD-EMP-LNO
           MOVE "L"              TO ESTADO-LNO
           MOVE CCOSTO-EMP       TO CCOSTO-LNO
           MOVE SALARIO-EMP      TO SALARIO-LNO

      *    DIAS DEL MES COMERCIAL ENTRE EL INGRESO Y EL RETIRO
           MOVE 1  TO DIA-INI-W
           IF FECHA-INGRESO-EMP > INI-PER-W
              MOVE FECHA-INGRESO-EMP (7:2) TO DIA-INI-W
           END-IF
           MOVE 30 TO DIA-FIN-W
           IF FECHA-RETIRO-EMP NOT = ZEROS
           AND FECHA-RETIRO-EMP < FIN-PER-W
              MOVE FECHA-RETIRO-EMP (7:2) TO DIA-FIN-W
           END-IF
           IF DIA-INI-W > 30
              MOVE 30 TO DIA-INI-W
           END-IF
           IF DIA-FIN-W > 30
              MOVE 30 TO DIA-FIN-W
           END-IF
           COMPUTE DIAS-W = DIA-FIN-W - DIA-INI-W + 1

           PERFORM LEER-NOVEDADES-EMPLEADO

           COMPUTE DIAS-W = DIAS-W - DIAS-INCAP-LNO - DIAS-LICEN-LNO
                                   - DIAS-VACAC-LNO
           IF DIAS-W < ZEROS
              MOVE ZEROS TO DIAS-W
           END-IF
           MOVE DIAS-W TO DIAS-TRAB-LNO

           COMPUTE VALOR-DIA-W  = SALARIO-EMP / 30
           COMPUTE VALOR-HORA-W = SALARIO-EMP / HORAS-MES-PNO

      *    DEVENGADOS
           COMPUTE SUELDO-LNO ROUNDED = VALOR-DIA-W * DIAS-TRAB-LNO
           COMPUTE VACAC-LNO  ROUNDED = VALOR-DIA-W * DIAS-VACAC-LNO
           IF VALOR-DIA-W * 2 / 3 < MINIMO-DIA-W
              COMPUTE INCAP-LNO ROUNDED =
                      MINIMO-DIA-W * DIAS-INCAP-LNO
           ELSE
              COMPUTE INCAP-LNO ROUNDED =
                      VALOR-DIA-W * 2 / 3 * DIAS-INCAP-LNO
           END-IF

           PERFORM VALORIZAR-EXTRA VARYING I FROM 1 BY 1 UNTIL I > 6

           IF SALARIO-EMP NOT > SMMLV-PNO * 2
           AND NOT EMP-INTEGRAL
              COMPUTE AUX-TRANSP-LNO ROUNDED =
                      AUX-TRANSP-PNO * DIAS-TRAB-LNO / 30
           END-IF

           COMPUTE DEVENGADO-LNO = SUELDO-LNO + AUX-TRANSP-LNO
                                 + VACAC-LNO + INCAP-LNO + BONIF-LNO
                                 + EXTRAS-LNO

      *    INGRESO BASE DE COTIZACION: LO SALARIAL (SIN AUXILIO NI
      *    BONIFICACION), EL 70% EN SALARIO INTEGRAL, TOPE 25 SMMLV.
           COMPUTE IBC-LNO = SUELDO-LNO + VACAC-LNO + INCAP-LNO
                           + EXTRAS-LNO
           IF EMP-INTEGRAL
              COMPUTE IBC-LNO ROUNDED = IBC-LNO * 0.70
           END-IF
           IF IBC-LNO > TOPE-IBC-W
              MOVE TOPE-IBC-W TO IBC-LNO
           END-IF

           IF EMP-APRENDIZ
              PERFORM APORTES-APRENDIZ
           ELSE
              PERFORM APORTES-EMPLEADO
           END-IF

           COMPUTE DEDUCIDO-LNO = SALUD-EMP-LNO + PENSION-EMP-LNO
                                + FSP-LNO + OTRAS-DED-LNO
           COMPUTE NETO-LNO = DEVENGADO-LNO - DEDUCIDO-LNO

           MOVE OPER-LLEGAD-W TO OPER-LNO
           MOVE FECHA-HOY-W   TO FECHA-GRAB-LNO
           WRITE REG-LIQ-NOMINA
                 INVALID KEY
                    REWRITE REG-LIQ-NOMINA END-REWRITE
           END-WRITE

           ADD 1        TO CANT-LIQUIDADOS-W
           ADD NETO-LNO TO TOTAL-NETO-W.

       LEER-NOVEDADES-EMPLEADO.
           MOVE COD-EMP          TO COD-EMP-NOV
           MOVE PERIODO-LLEGAD-W TO PERIODO-NOV
           MOVE SPACES           TO TIPO-NOV
           START ARCHIVO-NOVEDADES KEY IS NOT LESS LLAVE-NOV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM ACUMULAR-NOVEDAD UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       ACUMULAR-NOVEDAD.
           READ ARCHIVO-NOVEDADES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-EMP-NOV NOT = COD-EMP
              OR PERIODO-NOV NOT = PERIODO-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 EVALUATE TRUE
                   WHEN NOV-EXTRA-DIURNA
                        ADD CANTIDAD-NOV TO HORAS-EXT-LNO (1)
                   WHEN NOV-EXTRA-NOCTURNA
                        ADD CANTIDAD-NOV TO HORAS-EXT-LNO (2)
                   WHEN NOV-RECARGO-NOCT
                        ADD CANTIDAD-NOV TO HORAS-EXT-LNO (3)
                   WHEN NOV-EXTRA-DOM-DIURNA
                        ADD CANTIDAD-NOV TO HORAS-EXT-LNO (4)
                   WHEN NOV-EXTRA-DOM-NOCT
                        ADD CANTIDAD-NOV TO HORAS-EXT-LNO (5)
                   WHEN NOV-RECARGO-DOMINICAL
                        ADD CANTIDAD-NOV TO HORAS-EXT-LNO (6)
                   WHEN NOV-INCAPACIDAD
                        ADD CANTIDAD-NOV TO DIAS-INCAP-LNO
                   WHEN NOV-LICENCIA-NR
                        ADD CANTIDAD-NOV TO DIAS-LICEN-LNO
                   WHEN NOV-VACACIONES
                        ADD CANTIDAD-NOV TO DIAS-VACAC-LNO
                   WHEN NOV-BONIFICACION
                        ADD VALOR-NOV    TO BONIF-LNO
                   WHEN NOV-DEDUCCION
                        ADD VALOR-NOV    TO OTRAS-DED-LNO
                 END-EVALUATE
              END-IF
           END-IF.

      *    1 ED, 2 EN, 4 DD Y 5 DN SON HORAS EXTRA (HORA + RECARGO);
      *    3 RN Y 6 RD SON RECARGOS SOBRE HORA YA PAGADA EN EL SUELDO.
       VALORIZAR-EXTRA.
           IF HORAS-EXT-LNO (I) NOT = ZEROS
              IF I = 3 OR I = 6
                 COMPUTE VALOR-EXT-LNO (I) ROUNDED =
                         VALOR-HORA-W * HORAS-EXT-LNO (I)
                       * PORC-RECARGO-PNO (I) / 100
              ELSE
                 COMPUTE VALOR-EXT-LNO (I) ROUNDED =
                         VALOR-HORA-W * HORAS-EXT-LNO (I)
                       * (100 + PORC-RECARGO-PNO (I)) / 100
              END-IF
              ADD VALOR-EXT-LNO (I) TO EXTRAS-LNO
           END-IF.

       APORTES-EMPLEADO.
           COMPUTE SALUD-EMP-LNO ROUNDED =
                   IBC-LNO * PORC-SALUD-EMP-PNO / 100
           COMPUTE PENSION-EMP-LNO ROUNDED =
                   IBC-LNO * PORC-PENSION-EMP-PNO / 100
           IF IBC-LNO NOT < SMMLV-PNO * 4
              COMPUTE FSP-LNO ROUNDED = IBC-LNO * PORC-FSP-PNO / 100
           END-IF

           COMPUTE PENSION-PAT-LNO ROUNDED =
                   IBC-LNO * PORC-PENSION-PAT-PNO / 100
           COMPUTE ARL-LNO ROUNDED =
                   IBC-LNO * PORC-ARL-PNO (RIESGO-ARL-EMP) / 100
           COMPUTE CCF-LNO ROUNDED = IBC-LNO * PORC-CCF-PNO / 100

      *    EXONERACION ART. 114-1 E.T.: SIN SALUD PATRONAL, ICBF NI
      *    SENA PARA QUIEN DEVENGA MENOS DE 10 SALARIOS MINIMOS.
           IF EXONERADO-PNO = "S" AND IBC-LNO < SMMLV-PNO * 10
              CONTINUE
           ELSE
              COMPUTE SALUD-PAT-LNO ROUNDED =
                      IBC-LNO * PORC-SALUD-PAT-PNO / 100
              COMPUTE ICBF-LNO ROUNDED =
                      IBC-LNO * PORC-ICBF-PNO / 100
              COMPUTE SENA-LNO ROUNDED =
                      IBC-LNO * PORC-SENA-PNO / 100
           END-IF

      *    PROVISIONES. EL SALARIO INTEGRAL YA INCLUYE PRIMA Y
      *    CESANTIAS; SOLO SE PROVISIONAN LAS VACACIONES.
           IF NOT EMP-INTEGRAL
              COMPUTE BASE-PREST-W = SUELDO-LNO + VACAC-LNO
                                   + INCAP-LNO + EXTRAS-LNO
                                   + AUX-TRANSP-LNO
              COMPUTE PRIMA-LNO ROUNDED =
                      BASE-PREST-W * PORC-PRIMA-PNO / 100
              COMPUTE CESANT-LNO ROUNDED =
                      BASE-PREST-W * PORC-CESANT-PNO / 100
              COMPUTE INTCES-LNO ROUNDED =
                      CESANT-LNO * PORC-INTCES-PNO / 100
           END-IF
           COMPUTE PROV-VACAC-LNO ROUNDED =
                   (SUELDO-LNO + VACAC-LNO + INCAP-LNO)
                 * PORC-VACAC-PNO / 100.

       APORTES-APRENDIZ.
           COMPUTE SALUD-PAT-LNO ROUNDED =
                   IBC-LNO * (PORC-SALUD-EMP-PNO + PORC-SALUD-PAT-PNO)
                 / 100
           COMPUTE ARL-LNO ROUNDED =
                   IBC-LNO * PORC-ARL-PNO (RIESGO-ARL-EMP) / 100.

      *=================================================================
      * OPC "C": COMPROBANTE DE NOMINA DEL PERIODO
      *=================================================================
       CONTABILIZAR-PERIODO.
           IF LOTE-LLEGAD-W = SPACES
              CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
              MOVE "99"                  TO MSJ1-HTML
              MOVE "Falta el lote"       TO MSJ2-HTML
              MOVE "CON875"              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CTA-SUELDOS-PNO     = SPACES
           OR CTA-GTO-SEGSOC-PNO  = SPACES
           OR CTA-GTO-PARAF-PNO   = SPACES
           OR CTA-PAS-NOMINA-PNO  = SPACES
           OR CTA-PAS-SALUD-PNO   = SPACES
           OR CTA-PAS-PENSION-PNO = SPACES
           OR CTA-PAS-ARL-PNO     = SPACES
           OR CTA-PAS-PARAF-PNO   = SPACES
           OR CTA-PAS-DEDUC-PNO   = SPACES
              CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
              MOVE "99"                               TO MSJ1-HTML
              MOVE "Faltan cuentas de nomina en los parametros"
                                                      TO MSJ2-HTML
              MOVE "CON875"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CTA-EXTRAS-PNO = SPACES
              MOVE CTA-SUELDOS-PNO TO CTA-EXTRAS-PNO
           END-IF
           IF CTA-AUXTR-PNO = SPACES
              MOVE CTA-SUELDOS-PNO TO CTA-AUXTR-PNO
           END-IF
           IF CTA-BONIF-PNO = SPACES
              MOVE CTA-SUELDOS-PNO TO CTA-BONIF-PNO
           END-IF

      *    PRIMERA PASADA: QUE HAYA LIQUIDACION PENDIENTE Y QUE LOS
      *    CENTROS DE COSTO QUEPAN EN LA TABLA.
           INITIALIZE TABLA-CCOSTO-W TOTALES-PASIVO-W
           PERFORM POSICIONAR-PERIODO
           PERFORM CONTAR-PENDIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF CANT-PENDIENTES-W = ZEROS
              CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
              MOVE "99"                                TO MSJ1-HTML
              MOVE "No hay liquidacion pendiente de contabilizar"
                                                       TO MSJ2-HTML
              MOVE "CON875"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE FIN-PER-W (3:6) TO FECHA6-W

           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           PERFORM TOMAR-NUMERO-SECUENCIA

           MOVE SPACES TO DETALLE-COMP-W REFER-W
           STRING "NOMINA " DELIMITED BY SIZE
                  PERIODO-LLEGAD-W (1:4) DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  PERIODO-LLEGAD-W (5:2) DELIMITED BY SIZE
                  INTO DETALLE-COMP-W
           END-STRING
           STRING "NOM"            DELIMITED BY SIZE
                  PERIODO-LLEGAD-W DELIMITED BY SIZE
                  INTO REFER-W
           END-STRING

      *    SEGUNDA PASADA: LINEAS POR EMPLEADO Y ACUMULADOS
           INITIALIZE LINEA-MOV-W
           PERFORM POSICIONAR-PERIODO
           PERFORM CONTABILIZAR-EMPLEADO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM GRABAR-GASTO-CCOSTO
                   VARYING I FROM 1 BY 1 UNTIL I > CANT-CCOSTO-W

           MOVE ZEROS TO ID-MOV
           MOVE SPACES TO COSTO-MOV
           MOVE CTA-PAS-SALUD-PNO   TO CUENTA-MOV
           COMPUTE VALOR-MOV = TOT-SALUD-W * -1
           PERFORM GRABAR-PASIVO-LINEA
           MOVE CTA-PAS-PENSION-PNO TO CUENTA-MOV
           COMPUTE VALOR-MOV = TOT-PENSION-W * -1
           PERFORM GRABAR-PASIVO-LINEA
           MOVE CTA-PAS-ARL-PNO     TO CUENTA-MOV
           COMPUTE VALOR-MOV = TOT-ARL-W * -1
           PERFORM GRABAR-PASIVO-LINEA
           MOVE CTA-PAS-PARAF-PNO   TO CUENTA-MOV
           COMPUTE VALOR-MOV = TOT-PARAF-W * -1
           PERFORM GRABAR-PASIVO-LINEA

           IF CTA-GTO-PRIMA-PNO NOT = SPACES
           AND CTA-PROV-PRIMA-PNO NOT = SPACES
              MOVE CTA-PROV-PRIMA-PNO TO CUENTA-MOV
              COMPUTE VALOR-MOV = TOT-PRIMA-W * -1
              PERFORM GRABAR-PASIVO-LINEA
           END-IF
           IF CTA-GTO-CESANT-PNO NOT = SPACES
           AND CTA-PROV-CESANT-PNO NOT = SPACES
              MOVE CTA-PROV-CESANT-PNO TO CUENTA-MOV
              COMPUTE VALOR-MOV = TOT-CESANT-W * -1
              PERFORM GRABAR-PASIVO-LINEA
           END-IF
           IF CTA-GTO-INTCES-PNO NOT = SPACES
           AND CTA-PROV-INTCES-PNO NOT = SPACES
              MOVE CTA-PROV-INTCES-PNO TO CUENTA-MOV
              COMPUTE VALOR-MOV = TOT-INTCES-W * -1
              PERFORM GRABAR-PASIVO-LINEA
           END-IF
           IF CTA-GTO-VACAC-PNO NOT = SPACES
           AND CTA-PROV-VACAC-PNO NOT = SPACES
              MOVE CTA-PROV-VACAC-PNO TO CUENTA-MOV
              COMPUTE VALOR-MOV = TOT-VACAC-W * -1
              PERFORM GRABAR-PASIVO-LINEA
           END-IF

           CLOSE MOVIMIENTO-DIARIO ARCHIVO-LIQ-NOMINA
                 ARCHIVO-PARAM-NOMINA
           MOVE NRO-COMP-W        TO COMP-ENV
           MOVE CANT-PENDIENTES-W TO CANT-ENV
           MOVE TOTAL-NETO-W      TO NETO-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       POSICIONAR-PERIODO.
           MOVE PERIODO-LLEGAD-W TO PERIODO-LNO
           MOVE ZEROS            TO COD-EMP-LNO
           START ARCHIVO-LIQ-NOMINA KEY IS NOT LESS LLAVE-LNO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       LEER-LIQUIDACION.
           READ ARCHIVO-LIQ-NOMINA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND PERIODO-LNO NOT = PERIODO-LLEGAD-W
              MOVE "10" TO OTR-STAT
           END-IF.

       CONTAR-PENDIENTE.
           PERFORM LEER-LIQUIDACION

           IF OTR-STAT = "00" AND LNO-LIQUIDADA
              ADD 1 TO CANT-PENDIENTES-W
              PERFORM UBICAR-CCOSTO
           END-IF.

       UBICAR-CCOSTO.
           MOVE 0 TO J
           PERFORM COMPARAR-CCOSTO VARYING I FROM 1 BY 1
                   UNTIL I > CANT-CCOSTO-W OR J > 0

           IF J = 0
              IF CANT-CCOSTO-W = 50
                 CLOSE ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
                 MOVE "99"                              TO MSJ1-HTML
                 MOVE "Mas de 50 centros de costo en la nomina"
                                                        TO MSJ2-HTML
                 MOVE "CON875"                          TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
              ADD 1 TO CANT-CCOSTO-W
              MOVE CANT-CCOSTO-W TO J
              MOVE CCOSTO-LNO    TO CCOSTO-TAB-W (J)
           END-IF.

       COMPARAR-CCOSTO.
           IF CCOSTO-TAB-W (I) = CCOSTO-LNO
              MOVE I TO J
           END-IF.

       CONTABILIZAR-EMPLEADO.
           PERFORM LEER-LIQUIDACION

           IF OTR-STAT = "00" AND LNO-LIQUIDADA
              PERFORM UBICAR-CCOSTO

              ADD SUELDO-LNO VACAC-LNO INCAP-LNO TO SUELDO-TAB-W (J)
              ADD EXTRAS-LNO     TO EXTRAS-TAB-W (J)
              ADD AUX-TRANSP-LNO TO AUXTR-TAB-W (J)
              ADD BONIF-LNO      TO BONIF-TAB-W (J)
              ADD SALUD-PAT-LNO PENSION-PAT-LNO ARL-LNO
                                 TO SEGSOC-TAB-W (J)
              ADD CCF-LNO ICBF-LNO SENA-LNO TO PARAF-TAB-W (J)
              ADD PRIMA-LNO      TO PRIMA-TAB-W (J)
              ADD CESANT-LNO     TO CESANT-TAB-W (J)
              ADD INTCES-LNO     TO INTCES-TAB-W (J)
              ADD PROV-VACAC-LNO TO VACAC-TAB-W (J)

              ADD SALUD-EMP-LNO SALUD-PAT-LNO TO TOT-SALUD-W
              ADD PENSION-EMP-LNO FSP-LNO PENSION-PAT-LNO
                                 TO TOT-PENSION-W
              ADD ARL-LNO        TO TOT-ARL-W
              ADD CCF-LNO ICBF-LNO SENA-LNO TO TOT-PARAF-W
              ADD PRIMA-LNO      TO TOT-PRIMA-W
              ADD CESANT-LNO     TO TOT-CESANT-W
              ADD INTCES-LNO     TO TOT-INTCES-W
              ADD PROV-VACAC-LNO TO TOT-VACAC-W

              MOVE COD-EMP-LNO      TO ID-MOV
              MOVE CCOSTO-LNO (1:2) TO COSTO-MOV
              MOVE CTA-PAS-NOMINA-PNO TO CUENTA-MOV
              COMPUTE VALOR-MOV = NETO-LNO * -1
              PERFORM GRABAR-LINEA-MOV

              IF OTRAS-DED-LNO NOT = ZEROS
                 MOVE COD-EMP-LNO      TO ID-MOV
                 MOVE CCOSTO-LNO (1:2) TO COSTO-MOV
                 MOVE CTA-PAS-DEDUC-PNO TO CUENTA-MOV
                 COMPUTE VALOR-MOV = OTRAS-DED-LNO * -1
                 PERFORM GRABAR-LINEA-MOV
              END-IF

              ADD NETO-LNO TO TOTAL-NETO-W
              MOVE "C"            TO ESTADO-LNO
              MOVE LOTE-LLEGAD-W  TO LOTE-LNO
              MOVE NRO-COMP-W     TO NRO-COMP-LNO
              REWRITE REG-LIQ-NOMINA END-REWRITE
           END-IF.

       GRABAR-GASTO-CCOSTO.
           MOVE ZEROS TO ID-MOV
           MOVE CTA-SUELDOS-PNO TO CUENTA-MOV
           MOVE SUELDO-TAB-W (I) TO VALOR-MOV
           PERFORM GRABAR-GASTO-LINEA
           MOVE CTA-EXTRAS-PNO  TO CUENTA-MOV
           MOVE EXTRAS-TAB-W (I) TO VALOR-MOV
           PERFORM GRABAR-GASTO-LINEA
           MOVE CTA-AUXTR-PNO   TO CUENTA-MOV
           MOVE AUXTR-TAB-W (I) TO VALOR-MOV
           PERFORM GRABAR-GASTO-LINEA
           MOVE CTA-BONIF-PNO   TO CUENTA-MOV
           MOVE BONIF-TAB-W (I) TO VALOR-MOV
           PERFORM GRABAR-GASTO-LINEA
           MOVE CTA-GTO-SEGSOC-PNO TO CUENTA-MOV
           MOVE SEGSOC-TAB-W (I)   TO VALOR-MOV
           PERFORM GRABAR-GASTO-LINEA
           MOVE CTA-GTO-PARAF-PNO  TO CUENTA-MOV
           MOVE PARAF-TAB-W (I)    TO VALOR-MOV
           PERFORM GRABAR-GASTO-LINEA

           IF CTA-GTO-PRIMA-PNO NOT = SPACES
           AND CTA-PROV-PRIMA-PNO NOT = SPACES
              MOVE CTA-GTO-PRIMA-PNO TO CUENTA-MOV
              MOVE PRIMA-TAB-W (I)   TO VALOR-MOV
              PERFORM GRABAR-GASTO-LINEA
           END-IF
           IF CTA-GTO-CESANT-PNO NOT = SPACES
           AND CTA-PROV-CESANT-PNO NOT = SPACES
              MOVE CTA-GTO-CESANT-PNO TO CUENTA-MOV
              MOVE CESANT-TAB-W (I)   TO VALOR-MOV
              PERFORM GRABAR-GASTO-LINEA
           END-IF
           IF CTA-GTO-INTCES-PNO NOT = SPACES
           AND CTA-PROV-INTCES-PNO NOT = SPACES
              MOVE CTA-GTO-INTCES-PNO TO CUENTA-MOV
              MOVE INTCES-TAB-W (I)   TO VALOR-MOV
              PERFORM GRABAR-GASTO-LINEA
           END-IF
           IF CTA-GTO-VACAC-PNO NOT = SPACES
           AND CTA-PROV-VACAC-PNO NOT = SPACES
              MOVE CTA-GTO-VACAC-PNO TO CUENTA-MOV
              MOVE VACAC-TAB-W (I)   TO VALOR-MOV
              PERFORM GRABAR-GASTO-LINEA
           END-IF.

       GRABAR-GASTO-LINEA.
           IF VALOR-MOV NOT = ZEROS
              MOVE CCOSTO-TAB-W (I) (1:2) TO COSTO-MOV
              MOVE ZEROS                  TO ID-MOV
              PERFORM GRABAR-LINEA-MOV
           ELSE
              INITIALIZE CUENTA-MOV VALOR-MOV
           END-IF.

       GRABAR-PASIVO-LINEA.
           IF VALOR-MOV NOT = ZEROS
              PERFORM GRABAR-LINEA-MOV
           ELSE
              INITIALIZE CUENTA-MOV VALOR-MOV
           END-IF.

      *=================================================================
      * OPC "D": DESPRENDIBLES DEL PERIODO
      *=================================================================
       LISTAR-DESPRENDIBLES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*DESPRENDIBLES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE PERIODO-LLEGAD-W TO PERIODO-LNO
           MOVE COD-EMP-LLEGAD-W TO COD-EMP-LNO
           START ARCHIVO-LIQ-NOMINA KEY IS NOT LESS LLAVE-LNO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-UN-DESPRENDIBLE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           MOVE TOTAL-NETO-W TO VALOR-EDIT
           MOVE 1 TO PUNT-W
           STRING "{}],*TOTAL-NETO*:*" DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-LIQ-NOMINA ARCHIVO-PARAM-NOMINA
           MOVE CANT-LIQUIDADOS-W TO CANT-ENV
           MOVE TOTAL-NETO-W      TO NETO-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LISTAR-UN-DESPRENDIBLE.
           PERFORM LEER-LIQUIDACION

           IF OTR-STAT = "00"
           AND COD-EMP-LLEGAD-W NOT = ZEROS
           AND COD-EMP-LNO NOT = COD-EMP-LLEGAD-W
              MOVE "10" TO OTR-STAT
           END-IF

           IF OTR-STAT = "00"
              ADD 1        TO CANT-LIQUIDADOS-W
              ADD NETO-LNO TO TOTAL-NETO-W

              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "{*CEDULA*:*"  DELIMITED BY SIZE
                     COD-EMP-LNO    DELIMITED BY SIZE
                     "*,*ESTADO*:*" DELIMITED BY SIZE
                     ESTADO-LNO     DELIMITED BY SIZE
                     "*,*CCOSTO*:*" DELIMITED BY SIZE
                     CCOSTO-LNO     DELIMITED BY SIZE
                     "*,*DIAS*:*"   DELIMITED BY SIZE
                     DIAS-TRAB-LNO  DELIMITED BY SIZE
                     "*"            DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING

              MOVE "SUELDO"     TO ETIQ-JSON-W
              MOVE SUELDO-LNO   TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "AUXILIO"    TO ETIQ-JSON-W
              MOVE AUX-TRANSP-LNO TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "EXTRAS"     TO ETIQ-JSON-W
              MOVE EXTRAS-LNO   TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "VACACIONES" TO ETIQ-JSON-W
              MOVE VACAC-LNO    TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "INCAPACIDAD" TO ETIQ-JSON-W
              MOVE INCAP-LNO    TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "BONIF"      TO ETIQ-JSON-W
              MOVE BONIF-LNO    TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "DEVENGADO"  TO ETIQ-JSON-W
              MOVE DEVENGADO-LNO TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "SALUD"      TO ETIQ-JSON-W
              MOVE SALUD-EMP-LNO TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "PENSION"    TO ETIQ-JSON-W
              MOVE PENSION-EMP-LNO TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "FSP"        TO ETIQ-JSON-W
              MOVE FSP-LNO      TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "OTRAS-DED"  TO ETIQ-JSON-W
              MOVE OTRAS-DED-LNO TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "DEDUCIDO"   TO ETIQ-JSON-W
              MOVE DEDUCIDO-LNO TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON
              MOVE "NETO"       TO ETIQ-JSON-W
              MOVE NETO-LNO     TO VALOR-JSON-W
              PERFORM AGREGAR-VALOR-JSON

              STRING "},"       DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
              MOVE "00" TO OTR-STAT
           END-IF.

       AGREGAR-VALOR-JSON.
           MOVE VALOR-JSON-W TO VALOR-EDIT
           STRING ",*"         DELIMITED BY SIZE
                  ETIQ-JSON-W  DELIMITED BY " "
                  "*:*"        DELIMITED BY SIZE
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*"          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       TOMAR-NUMERO-SECUENCIA.
           INITIALIZE MOV-DIARIO
           MOVE 0              TO SEC1-CONTROL-W
           MOVE LOTE-LLEGAD-W  TO SEC2-CONTROL-W
           MOVE SECU-CONTROL-W TO SECU-MOV
           MOVE "99999999"     TO LLAVE-COMP-MOV

           READ MOVIMIENTO-DIARIO KEY IS SECUENCIA-MOV
                INVALID KEY
                    MOVE 1            TO NRO-COMP-W
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    MOVE "NOMINA"     TO DETALLE-MOV
                    WRITE MOV-DIARIO END-WRITE
                    MOVE "W" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
                NOT INVALID KEY
                    COMPUTE NRO-COMP-W = ULT-NRO-MOV + 1
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    REWRITE MOV-DIARIO END-REWRITE
                    MOVE "R" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
           END-READ.

       GRABAR-LINEA-MOV.
           ADD 1 TO LINEA-MOV-W

           MOVE SECU-CONTROL-W   TO SECU-MOV
           MOVE NRO-COMP-W       TO LLAVE-COMP-MOV
           MOVE LINEA-MOV-W      TO CONSEC-MOV
           MOVE 0                TO TIP-DOC-MOV
           MOVE NRO-COMP-W       TO NRO-DOC-MOV
           MOVE FECHA6-W         TO FECHA-MOV
           MOVE REFER-W          TO REFER-MOV
           MOVE DETALLE-COMP-W   TO DETALLE-MOV
           MOVE FECHA6-W         TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W    TO OPER-MOV
           MOVE LINEA-MOV-W      TO CONSEC-FEC-MOV

           WRITE MOV-DIARIO END-WRITE
           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-MOV
           INITIALIZE CUENTA-MOV VALOR-MOV.

       ENVIO-DATOS.
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


      *    IMAGEN AL DIARIO DE TRANSACCIONES (CON848R): EL ARCHIVO
      *    VIAJA COMO "MOV-MMMAA" PARA QUE CON848 REAPLIQUE SOBRE
      *    EL SC-ARCHMOV DEL MES EN EL DESTINO RESTAURADO.
       ANOTAR-JOURNAL-MOV.
           MOVE SPACES TO ARCHIVO-JRN-W
           STRING "MOV-"               DELIMITED BY SIZE
                  MES-CONTAB-LLEGADA-W DELIMITED BY "  "
                  INTO ARCHIVO-JRN-W
           END-STRING
           MOVE SPACES      TO IMAGEN-JRN-W
           MOVE MOV-DIARIO  TO IMAGEN-JRN-W
           CALL "CON848R" USING ACCION-JRN-W ARCHIVO-JRN-W
                                DIR-CONTAB-LLEGADA-W IMAGEN-JRN-W
                                INVALID-JRN-W
                ON EXCEPTION CONTINUE
           END-CALL.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
