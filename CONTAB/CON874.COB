      *=================================================================
      * CONTABILIDAD - NOMINA: MAESTROS Y NOVEDADES.
      *                - OPC "E": GRABA/ACTUALIZA EL EMPLEADO (SC-
      *                  ARCHNEM). EL EMPLEADO DEBE EXISTIR COMO
      *                  TERCERO (SC-ARCHTER) Y EL CENTRO DE COSTO EN
      *                  SC-ARCHCOS (CON801). GUARDA CONTRATO,
      *                  SALARIO, CLASE DE RIESGO ARL, ENTIDADES Y
      *                  TIPO DE TRABAJADOR DE LA NOMINA ELECTRONICA.
      *                - OPC "B": CUENTA BANCARIA DE PAGO DEL
      *                  EMPLEADO.
      *                - OPC "L": LISTA DE EMPLEADOS CON EL NOMBRE
      *                  DEL TERCERO.
      *                - OPC "N": NOVEDAD DEL PERIODO (HORAS EXTRA Y
      *                  RECARGOS EN HORAS, INCAPACIDAD, LICENCIA Y
      *                  VACACIONES EN DIAS, BONIFICACION Y OTRAS
      *                  DEDUCCIONES EN VALOR). CANTIDAD Y VALOR EN
      *                  CERO BORRAN LA NOVEDAD. UN PERIODO YA
      *                  CONTABILIZADO NO ADMITE NOVEDADES.
      *                - OPC "P": PARAMETROS GENERALES DEL ANO
      *                  (SALARIO MINIMO, AUXILIO DE TRANSPORTE,
      *                  HORAS DEL MES, EXONERACION ART. 114-1).
      *                - OPC "T": PORCENTAJE DEL ANO POR NUMERO:
      *                   1- 6 RECARGOS ED EN RN DD DN RD
      *                   7- 9 SALUD, PENSION Y FSP DEL EMPLEADO
      *                  10-11 SALUD Y PENSION DEL EMPLEADOR
      *                  12-16 ARL CLASES I A V
      *                  17-19 CAJA, ICBF, SENA
      *                  20-23 PRIMA, CESANTIAS, INTERESES SOBRE
      *                        CESANTIAS (ANUAL) Y VACACIONES.
      *                - OPC "K": CUENTA DEL COMPROBANTE DE NOMINA
      *                  POR NUMERO (1 A 20, ORDEN DE FD-NOPAR).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON874".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PROSOFT.
       OBJECT-COMPUTER. PROSOFT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NOEMP.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-NONOV.CBL".
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

           SELECT ARCHIVO-COSTO LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COSTO-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-COSTO
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOEMP.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NONOV.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOPAR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-NOLIQ.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COSTO.CBL".

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
       01 NOM-TER-W                    PIC X(70).
       01 NOM-COSTO-W                  PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 OPER-LLEGAD-W             PIC X(4).
          02 COD-EMP-LLEGAD-W          PIC 9(11).
          02 DATO-E-LLEGAD-W.
             03 ESTADO-LLEGAD-W        PIC X.
             03 CONTRATO-LLEGAD-W      PIC X.
             03 FECHA-ING-LLEGAD-W     PIC 9(8).
             03 FECHA-FIN-LLEGAD-W     PIC 9(8).
             03 FECHA-RET-LLEGAD-W     PIC 9(8).
             03 SALARIO-LLEGAD-W       PIC 9(9)V99.
             03 INTEGRAL-LLEGAD-W      PIC X.
             03 CCOSTO-LLEGAD-W        PIC X(4).
             03 CARGO-LLEGAD-W         PIC X(30).
             03 RIESGO-LLEGAD-W        PIC 9.
             03 EPS-LLEGAD-W           PIC X(6).
             03 AFP-LLEGAD-W           PIC X(6).
             03 CCF-LLEGAD-W           PIC X(6).
             03 TIPO-TRAB-LLEGAD-W     PIC XX.
             03 SUBTIPO-LLEGAD-W       PIC XX.
          02 DATO-B-LLEGAD-W REDEFINES DATO-E-LLEGAD-W.
             03 BANCO-LLEGAD-W         PIC X(4).
             03 TIPO-CTA-LLEGAD-W      PIC X.
             03 CUENTA-BCO-LLEGAD-W    PIC X(20).
             03 FILLER                 PIC X(70).
          02 DATO-N-LLEGAD-W REDEFINES DATO-E-LLEGAD-W.
             03 PERIODO-LLEGAD-W       PIC 9(6).
             03 TIPO-NOV-LLEGAD-W      PIC XX.
             03 CANTIDAD-LLEGAD-W      PIC 9(5)V99.
             03 VALOR-NOV-LLEGAD-W     PIC 9(11)V99.
             03 DETALLE-LLEGAD-W       PIC X(30).
             03 FILLER                 PIC X(37).
          02 DATO-P-LLEGAD-W REDEFINES DATO-E-LLEGAD-W.
             03 ANO-LLEGAD-W           PIC 9(4).
             03 SMMLV-LLEGAD-W         PIC 9(9)V99.
             03 AUX-TRANSP-LLEGAD-W    PIC 9(9)V99.
             03 HORAS-MES-LLEGAD-W     PIC 9(3).
             03 EXONERADO-LLEGAD-W     PIC X.
             03 NRO-ITEM-LLEGAD-W      PIC 99.
             03 PORC-LLEGAD-W          PIC 9(3)V999.
             03 CUENTA-LLEGAD-W        PIC X(11).
             03 FILLER                 PIC X(46).

       01 VARIABLES.
          02 FECHA-HOY-W            PIC 9(8).
          02 MES-PERIODO-W          PIC 99.
          02 PUNT-W                 PIC 9(4).

       01 SALARIO-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 LIN-JSON-W                PIC X(400).

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
              MOVE "CON874"                 TO MSJ3-HTML
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
              MOVE "CON874"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EMPLEADOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EMPLEADOS.
       ESCR-EXCEP-EMPLEADOS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-NEM-W                TO MSJ2-HTML
              MOVE "CON874"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-NOVEDADES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-NOVEDADES.
       ESCR-EXCEP-NOVEDADES.
           IF OTR-STAT = "00" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-NOV-W                TO MSJ2-HTML
              MOVE "CON874"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PARAM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PARAM-NOMINA.
       ESCR-EXCEP-PARAM.
           IF OTR-STAT = "00" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PNO-W                TO MSJ2-HTML
              MOVE "CON874"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LIQUIDA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LIQ-NOMINA.
       ESCR-EXCEP-LIQUIDA.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-LNO-W                TO MSJ2-HTML
              MOVE "CON874"                 TO MSJ3-HTML
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
              MOVE "CON874"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COSTO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COSTO.
       ESCR-EXCEP-COSTO.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-COSTO-W              TO MSJ2-HTML
              MOVE "CON874"                 TO MSJ3-HTML
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
              MOVE "CON874"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON874" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    OPER-LLEGAD-W, COD-EMP-LLEGAD-W
           END-UNSTRING

           EVALUATE OPC-LLEGAD-W
             WHEN "E"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, COD-EMP-LLEGAD-W,
                           ESTADO-LLEGAD-W, CONTRATO-LLEGAD-W,
                           FECHA-ING-LLEGAD-W, FECHA-FIN-LLEGAD-W,
                           FECHA-RET-LLEGAD-W, SALARIO-LLEGAD-W,
                           INTEGRAL-LLEGAD-W, CCOSTO-LLEGAD-W,
                           CARGO-LLEGAD-W, RIESGO-LLEGAD-W,
                           EPS-LLEGAD-W, AFP-LLEGAD-W, CCF-LLEGAD-W,
                           TIPO-TRAB-LLEGAD-W, SUBTIPO-LLEGAD-W
                  END-UNSTRING
             WHEN "B"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, COD-EMP-LLEGAD-W,
                           BANCO-LLEGAD-W, TIPO-CTA-LLEGAD-W,
                           CUENTA-BCO-LLEGAD-W
                  END-UNSTRING
             WHEN "N"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, COD-EMP-LLEGAD-W,
                           PERIODO-LLEGAD-W, TIPO-NOV-LLEGAD-W,
                           CANTIDAD-LLEGAD-W, VALOR-NOV-LLEGAD-W,
                           DETALLE-LLEGAD-W
                  END-UNSTRING
             WHEN "P"
             WHEN "T"
             WHEN "K"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, COD-EMP-LLEGAD-W,
                           ANO-LLEGAD-W, SMMLV-LLEGAD-W,
                           AUX-TRANSP-LLEGAD-W, HORAS-MES-LLEGAD-W,
                           EXONERADO-LLEGAD-W, NRO-ITEM-LLEGAD-W,
                           PORC-LLEGAD-W, CUENTA-LLEGAD-W
                  END-UNSTRING
           END-EVALUATE

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
              MOVE "CON874"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-NEM-W NOM-NOV-W NOM-PNO-W NOM-LNO-W
                      NOM-TER-W NOM-COSTO-W NOM-PLANO-W

           MOVE "\\" TO NOM-NEM-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-NEM-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-NEM-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-NEM-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-NEM-W TO NOM-NOV-W NOM-PNO-W NOM-LNO-W
                             NOM-TER-W NOM-COSTO-W

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
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"
           INSPECT NOM-COSTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCOS.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-NOMINA-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W        DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "E"   GO TO GRABAR-EMPLEADO
             WHEN "B"   GO TO GRABAR-CUENTA-BANCO
             WHEN "L"   GO TO LISTAR-EMPLEADOS
             WHEN "N"   GO TO GRABAR-NOVEDAD
             WHEN "P"   GO TO GRABAR-PARAMETROS
             WHEN "T"   GO TO GRABAR-PORCENTAJE
             WHEN "K"   GO TO GRABAR-CUENTA
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON874"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "E": MAESTRO DEL EMPLEADO
      *=================================================================
       GRABAR-EMPLEADO.
           IF COD-EMP-LLEGAD-W = ZEROS
           OR SALARIO-LLEGAD-W = ZEROS
           OR FECHA-ING-LLEGAD-W = ZEROS
              MOVE "99"                                 TO MSJ1-HTML
              MOVE "Falta cedula, salario o fecha de ingreso"
                                                        TO MSJ2-HTML
              MOVE "CON874"                             TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CONTRATO-LLEGAD-W NOT = "I" AND "F" AND "O" AND "A"
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Tipo de contrato no valido"  TO MSJ2-HTML
              MOVE "CON874"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CONTRATO-LLEGAD-W = "F" AND FECHA-FIN-LLEGAD-W = ZEROS
              MOVE "99"                                TO MSJ1-HTML
              MOVE "Contrato a termino fijo sin fecha de terminacion"
                                                       TO MSJ2-HTML
              MOVE "CON874"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF RIESGO-LLEGAD-W < 1 OR RIESGO-LLEGAD-W > 5
              MOVE "99"                            TO MSJ1-HTML
              MOVE "Clase de riesgo ARL debe ser 1 a 5"
                                                   TO MSJ2-HTML
              MOVE "CON874"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-TERCEROS
           MOVE COD-EMP-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   CLOSE ARCHIVO-TERCEROS
                   MOVE "99"                              TO MSJ1-HTML
                   MOVE "El empleado no existe como tercero"
                                                          TO MSJ2-HTML
                   MOVE "CON874"                          TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-TERCEROS

           OPEN INPUT ARCHIVO-COSTO
           MOVE CCOSTO-LLEGAD-W TO COD-COSTO
           READ ARCHIVO-COSTO
                INVALID KEY
                   CLOSE ARCHIVO-COSTO
                   MOVE "99"                          TO MSJ1-HTML
                   MOVE "Centro de costo no existe"   TO MSJ2-HTML
                   MOVE "CON874"                      TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COSTO

           PERFORM ABRIR-EMPLEADOS

           MOVE COD-EMP-LLEGAD-W TO COD-EMP
           READ ARCHIVO-EMPLEADOS
                INVALID KEY
                   INITIALIZE REG-EMPLEADO
                   MOVE COD-EMP-LLEGAD-W TO COD-EMP
           END-READ

           MOVE ESTADO-LLEGAD-W       TO ESTADO-EMP
           IF ESTADO-EMP NOT = "R"
              MOVE "A" TO ESTADO-EMP
           END-IF
           MOVE CONTRATO-LLEGAD-W     TO TIPO-CONTRATO-EMP
           MOVE FECHA-ING-LLEGAD-W    TO FECHA-INGRESO-EMP
           MOVE FECHA-FIN-LLEGAD-W    TO FECHA-FIN-CONT-EMP
           MOVE FECHA-RET-LLEGAD-W    TO FECHA-RETIRO-EMP
           IF EMP-RETIRADO AND FECHA-RETIRO-EMP = ZEROS
              MOVE FECHA-HOY-W TO FECHA-RETIRO-EMP
           END-IF
           MOVE SALARIO-LLEGAD-W      TO SALARIO-EMP
           MOVE INTEGRAL-LLEGAD-W     TO INTEGRAL-EMP
           IF INTEGRAL-EMP NOT = "S"
              MOVE "N" TO INTEGRAL-EMP
           END-IF
           MOVE CCOSTO-LLEGAD-W       TO CCOSTO-EMP
           MOVE CARGO-LLEGAD-W        TO CARGO-EMP
           MOVE RIESGO-LLEGAD-W       TO RIESGO-ARL-EMP
           MOVE EPS-LLEGAD-W          TO EPS-EMP
           MOVE AFP-LLEGAD-W          TO AFP-EMP
           MOVE CCF-LLEGAD-W          TO CCF-EMP

      *    TIPO DE TRABAJADOR DE LA NOMINA ELECTRONICA: 01
      *    DEPENDIENTE; EL APRENDIZ SENA VA COMO 19 (ETAPA
      *    PRODUCTIVA) SI NO SE INDICA OTRO.
           MOVE TIPO-TRAB-LLEGAD-W    TO TIPO-TRAB-EMP
           IF TIPO-TRAB-EMP = SPACES
              IF EMP-APRENDIZ
                 MOVE "19" TO TIPO-TRAB-EMP
              ELSE
                 MOVE "01" TO TIPO-TRAB-EMP
              END-IF
           END-IF
           MOVE SUBTIPO-LLEGAD-W      TO SUBTIPO-TRAB-EMP
           IF SUBTIPO-TRAB-EMP = SPACES
              MOVE "00" TO SUBTIPO-TRAB-EMP
           END-IF
           MOVE OPER-LLEGAD-W         TO OPER-EMP
           MOVE FECHA-HOY-W           TO FECHA-GRAB-EMP

           WRITE REG-EMPLEADO
                 INVALID KEY
                    REWRITE REG-EMPLEADO END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-EMPLEADOS
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "B": CUENTA BANCARIA DE PAGO
      *=================================================================
       GRABAR-CUENTA-BANCO.
           IF BANCO-LLEGAD-W = SPACES
           OR CUENTA-BCO-LLEGAD-W = SPACES
           OR (TIPO-CTA-LLEGAD-W NOT = "A" AND "C")
              MOVE "99"                            TO MSJ1-HTML
              MOVE "Falta banco, tipo o numero de cuenta"
                                                   TO MSJ2-HTML
              MOVE "CON874"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-EMPLEADOS
           MOVE COD-EMP-LLEGAD-W TO COD-EMP
           READ ARCHIVO-EMPLEADOS
                INVALID KEY
                   CLOSE ARCHIVO-EMPLEADOS
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Empleado no existe"     TO MSJ2-HTML
                   MOVE "CON874"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           MOVE BANCO-LLEGAD-W      TO BANCO-EMP
           MOVE TIPO-CTA-LLEGAD-W   TO TIPO-CTA-EMP
           MOVE CUENTA-BCO-LLEGAD-W TO CUENTA-EMP
           MOVE OPER-LLEGAD-W       TO OPER-EMP
           MOVE FECHA-HOY-W         TO FECHA-GRAB-EMP
           REWRITE REG-EMPLEADO END-REWRITE

           CLOSE ARCHIVO-EMPLEADOS
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "L": LISTA DE EMPLEADOS
      *=================================================================
       LISTAR-EMPLEADOS.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*EMPLEADOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM ABRIR-EMPLEADOS
           OPEN INPUT ARCHIVO-TERCEROS

           MOVE ZEROS TO COD-EMP
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS LLAVE-EMP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-UN-EMPLEADO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{}]}" TO DATOS-PLANO
           WRITE REG-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-EMPLEADOS ARCHIVO-TERCEROS
           GO TO ENVIO-DATOS.

       LISTAR-UN-EMPLEADO.
           READ ARCHIVO-EMPLEADOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              MOVE COD-EMP TO COD-TER
              READ ARCHIVO-TERCEROS
                   INVALID KEY MOVE SPACES TO DESCRIP-TER
              END-READ
              MOVE SALARIO-EMP TO SALARIO-EDIT
              MOVE SPACES TO LIN-JSON-W
              MOVE 1 TO PUNT-W
              STRING "{*CEDULA*:*"     DELIMITED BY SIZE
                     COD-EMP           DELIMITED BY SIZE
                     "*,*NOMBRE*:*"    DELIMITED BY SIZE
                     DESCRIP-TER       DELIMITED BY "  "
                     "*,*ESTADO*:*"    DELIMITED BY SIZE
                     ESTADO-EMP        DELIMITED BY SIZE
                     "*,*CONTRATO*:*"  DELIMITED BY SIZE
                     TIPO-CONTRATO-EMP DELIMITED BY SIZE
                     "*,*INGRESO*:*"   DELIMITED BY SIZE
                     FECHA-INGRESO-EMP DELIMITED BY SIZE
                     "*,*SALARIO*:*"   DELIMITED BY SIZE
                     SALARIO-EDIT      DELIMITED BY SIZE
                     "*,*CCOSTO*:*"    DELIMITED BY SIZE
                     CCOSTO-EMP        DELIMITED BY SIZE
                     "*,*CARGO*:*"     DELIMITED BY SIZE
                     CARGO-EMP         DELIMITED BY "  "
                     "*,*RIESGO*:*"    DELIMITED BY SIZE
                     RIESGO-ARL-EMP    DELIMITED BY SIZE
                     "*},"             DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
              MOVE "00" TO OTR-STAT
           END-IF.

      *=================================================================
      * OPC "N": NOVEDAD DEL PERIODO
      *=================================================================
       GRABAR-NOVEDAD.
           MOVE PERIODO-LLEGAD-W (5:2) TO MES-PERIODO-W
           IF PERIODO-LLEGAD-W = ZEROS
           OR MES-PERIODO-W < 1 OR MES-PERIODO-W > 12
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Periodo no valido (AAAAMM)"  TO MSJ2-HTML
              MOVE "CON874"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE TIPO-NOV-LLEGAD-W TO TIPO-NOV
           IF NOT NOV-TIPO-VALIDO
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Tipo de novedad no valido"   TO MSJ2-HTML
              MOVE "CON874"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF (NOV-INCAPACIDAD OR NOV-LICENCIA-NR OR NOV-VACACIONES)
           AND CANTIDAD-LLEGAD-W > 30
              MOVE "99"                               TO MSJ1-HTML
              MOVE "Los dias de la novedad no pueden pasar de 30"
                                                      TO MSJ2-HTML
              MOVE "CON874"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-EMPLEADOS
           MOVE COD-EMP-LLEGAD-W TO COD-EMP
           READ ARCHIVO-EMPLEADOS
                INVALID KEY
                   CLOSE ARCHIVO-EMPLEADOS
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Empleado no existe"     TO MSJ2-HTML
                   MOVE "CON874"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-EMPLEADOS

           OPEN INPUT ARCHIVO-LIQ-NOMINA
           IF OTR-STAT = "00"
              MOVE PERIODO-LLEGAD-W TO PERIODO-LNO
              MOVE COD-EMP-LLEGAD-W TO COD-EMP-LNO
              READ ARCHIVO-LIQ-NOMINA
                   INVALID KEY MOVE SPACE TO ESTADO-LNO
              END-READ
              CLOSE ARCHIVO-LIQ-NOMINA
              IF LNO-CONTABILIZADA
                 MOVE "99"                           TO MSJ1-HTML
                 MOVE "El periodo ya esta contabilizado"
                                                     TO MSJ2-HTML
                 MOVE "CON874"                       TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           OPEN I-O ARCHIVO-NOVEDADES
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-NOVEDADES
              CLOSE       ARCHIVO-NOVEDADES
              OPEN I-O    ARCHIVO-NOVEDADES
           END-IF

           MOVE COD-EMP-LLEGAD-W  TO COD-EMP-NOV
           MOVE PERIODO-LLEGAD-W  TO PERIODO-NOV
           MOVE TIPO-NOV-LLEGAD-W TO TIPO-NOV

           IF CANTIDAD-LLEGAD-W = ZEROS AND VALOR-NOV-LLEGAD-W = ZEROS
              DELETE ARCHIVO-NOVEDADES RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           ELSE
              MOVE CANTIDAD-LLEGAD-W  TO CANTIDAD-NOV
              MOVE VALOR-NOV-LLEGAD-W TO VALOR-NOV
              MOVE DETALLE-LLEGAD-W   TO DETALLE-NOV
              MOVE OPER-LLEGAD-W      TO OPER-NOV
              MOVE FECHA-HOY-W        TO FECHA-GRAB-NOV
              WRITE REG-NOVEDAD
                    INVALID KEY
                       REWRITE REG-NOVEDAD END-REWRITE
              END-WRITE
           END-IF

           CLOSE ARCHIVO-NOVEDADES
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "P", "T", "K": PARAMETROS DEL ANO
      *=================================================================
       GRABAR-PARAMETROS.
           IF SMMLV-LLEGAD-W = ZEROS OR HORAS-MES-LLEGAD-W = ZEROS
              MOVE "99"                                TO MSJ1-HTML
              MOVE "Falta salario minimo u horas del mes"
                                                       TO MSJ2-HTML
              MOVE "CON874"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM LEER-PARAMETROS

           MOVE SMMLV-LLEGAD-W      TO SMMLV-PNO
           MOVE AUX-TRANSP-LLEGAD-W TO AUX-TRANSP-PNO
           MOVE HORAS-MES-LLEGAD-W  TO HORAS-MES-PNO
           MOVE EXONERADO-LLEGAD-W  TO EXONERADO-PNO
           IF EXONERADO-PNO NOT = "S"
              MOVE "N" TO EXONERADO-PNO
           END-IF

           PERFORM GUARDAR-PARAMETROS
           GO TO ENVIO-DATOS.

       GRABAR-PORCENTAJE.
           IF NRO-ITEM-LLEGAD-W < 1 OR NRO-ITEM-LLEGAD-W > 23
              MOVE "99"                            TO MSJ1-HTML
              MOVE "Numero de porcentaje no valido" TO MSJ2-HTML
              MOVE "CON874"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM LEER-PARAMETROS

           EVALUATE NRO-ITEM-LLEGAD-W
             WHEN 1 THRU 6
                  MOVE PORC-LLEGAD-W
                    TO PORC-RECARGO-PNO (NRO-ITEM-LLEGAD-W)
             WHEN 7   MOVE PORC-LLEGAD-W TO PORC-SALUD-EMP-PNO
             WHEN 8   MOVE PORC-LLEGAD-W TO PORC-PENSION-EMP-PNO
             WHEN 9   MOVE PORC-LLEGAD-W TO PORC-FSP-PNO
             WHEN 10  MOVE PORC-LLEGAD-W TO PORC-SALUD-PAT-PNO
             WHEN 11  MOVE PORC-LLEGAD-W TO PORC-PENSION-PAT-PNO
             WHEN 12 THRU 16
                  COMPUTE I = NRO-ITEM-LLEGAD-W - 11
                  MOVE PORC-LLEGAD-W TO PORC-ARL-PNO (I)
             WHEN 17  MOVE PORC-LLEGAD-W TO PORC-CCF-PNO
             WHEN 18  MOVE PORC-LLEGAD-W TO PORC-ICBF-PNO
             WHEN 19  MOVE PORC-LLEGAD-W TO PORC-SENA-PNO
             WHEN 20  MOVE PORC-LLEGAD-W TO PORC-PRIMA-PNO
             WHEN 21  MOVE PORC-LLEGAD-W TO PORC-CESANT-PNO
             WHEN 22  MOVE PORC-LLEGAD-W TO PORC-INTCES-PNO
             WHEN 23  MOVE PORC-LLEGAD-W TO PORC-VACAC-PNO
           END-EVALUATE

           PERFORM GUARDAR-PARAMETROS
           GO TO ENVIO-DATOS.

       GRABAR-CUENTA.
           IF NRO-ITEM-LLEGAD-W < 1 OR NRO-ITEM-LLEGAD-W > 20
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Numero de cuenta no valido"  TO MSJ2-HTML
              MOVE "CON874"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM LEER-PARAMETROS
           MOVE CUENTA-LLEGAD-W TO CTA-PNO (NRO-ITEM-LLEGAD-W)
           PERFORM GUARDAR-PARAMETROS
           GO TO ENVIO-DATOS.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       ABRIR-EMPLEADOS.
           OPEN I-O ARCHIVO-EMPLEADOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-EMPLEADOS
              CLOSE       ARCHIVO-EMPLEADOS
              OPEN I-O    ARCHIVO-EMPLEADOS
           END-IF.

       LEER-PARAMETROS.
           IF ANO-LLEGAD-W = ZEROS
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Falta el ano"          TO MSJ2-HTML
              MOVE "CON874"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-PARAM-NOMINA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PARAM-NOMINA
              CLOSE       ARCHIVO-PARAM-NOMINA
              OPEN I-O    ARCHIVO-PARAM-NOMINA
           END-IF

           MOVE ANO-LLEGAD-W TO ANO-PNO
           READ ARCHIVO-PARAM-NOMINA
                INVALID KEY
                   INITIALIZE REG-PARAM-NOMINA
                   MOVE ANO-LLEGAD-W TO ANO-PNO
                   MOVE "N"          TO EXONERADO-PNO
           END-READ.

       GUARDAR-PARAMETROS.
           MOVE OPER-LLEGAD-W TO OPER-PNO
           MOVE FECHA-HOY-W   TO FECHA-GRAB-PNO
           WRITE REG-PARAM-NOMINA
                 INVALID KEY
                    REWRITE REG-PARAM-NOMINA END-REWRITE
           END-WRITE
           CLOSE ARCHIVO-PARAM-NOMINA.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|CON874"       TO COBW3-CNV-VALUE
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
