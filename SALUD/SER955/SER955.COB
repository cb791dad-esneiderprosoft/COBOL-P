      *=================================================================
      * SALUD - ACUERDOS DE PAGO DE PACIENTES PARTICULARES
      *         (SC-ARCHACP) SOBRE EL SALDO QUE EL PACIENTE DEJA
      *         ABIERTO AL SALIR: LA FACTURA DE SC-NUMER (CARGOS
      *         MENOS ABONOS) MAS EL SALDO DE COPAGOS DE SER929.
      *         - OPC "S": SALDO ABIERTO DEL PACIENTE (FACTURA Y
      *           COPAGOS) PARA ARMAR EL ACUERDO.
      *         - OPC "G": GENERA EL ACUERDO CON CUOTA INICIAL,
      *           NUMERO DE CUOTAS MENSUALES DESDE LA PRIMERA FECHA
      *           Y CODEUDOR. EL SALDO DE COPAGOS SE TRASLADA AL
      *           ACUERDO CON UN MOVIMIENTO EN SC-ARCHCOP. UNA
      *           FACTURA NO PUEDE TENER DOS ACUERDOS SIN CANCELAR.
      *         - OPC "I": PAGARE Y ACUSE IMPRIMIBLES CON EL PLAN
      *           DE CUOTAS.
      *         - OPC "M": INFORME DE MOROSIDAD POR EDAD DE LA
      *           CUOTA MAS VIEJA VENCIDA (1-30, 31-60, 61-90, +90).
      *         - OPC "R": CARTAS RECORDATORIO DE LAS CUOTAS
      *           VENCIDAS; LA MISMA CUOTA NO SE VUELVE A RECORDAR
      *           ANTES DE N DIAS (15 SI NO LLEGA).
      *         - OPC "C": CONSULTA DE ADMISION: DEVUELVE "M" SI EL
      *           PACIENTE TIENE UN ACUERDO EN MORA, "V" SI LO TIENE
      *           AL DIA Y "N" SI NO TIENE.
      *         LAS CUOTAS SE RECAUDAN EN LA CAJA DE ADMISIONES
      *         (SER930) Y SE APLICAN CON SER955R. LAS OPCIONES M, R
      *         Y C DEJAN AL DIA EL ESTADO DE CADA ACUERDO REVISADO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER955".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-ACUPA.CBL".
       COPY "..\..\FUENTES\FS-NUMER19.CBL".
       COPY "..\..\FUENTES\FS-COPAG.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-ACUPA.CBL".
       COPY "..\..\FUENTES\FD-NUMER19.CBL".
       COPY "..\..\FUENTES\FD-COPAG.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-ACP-W              PIC X(70).
       77 NOM-COP-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-ACU-LLEGAD-W       PIC 9(6).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 PREF-LLEGAD-W          PIC X.
          02 NRO-FAC-LLEGAD-W       PIC 9(6).
          02 COPAGO-LLEGAD-W        PIC X.
          02 CUOTA-INI-LLEGAD-W     PIC 9(11)V99.
          02 NRO-CUOTAS-LLEGAD-W    PIC 9(3).
          02 FECHA-PRIM-LLEGAD-W    PIC 9(8).
          02 ID-COD-LLEGAD-W        PIC X(15).
          02 NOMBRE-COD-LLEGAD-W    PIC X(40).
          02 DIR-COD-LLEGAD-W       PIC X(40).
          02 TEL-COD-LLEGAD-W       PIC X(15).
          02 DIAS-LLEGAD-W          PIC 9(3).
          02 OPER-LLEGAD-W          PIC X(4).

      *    DATOS DEL ENCABEZADO DEL ACUERDO QUE SE ESTA REVISANDO,
      *    PORQUE EL REGISTRO SE REUSA PARA LEER LAS CUOTAS.
       01 ENCABEZADO-W.
          02 NRO-ENC-W              PIC 9(6).
          02 PACI-ENC-W             PIC 9(11).
          02 ESTADO-ENC-W           PIC X.
          02 VALOR-ENC-W            PIC S9(11)V99.
          02 PAGADO-ENC-W           PIC S9(11)V99.
          02 FACTURA-ENC-W          PIC X(7).
          02 ULT-CUOTA-ENC-W        PIC 9(3).
          02 NOMBRE-COD-ENC-W       PIC X(40).
          02 TEL-COD-ENC-W          PIC X(15).

      *    ACUERDOS DE UN PACIENTE (LLAVE ALTERNA), PARA REVISARLOS
      *    DESPUES POR LA LLAVE PRINCIPAL.
       01 TABLA-ACU-PACI-W.
          02 NRO-ACU-PACI-W         PIC 9(6) OCCURS 30.

       01 FECHA-CUOTA-W.
          02 ANO-CUOTA-W            PIC 9(4).
          02 MES-CUOTA-W            PIC 99.
          02 DIA-CUOTA-W            PIC 99.

       01 FECHA-PRIM-W.
          02 ANO-PRIM-W             PIC 9(4).
          02 MES-PRIM-W             PIC 99.
          02 DIA-PRIM-W             PIC 99.

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 DIAS-HOY-W         PIC 9(7).
          02 DIAS-CUOTA-W       PIC 9(7).
          02 DIAS-MORA-W        PIC 9(5).
          02 DIAS-RECORD-W      PIC 9(5).
          02 K                  PIC 9(3).
          02 CUOTA-W            PIC 9(3).
          02 MESES-W            PIC 9(3).
          02 CANT-ACU-PACI-W    PIC 99 VALUE 0.
          02 NRO-SIG-W          PIC 9(6).
          02 NRO-NUEVO-W        PIC 9(6).
          02 CONSEC-MOV-W       PIC 9(3).
          02 SALDO-FACT-W       PIC S9(11)V99.
          02 SALDO-COP-W        PIC S9(11)V99.
          02 TOTAL-ACU-W        PIC S9(11)V99.
          02 FINANCIADO-W       PIC S9(11)V99.
          02 VALOR-CUOTA-W      PIC S9(11)V99.
          02 ACUMULADO-W        PIC S9(11)V99.
          02 PENDIENTE-W        PIC S9(11)V99.
          02 VENCIDO-W          PIC S9(11)V99.
          02 CUOTAS-VENC-W      PIC 9(3).
          02 FECHA-VIEJA-W      PIC 9(8).
          02 ESTADO-NUEVO-W     PIC X.
          02 RANGO-W            PIC X(5).
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 TOT-VENCIDO-W      PIC S9(13)V99 VALUE 0.
          02 TOT-RANGO-W        PIC S9(13)V99 OCCURS 4.
          02 SW-DUPLICADO-W     PIC X VALUE "N".
             88 FACTURA-CON-ACUERDO-W VALUE "S".
          02 SW-RECORDAR-W      PIC X VALUE "N".
             88 GENERAR-CARTAS-W      VALUE "S".
          02 ALERTA-W           PIC X VALUE "N".
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
          02 VALOR2-EDIT        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-ENV            PIC 9(6).
          02 FILLER             PIC X VALUE "|".
          02 ALERTA-ENV         PIC X.
          02 FILLER             PIC X VALUE "|".
          02 VALOR1-ENV         PIC -Z,ZZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X VALUE "|".
          02 VALOR2-ENV         PIC -Z,ZZZ,ZZZ,ZZ9.99.
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
              MOVE "SER955"                TO MSJ3-HTML
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
              MOVE "SER955"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ACUPA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ACUERDOS.
       ESCR-EXCEP-ACUPA.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ACP-W               TO MSJ2-HTML
              MOVE "SER955"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-NUMER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-NUMERACION.
       ESCR-EXCEP-NUMER.
           IF OTR-STAT = "00" OR "02" OR "23"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-NUMER-LNK           TO MSJ2-HTML
              MOVE "SER955"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COPAG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COPAGOS.
       ESCR-EXCEP-COPAG.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COP-W               TO MSJ2-HTML
              MOVE "SER955"                TO MSJ3-HTML
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
              MOVE "SER955"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER955" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-ACU-LLEGAD-W, PACI-LLEGAD-W,
                   PREF-LLEGAD-W, NRO-FAC-LLEGAD-W, COPAGO-LLEGAD-W,
                   CUOTA-INI-LLEGAD-W, NRO-CUOTAS-LLEGAD-W,
                   FECHA-PRIM-LLEGAD-W, ID-COD-LLEGAD-W,
                   NOMBRE-COD-LLEGAD-W, DIR-COD-LLEGAD-W,
                   TEL-COD-LLEGAD-W, DIAS-LLEGAD-W, OPER-LLEGAD-W
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
           INITIALIZE NOM-ACP-W NOM-COP-W NOM-NUMER-LNK NOM-PLANO-W
           MOVE "\\" TO NOM-ACP-W

           INSPECT NOM-ACP-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ACP-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ACP-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-ACP-W TO NOM-COP-W NOM-NUMER-LNK

           INSPECT NOM-ACP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHACP.DAT"

           INSPECT NOM-COP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCOP.DAT"

           INSPECT NOM-NUMER-LNK REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-NUMER.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER955-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       PREPARAR-FECHAS.
           MOVE FECHA-TOTAL TO FECHA-HOY-W
           COMPUTE DIAS-HOY-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
           IF DIAS-LLEGAD-W = ZEROS
              MOVE 15 TO DIAS-LLEGAD-W
           END-IF
           INITIALIZE DATOS-ENVIO.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-ACUERDOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ACUERDOS
              CLOSE       ARCHIVO-ACUERDOS
              OPEN I-O    ARCHIVO-ACUERDOS
           END-IF.

           EVALUATE OPC-LLEGAD-W
             WHEN "S"   GO TO CONSULTAR-SALDO
             WHEN "G"   GO TO GENERAR-ACUERDO
             WHEN "I"   GO TO IMPRIMIR-PAGARE
             WHEN "M"   GO TO INFORME-MORA
             WHEN "R"   GO TO CARTAS-RECORDATORIO
             WHEN "C"   GO TO CONSULTAR-ADMISION
             WHEN OTHER
                  CLOSE ARCHIVO-ACUERDOS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER955"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "S": SALDO ABIERTO DEL PACIENTE
      *=================================================================
       CONSULTAR-SALDO.
           PERFORM CALCULAR-SALDO-ABIERTO
           CLOSE ARCHIVO-ACUERDOS

           MOVE "00"          TO DAT0-ENV
           MOVE SALDO-FACT-W  TO VALOR1-ENV
           MOVE SALDO-COP-W   TO VALOR2-ENV
           MOVE "Saldo abierto" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    FACTURA: CARGOS POR MES MENOS ABONOS DE SC-NUMER.
      *    COPAGOS: SUMA DE LA PARTE DEL PACIENTE EN SUS MOVIMIENTOS
      *    DE SC-ARCHCOP (LOS PAGOS VAN NEGATIVOS).
       CALCULAR-SALDO-ABIERTO.
           MOVE ZEROS TO SALDO-FACT-W SALDO-COP-W

           IF NRO-FAC-LLEGAD-W NOT = ZEROS
              OPEN INPUT ARCHIVO-NUMERACION
              MOVE PREF-LLEGAD-W    TO PREFIJO-NUM
              MOVE NRO-FAC-LLEGAD-W TO NRO-NUM
              READ ARCHIVO-NUMERACION
                   INVALID KEY
                      CLOSE ARCHIVO-NUMERACION ARCHIVO-ACUERDOS
                      MOVE "99"                   TO MSJ1-HTML
                      MOVE "No existe la factura" TO MSJ2-HTML
                      MOVE "SER955"               TO MSJ3-HTML
                      GO TO ENVIAR2-ERROR
              END-READ
              PERFORM SUMAR-MES-FACTURA
                      VARYING K FROM 1 BY 1 UNTIL K > 20
              CLOSE ARCHIVO-NUMERACION
              IF SALDO-FACT-W < ZEROS
                 MOVE ZEROS TO SALDO-FACT-W
              END-IF
           END-IF

           IF COPAGO-LLEGAD-W = "S"
              OPEN INPUT ARCHIVO-COPAGOS
              IF OTR-STAT = "00"
                 MOVE "M"           TO TIPO-COP
                 MOVE PACI-LLEGAD-W TO CLAVE-COP
                 MOVE ZEROS         TO FECHA-COP CONSEC-COP
                 START ARCHIVO-COPAGOS KEY IS NOT LESS LLAVE-COP
                       INVALID KEY MOVE "10" TO OTR-STAT
                 END-START
                 PERFORM SUMAR-COPAGO UNTIL OTR-STAT NOT = "00"
                 MOVE "00" TO OTR-STAT
                 CLOSE ARCHIVO-COPAGOS
              END-IF
              MOVE "00" TO OTR-STAT
              IF SALDO-COP-W < ZEROS
                 MOVE ZEROS TO SALDO-COP-W
              END-IF
           END-IF.

       SUMAR-MES-FACTURA.
           ADD VLR-FACT-NUM (K)      TO SALDO-FACT-W
           SUBTRACT VLR-ABON-NUM (K) FROM SALDO-FACT-W.

       SUMAR-COPAGO.
           READ ARCHIVO-COPAGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-COP NOT = "M"
              OR CLAVE-COP NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD VLR-PACIENTE-COP TO SALDO-COP-W
              END-IF
           END-IF.

      *=================================================================
      * OPC "G": GENERACION DEL ACUERDO Y SU PLAN DE CUOTAS
      *=================================================================
       GENERAR-ACUERDO.
           IF PACI-LLEGAD-W = ZEROS
           OR NRO-CUOTAS-LLEGAD-W = ZEROS OR NRO-CUOTAS-LLEGAD-W > 60
           OR FECHA-PRIM-LLEGAD-W < FECHA-HOY-W
           OR ID-COD-LLEGAD-W = SPACES
           OR NOMBRE-COD-LLEGAD-W = SPACES
              CLOSE ARCHIVO-ACUERDOS
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Faltan cuotas, fechas o codeudor" TO MSJ2-HTML
              MOVE "SER955"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM CALCULAR-SALDO-ABIERTO
           COMPUTE TOTAL-ACU-W = SALDO-FACT-W + SALDO-COP-W

           IF TOTAL-ACU-W NOT > ZEROS
           OR CUOTA-INI-LLEGAD-W NOT < TOTAL-ACU-W
              CLOSE ARCHIVO-ACUERDOS
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Sin saldo o cuota inicial mayor"  TO MSJ2-HTML
              MOVE "SER955"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF NRO-FAC-LLEGAD-W NOT = ZEROS
              PERFORM CARGAR-ACUERDOS-PACIENTE
              PERFORM BUSCAR-FACTURA-ACUERDO
                      VARYING K FROM 1 BY 1
                      UNTIL K > CANT-ACU-PACI-W
                         OR FACTURA-CON-ACUERDO-W
              IF FACTURA-CON-ACUERDO-W
                 CLOSE ARCHIVO-ACUERDOS
                 MOVE "99"                           TO MSJ1-HTML
                 MOVE "La factura ya tiene acuerdo"  TO MSJ2-HTML
                 MOVE "SER955"                       TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           PERFORM TOMAR-NUMERO-ACUERDO

           INITIALIZE REG-ACUERDO
           MOVE NRO-NUEVO-W         TO NRO-ACP
           MOVE ZEROS               TO CUOTA-ACP
           MOVE PACI-LLEGAD-W       TO COD-PACI-ACP
           MOVE "V"                 TO ESTADO-ACP
           MOVE FECHA-HOY-W         TO FECHA-ACP
           MOVE TOTAL-ACU-W         TO VALOR-ACP
           MOVE PREF-LLEGAD-W       TO PREF-FAC-ACP
           MOVE NRO-FAC-LLEGAD-W    TO NRO-FAC-ACP
           MOVE SALDO-FACT-W        TO SALDO-FACT-ACP
           MOVE SALDO-COP-W         TO SALDO-COPAGO-ACP
           MOVE CUOTA-INI-LLEGAD-W  TO CUOTA-INICIAL-ACP
           MOVE NRO-CUOTAS-LLEGAD-W TO NRO-CUOTAS-ACP
           MOVE ID-COD-LLEGAD-W     TO ID-CODEUDOR-ACP
           MOVE NOMBRE-COD-LLEGAD-W TO NOMBRE-CODEUDOR-ACP
           MOVE DIR-COD-LLEGAD-W    TO DIRECCION-CODEUDOR-ACP
           MOVE TEL-COD-LLEGAD-W    TO TELEFONO-CODEUDOR-ACP
           MOVE OPER-LLEGAD-W       TO OPER-ACP
           WRITE REG-ACUERDO END-WRITE

      *    LA CUOTA INICIAL VENCE EL DIA DEL ACUERDO; EL RESTO SE
      *    REPARTE EN CUOTAS IGUALES Y LA ULTIMA LLEVA EL AJUSTE.
           MOVE ZEROS TO CUOTA-W
           IF CUOTA-INI-LLEGAD-W > ZEROS
              MOVE FECHA-HOY-W        TO FECHA-CUOTA-W
              MOVE CUOTA-INI-LLEGAD-W TO VALOR-CUOTA-W
              PERFORM GRABAR-CUOTA
           END-IF

           COMPUTE FINANCIADO-W = TOTAL-ACU-W - CUOTA-INI-LLEGAD-W
           COMPUTE VALOR-CUOTA-W = FINANCIADO-W / NRO-CUOTAS-LLEGAD-W
           MOVE ZEROS               TO ACUMULADO-W
           MOVE FECHA-PRIM-LLEGAD-W TO FECHA-PRIM-W
           PERFORM ARMAR-CUOTA
                   VARYING MESES-W FROM 0 BY 1
                   UNTIL MESES-W NOT < NRO-CUOTAS-LLEGAD-W

           IF SALDO-COP-W > ZEROS
              PERFORM TRASLADAR-COPAGOS
           END-IF

           CLOSE ARCHIVO-ACUERDOS
           MOVE "00"          TO DAT0-ENV
           MOVE NRO-NUEVO-W   TO NRO-ENV
           MOVE SALDO-FACT-W  TO VALOR1-ENV
           MOVE SALDO-COP-W   TO VALOR2-ENV
           MOVE CUOTA-W       TO CANT-ENV
           MOVE "Acuerdo generado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       BUSCAR-FACTURA-ACUERDO.
           MOVE NRO-ACU-PACI-W (K) TO NRO-ACP
           MOVE ZEROS              TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PREF-FAC-ACP = PREF-LLEGAD-W
                   AND NRO-FAC-ACP = NRO-FAC-LLEGAD-W
                   AND NOT ACUERDO-CANCELADO
                      MOVE "S" TO SW-DUPLICADO-W
                   END-IF
           END-READ.

       TOMAR-NUMERO-ACUERDO.
           MOVE 999999 TO NRO-ACP
           MOVE 999    TO CUOTA-ACP
           START ARCHIVO-ACUERDOS KEY IS NOT GREATER LLAVE-ACP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-ACUERDOS PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE NRO-NUEVO-W = NRO-ACP + 1
           ELSE
              MOVE 1 TO NRO-NUEVO-W
           END-IF
           MOVE "00" TO OTR-STAT.

      *    VENCIMIENTO MENSUAL DESDE LA PRIMERA FECHA, CONSERVANDO EL
      *    DIA; EN LOS MESES CORTOS SE CORRE AL ULTIMO DIA HABIL DEL
      *    CALENDARIO (30, O 28 EN FEBRERO).
       ARMAR-CUOTA.
           MOVE FECHA-PRIM-W TO FECHA-CUOTA-W
           COMPUTE K = MES-PRIM-W - 1 + MESES-W
           COMPUTE ANO-CUOTA-W = ANO-PRIM-W + K / 12
           COMPUTE MES-CUOTA-W = K - (K / 12) * 12 + 1
           IF MES-CUOTA-W = 2 AND DIA-CUOTA-W > 28
              MOVE 28 TO DIA-CUOTA-W
           END-IF
           IF (MES-CUOTA-W = 4 OR 6 OR 9 OR 11)
           AND DIA-CUOTA-W > 30
              MOVE 30 TO DIA-CUOTA-W
           END-IF

           IF MESES-W + 1 = NRO-CUOTAS-LLEGAD-W
              COMPUTE VALOR-CUOTA-W = FINANCIADO-W - ACUMULADO-W
           END-IF
           ADD VALOR-CUOTA-W TO ACUMULADO-W
           PERFORM GRABAR-CUOTA.

       GRABAR-CUOTA.
           ADD 1 TO CUOTA-W
           INITIALIZE REG-ACUERDO
           MOVE NRO-NUEVO-W   TO NRO-ACP
           MOVE CUOTA-W       TO CUOTA-ACP
           MOVE PACI-LLEGAD-W TO COD-PACI-ACP
           MOVE "P"           TO ESTADO-ACP
           MOVE FECHA-CUOTA-W TO FECHA-ACP
           MOVE VALOR-CUOTA-W TO VALOR-ACP
           MOVE ZEROS         TO PAGADO-ACP FECHA-PAGO-ACP
           MOVE SPACES        TO DATOS-CUOTA-ACP
           MOVE ZEROS         TO TURNO-REC-ACP CONSEC-REC-ACP
                                 RECORDATORIOS-ACP FECHA-RECORD-ACP
           WRITE REG-ACUERDO END-WRITE.

      *    EL SALDO DE COPAGOS QUEDA EN EL ACUERDO: SE DESCARGA DEL
      *    ESTADO DE CUENTA DE SER929 CON UN MOVIMIENTO NEGATIVO.
       TRASLADAR-COPAGOS.
           OPEN I-O ARCHIVO-COPAGOS
           IF OTR-STAT = "00"
              MOVE 1 TO CONSEC-MOV-W
              PERFORM PROBAR-CONSEC-MOV

              INITIALIZE REG-COPAGO
              MOVE "M"           TO TIPO-COP
              MOVE PACI-LLEGAD-W TO CLAVE-COP
              MOVE FECHA-HOY-W   TO FECHA-COP
              MOVE CONSEC-MOV-W  TO CONSEC-COP
              MOVE SPACES        TO SERVICIO-COP
              STRING "ACUERDO DE PAGO " DELIMITED BY SIZE
                     NRO-NUEVO-W        DELIMITED BY SIZE
                     INTO SERVICIO-COP
              END-STRING
              COMPUTE VLR-PACIENTE-COP = SALDO-COP-W * -1
              MOVE OPER-LLEGAD-W TO OPER-COP
              WRITE REG-COPAGO END-WRITE
              CLOSE ARCHIVO-COPAGOS
           END-IF
           MOVE "00" TO OTR-STAT.

       PROBAR-CONSEC-MOV.
           MOVE "M"           TO TIPO-COP
           MOVE PACI-LLEGAD-W TO CLAVE-COP
           MOVE FECHA-HOY-W   TO FECHA-COP
           MOVE CONSEC-MOV-W  TO CONSEC-COP
           READ ARCHIVO-COPAGOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO CONSEC-MOV-W
                   GO TO PROBAR-CONSEC-MOV
           END-READ.

      *=================================================================
      * OPC "I": PAGARE Y ACUSE CON EL PLAN DE CUOTAS
      *=================================================================
       IMPRIMIR-PAGARE.
           MOVE NRO-ACU-LLEGAD-W TO NRO-ACP
           MOVE ZEROS            TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CLOSE ARCHIVO-ACUERDOS
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "No existe el acuerdo" TO MSJ2-HTML
                   MOVE "SER955"               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           PERFORM GUARDAR-ENCABEZADO

           OPEN OUTPUT ARCHIVO-JSON

           MOVE VALOR-ACP TO VALOR-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "{*PAGARE*:{*ACUERDO*:" DELIMITED BY SIZE
                  NRO-ACP                 DELIMITED BY SIZE
                  ",*FECHA*:"             DELIMITED BY SIZE
                  FECHA-ACP               DELIMITED BY SIZE
                  ",*PACIENTE*:"          DELIMITED BY SIZE
                  COD-PACI-ACP            DELIMITED BY SIZE
                  ",*FACTURA*:*"          DELIMITED BY SIZE
                  FACTURA-ACP             DELIMITED BY SIZE
                  "*,*VALOR*:*"           DELIMITED BY SIZE
                  VALOR-EDIT              DELIMITED BY SIZE
                  "*,"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE SALDO-FACT-ACP    TO VALOR-EDIT
           MOVE SALDO-COPAGO-ACP  TO VALOR2-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "*SALDO-FACTURA*:*"     DELIMITED BY SIZE
                  VALOR-EDIT              DELIMITED BY SIZE
                  "*,*SALDO-COPAGOS*:*"   DELIMITED BY SIZE
                  VALOR2-EDIT             DELIMITED BY SIZE
                  "*,*NRO-CUOTAS*:"       DELIMITED BY SIZE
                  NRO-CUOTAS-ACP          DELIMITED BY SIZE
                  ",*CUOTA-INICIAL*:*"    DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           MOVE CUOTA-INICIAL-ACP TO VALOR-EDIT
           STRING VALOR-EDIT              DELIMITED BY SIZE
                  "*,"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           STRING "*CODEUDOR*:{*ID*:*"    DELIMITED BY SIZE
                  ID-CODEUDOR-ACP         DELIMITED BY "  "
                  "*,*NOMBRE*:*"          DELIMITED BY SIZE
                  NOMBRE-CODEUDOR-ACP     DELIMITED BY "  "
                  "*,*DIRECCION*:*"       DELIMITED BY SIZE
                  DIRECCION-CODEUDOR-ACP  DELIMITED BY "  "
                  "*,*TELEFONO*:*"        DELIMITED BY SIZE
                  TELEFONO-CODEUDOR-ACP   DELIMITED BY "  "
                  "*}},"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           COMPUTE PENDIENTE-W = VALOR-ACP - PAGADO-ACP
           MOVE PENDIENTE-W TO VALOR-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "*ACUSE*:{*ACUERDO*:"   DELIMITED BY SIZE
                  NRO-ACP                 DELIMITED BY SIZE
                  ",*PACIENTE*:"          DELIMITED BY SIZE
                  COD-PACI-ACP            DELIMITED BY SIZE
                  ",*CODEUDOR*:*"         DELIMITED BY SIZE
                  NOMBRE-CODEUDOR-ACP     DELIMITED BY "  "
                  "*,*SALDO*:*"           DELIMITED BY SIZE
                  VALOR-EDIT              DELIMITED BY SIZE
                  "*,*ESTADO*:*"          DELIMITED BY SIZE
                  ESTADO-ACP              DELIMITED BY SIZE
                  "*},*PLAN*:["           DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-CUOTA-PLAN
                   VARYING CUOTA-W FROM 1 BY 1
                   UNTIL CUOTA-W > ULT-CUOTA-ENC-W

           MOVE "{*CUOTA*:0}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ACUERDOS
           MOVE "00"            TO DAT0-ENV
           MOVE NRO-ENC-W       TO NRO-ENV
           MOVE ESTADO-ENC-W    TO ALERTA-ENV
           MOVE "Pagare listo"  TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       GUARDAR-ENCABEZADO.
           MOVE NRO-ACP             TO NRO-ENC-W
           MOVE COD-PACI-ACP        TO PACI-ENC-W
           MOVE ESTADO-ACP          TO ESTADO-ENC-W
           MOVE VALOR-ACP           TO VALOR-ENC-W
           MOVE PAGADO-ACP          TO PAGADO-ENC-W
           MOVE FACTURA-ACP         TO FACTURA-ENC-W
           MOVE NOMBRE-CODEUDOR-ACP TO NOMBRE-COD-ENC-W
           MOVE TELEFONO-CODEUDOR-ACP TO TEL-COD-ENC-W
           MOVE NRO-CUOTAS-ACP      TO ULT-CUOTA-ENC-W
           IF CUOTA-INICIAL-ACP > ZEROS
              ADD 1 TO ULT-CUOTA-ENC-W
           END-IF.

       ESCRIBIR-CUOTA-PLAN.
           MOVE NRO-ENC-W TO NRO-ACP
           MOVE CUOTA-W   TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VALOR-ACP  TO VALOR-EDIT
                   MOVE PAGADO-ACP TO VALOR2-EDIT
                   MOVE 1 TO PUNTERO-W
                   STRING "{*CUOTA*:"      DELIMITED BY SIZE
                          CUOTA-ACP        DELIMITED BY SIZE
                          ",*VENCE*:"      DELIMITED BY SIZE
                          FECHA-ACP        DELIMITED BY SIZE
                          ",*VALOR*:*"     DELIMITED BY SIZE
                          VALOR-EDIT       DELIMITED BY SIZE
                          "*,*PAGADO*:*"   DELIMITED BY SIZE
                          VALOR2-EDIT      DELIMITED BY SIZE
                          "*,*ESTADO*:*"   DELIMITED BY SIZE
                          ESTADO-ACP       DELIMITED BY SIZE
                          "*},"            DELIMITED BY SIZE
                          INTO LIN-JSON-W WITH POINTER PUNTERO-W
                   END-STRING
                   PERFORM ESCRIBIR-LINEA-JSON
           END-READ.

      *=================================================================
      * REVISION DE UN ACUERDO (ENCABEZADO EN EL REGISTRO): SUMA LO
      * VENCIDO SIN PAGAR, UBICA LA CUOTA VENCIDA MAS VIEJA Y DEJA
      * AL DIA EL ESTADO. CON GENERAR-CARTAS-W TAMBIEN SACA LA CARTA
      * RECORDATORIO DE CADA CUOTA VENCIDA.
      *=================================================================
       EVALUAR-ACUERDO.
           PERFORM GUARDAR-ENCABEZADO
           MOVE ZEROS TO VENCIDO-W CUOTAS-VENC-W FECHA-VIEJA-W

           PERFORM REVISAR-CUOTA
                   VARYING CUOTA-W FROM 1 BY 1
                   UNTIL CUOTA-W > ULT-CUOTA-ENC-W

           EVALUATE TRUE
             WHEN PAGADO-ENC-W NOT < VALOR-ENC-W
                  MOVE "C" TO ESTADO-NUEVO-W
             WHEN VENCIDO-W > ZEROS
                  MOVE "M" TO ESTADO-NUEVO-W
             WHEN OTHER
                  MOVE "V" TO ESTADO-NUEVO-W
           END-EVALUATE

           IF ESTADO-NUEVO-W NOT = ESTADO-ENC-W
              MOVE NRO-ENC-W TO NRO-ACP
              MOVE ZEROS     TO CUOTA-ACP
              READ ARCHIVO-ACUERDOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE ESTADO-NUEVO-W TO ESTADO-ACP
                      REWRITE REG-ACUERDO END-REWRITE
              END-READ
              MOVE ESTADO-NUEVO-W TO ESTADO-ENC-W
           END-IF

           IF FECHA-VIEJA-W = ZEROS
              MOVE ZEROS TO DIAS-MORA-W
           ELSE
              COMPUTE DIAS-MORA-W = DIAS-HOY-W -
                      FUNCTION INTEGER-OF-DATE (FECHA-VIEJA-W)
           END-IF
           MOVE "00" TO OTR-STAT.

       REVISAR-CUOTA.
           MOVE NRO-ENC-W TO NRO-ACP
           MOVE CUOTA-W   TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF FECHA-ACP < FECHA-HOY-W
                   AND PAGADO-ACP < VALOR-ACP
                      COMPUTE PENDIENTE-W = VALOR-ACP - PAGADO-ACP
                      ADD PENDIENTE-W TO VENCIDO-W
                      ADD 1           TO CUOTAS-VENC-W
                      IF FECHA-VIEJA-W = ZEROS
                         MOVE FECHA-ACP TO FECHA-VIEJA-W
                      END-IF
                      IF GENERAR-CARTAS-W
                         PERFORM PREPARAR-CARTA
                      END-IF
                   END-IF
           END-READ.

      *    UNA CARTA POR CUOTA VENCIDA, SI NUNCA SE RECORDO O SI EL
      *    ULTIMO RECORDATORIO TIENE YA LOS DIAS PEDIDOS.
       PREPARAR-CARTA.
           IF FECHA-RECORD-ACP = ZEROS
              MOVE DIAS-LLEGAD-W TO DIAS-RECORD-W
           ELSE
              COMPUTE DIAS-RECORD-W = DIAS-HOY-W -
                      FUNCTION INTEGER-OF-DATE (FECHA-RECORD-ACP)
           END-IF

           IF DIAS-RECORD-W NOT < DIAS-LLEGAD-W
              ADD 1           TO RECORDATORIOS-ACP CANT-LISTA-W
              MOVE FECHA-HOY-W TO FECHA-RECORD-ACP
              REWRITE REG-ACUERDO END-REWRITE

              COMPUTE DIAS-MORA-W = DIAS-HOY-W -
                      FUNCTION INTEGER-OF-DATE (FECHA-ACP)
              MOVE PENDIENTE-W TO VALOR-EDIT
              MOVE 1 TO PUNTERO-W
              STRING "{*CARTA*:"          DELIMITED BY SIZE
                     CANT-LISTA-W         DELIMITED BY SIZE
                     ",*ACUERDO*:"        DELIMITED BY SIZE
                     NRO-ENC-W            DELIMITED BY SIZE
                     ",*CUOTA*:"          DELIMITED BY SIZE
                     CUOTA-ACP            DELIMITED BY SIZE
                     ",*PACIENTE*:"       DELIMITED BY SIZE
                     PACI-ENC-W           DELIMITED BY SIZE
                     ",*VENCE*:"          DELIMITED BY SIZE
                     FECHA-ACP            DELIMITED BY SIZE
                     ",*PENDIENTE*:*"     DELIMITED BY SIZE
                     VALOR-EDIT           DELIMITED BY SIZE
                     "*,*DIAS*:"          DELIMITED BY SIZE
                     DIAS-MORA-W          DELIMITED BY SIZE
                     ",*RECORDATORIO*:"   DELIMITED BY SIZE
                     RECORDATORIOS-ACP    DELIMITED BY SIZE
                     ",*CODEUDOR*:*"      DELIMITED BY SIZE
                     NOMBRE-COD-ENC-W     DELIMITED BY "  "
                     "*,*TELEFONO*:*"     DELIMITED BY SIZE
                     TEL-COD-ENC-W        DELIMITED BY "  "
                     "*},"                DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNTERO-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *    RECORRE LOS ENCABEZADOS DE TODOS LOS ACUERDOS: CADA VUELTA
      *    SE UBICA EN LA CUOTA 000 DEL SIGUIENTE NUMERO, PORQUE LA
      *    REVISION LEE LAS CUOTAS POR LLAVE.
       SIGUIENTE-ACUERDO.
           MOVE NRO-SIG-W TO NRO-ACP
           MOVE ZEROS     TO CUOTA-ACP
           START ARCHIVO-ACUERDOS KEY IS NOT LESS LLAVE-ACP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-ACUERDOS NEXT RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE NRO-SIG-W = NRO-ACP + 1
              IF CUOTA-ACP = ZEROS
              AND NOT ACUERDO-CANCELADO
                 PERFORM EVALUAR-ACUERDO
                 IF NOT GENERAR-CARTAS-W
                    PERFORM LISTAR-MOROSO
                 END-IF
              END-IF
              IF NRO-SIG-W = ZEROS
                 MOVE "10" TO OTR-STAT
              END-IF
           END-IF.

      *=================================================================
      * OPC "M": INFORME DE MOROSIDAD
      *=================================================================
       INFORME-MORA.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*MOROSOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE ZEROS TO TOT-RANGO-W (1) TOT-RANGO-W (2)
                         TOT-RANGO-W (3) TOT-RANGO-W (4)
           MOVE 1 TO NRO-SIG-W
           PERFORM SIGUIENTE-ACUERDO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE TOT-VENCIDO-W TO VALOR-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "{*ACUERDO*:0}],*TOTAL*:*" DELIMITED BY SIZE
                  VALOR-EDIT                 DELIMITED BY SIZE
                  "*,*RANGOS*:[*"            DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           MOVE TOT-RANGO-W (1) TO VALOR-EDIT
           MOVE TOT-RANGO-W (2) TO VALOR2-EDIT
           STRING VALOR-EDIT                 DELIMITED BY SIZE
                  "*,*"                      DELIMITED BY SIZE
                  VALOR2-EDIT                DELIMITED BY SIZE
                  "*,*"                      DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           MOVE TOT-RANGO-W (3) TO VALOR-EDIT
           MOVE TOT-RANGO-W (4) TO VALOR2-EDIT
           STRING VALOR-EDIT                 DELIMITED BY SIZE
                  "*,*"                      DELIMITED BY SIZE
                  VALOR2-EDIT                DELIMITED BY SIZE
                  "*]}"                      DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ACUERDOS
           MOVE "00"           TO DAT0-ENV
           MOVE TOT-VENCIDO-W  TO VALOR1-ENV
           MOVE CANT-LISTA-W   TO CANT-ENV
           MOVE "Informe de morosidad listo" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LISTAR-MOROSO.
           IF VENCIDO-W > ZEROS
              ADD 1         TO CANT-LISTA-W
              ADD VENCIDO-W TO TOT-VENCIDO-W
              EVALUATE TRUE
                WHEN DIAS-MORA-W NOT > 30
                     MOVE "1-30"  TO RANGO-W
                     ADD VENCIDO-W TO TOT-RANGO-W (1)
                WHEN DIAS-MORA-W NOT > 60
                     MOVE "31-60" TO RANGO-W
                     ADD VENCIDO-W TO TOT-RANGO-W (2)
                WHEN DIAS-MORA-W NOT > 90
                     MOVE "61-90" TO RANGO-W
                     ADD VENCIDO-W TO TOT-RANGO-W (3)
                WHEN OTHER
                     MOVE "+90"   TO RANGO-W
                     ADD VENCIDO-W TO TOT-RANGO-W (4)
              END-EVALUATE

              MOVE VENCIDO-W TO VALOR-EDIT
              COMPUTE PENDIENTE-W = VALOR-ENC-W - PAGADO-ENC-W
              MOVE PENDIENTE-W TO VALOR2-EDIT
              MOVE 1 TO PUNTERO-W
              STRING "{*ACUERDO*:"        DELIMITED BY SIZE
                     NRO-ENC-W            DELIMITED BY SIZE
                     ",*PACIENTE*:"       DELIMITED BY SIZE
                     PACI-ENC-W           DELIMITED BY SIZE
                     ",*FACTURA*:*"       DELIMITED BY SIZE
                     FACTURA-ENC-W        DELIMITED BY SIZE
                     "*,*VENCIDO*:*"      DELIMITED BY SIZE
                     VALOR-EDIT           DELIMITED BY SIZE
                     "*,*SALDO*:*"        DELIMITED BY SIZE
                     VALOR2-EDIT          DELIMITED BY SIZE
                     "*,*CUOTAS*:"        DELIMITED BY SIZE
                     CUOTAS-VENC-W        DELIMITED BY SIZE
                     ",*DIAS*:"           DELIMITED BY SIZE
                     DIAS-MORA-W          DELIMITED BY SIZE
                     ",*RANGO*:*"         DELIMITED BY SIZE
                     RANGO-W              DELIMITED BY SPACE
                     "*,*CODEUDOR*:*"     DELIMITED BY SIZE
                     NOMBRE-COD-ENC-W     DELIMITED BY "  "
                     "*},"                DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNTERO-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "R": CARTAS RECORDATORIO DE CUOTAS VENCIDAS
      *=================================================================
       CARTAS-RECORDATORIO.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*CARTAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "S" TO SW-RECORDAR-W
           MOVE 1   TO NRO-SIG-W
           PERFORM SIGUIENTE-ACUERDO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{*CARTA*:0}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ACUERDOS
           MOVE "00"           TO DAT0-ENV
           MOVE CANT-LISTA-W   TO CANT-ENV
           MOVE "Cartas listas" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "C": CONSULTA DE ADMISION
      *=================================================================
       CONSULTAR-ADMISION.
           PERFORM CARGAR-ACUERDOS-PACIENTE

           MOVE "N" TO ALERTA-W
           MOVE ZEROS TO TOT-VENCIDO-W
           PERFORM REVISAR-ACUERDO-PACIENTE
                   VARYING K FROM 1 BY 1 UNTIL K > CANT-ACU-PACI-W

           CLOSE ARCHIVO-ACUERDOS
           MOVE "00"           TO DAT0-ENV
           MOVE ALERTA-W       TO ALERTA-ENV
           MOVE TOT-VENCIDO-W  TO VALOR1-ENV
           EVALUATE ALERTA-W
             WHEN "M"
                  MOVE "ACUERDO DE PAGO EN MORA" TO MENSAJE-ENV
             WHEN "V"
                  MOVE "Acuerdo de pago al dia"  TO MENSAJE-ENV
             WHEN OTHER
                  MOVE "Sin acuerdos de pago"    TO MENSAJE-ENV
           END-EVALUATE
           GO TO ENVIO-DATOS.

       REVISAR-ACUERDO-PACIENTE.
           MOVE NRO-ACU-PACI-W (K) TO NRO-ACP
           MOVE ZEROS              TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF NOT ACUERDO-CANCELADO
                      PERFORM EVALUAR-ACUERDO
                      IF ESTADO-ENC-W = "M"
                         MOVE "M"       TO ALERTA-W
                         MOVE NRO-ENC-W TO NRO-ENV
                         ADD VENCIDO-W  TO TOT-VENCIDO-W
                      ELSE
                         IF ESTADO-ENC-W = "V" AND ALERTA-W = "N"
                            MOVE "V" TO ALERTA-W
                         END-IF
                      END-IF
                   END-IF
           END-READ.

      *    NUMEROS DE LOS ACUERDOS DEL PACIENTE POR LA LLAVE ALTERNA
      *    (SOLO ENCABEZADOS).
       CARGAR-ACUERDOS-PACIENTE.
           MOVE ZEROS         TO CANT-ACU-PACI-W
           MOVE PACI-LLEGAD-W TO COD-PACI-ACP
           START ARCHIVO-ACUERDOS KEY IS NOT LESS COD-PACI-ACP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-ACUERDO-PACIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-ACUERDO-PACIENTE.
           READ ARCHIVO-ACUERDOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF COD-PACI-ACP NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CUOTA-ACP = ZEROS AND CANT-ACU-PACI-W < 30
                    ADD 1 TO CANT-ACU-PACI-W
                    MOVE NRO-ACP TO NRO-ACU-PACI-W (CANT-ACU-PACI-W)
                 END-IF
              END-IF
           END-IF.

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
