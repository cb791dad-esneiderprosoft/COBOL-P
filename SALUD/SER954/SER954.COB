      *=================================================================
      * SALUD - SIMULADOR DE RENEGOCIACION DE TARIFAS: TOMA LOS
      *         SERVICIOS FACTURADOS (SC-ARCHCRG ESTADO "F") DE UN
      *         CONTRATO EN UN PERIODO PASADO Y RETARIFA CADA LINEA
      *         CON LA TARIFA PROPUESTA, SIN TOCAR NINGUNA FACTURA
      *         (TODOS LOS ARCHIVOS SE ABREN DE SOLO LECTURA):
      *         - PROPUESTA "V": VERSION DE UN MANUAL TARIFARIO TAL
      *           COMO ESTABA VIGENTE EN UNA FECHA (SC-CUPSVIG, LAS
      *           VERSIONES QUE CAPTURA INV401BC), OPCIONALMENTE CON
      *           UN PORCENTAJE ENCIMA.
      *         - PROPUESTA "P": PORCENTAJE SOBRE UN MANUAL BASE
      *           (EJ. SOAT -15), CON EL VALOR QUE EL MANUAL TENIA
      *           VIGENTE EN LA FECHA DE CADA SERVICIO.
      *         - PROPUESTA "Q": PRECIOS DE PAQUETE DE SER945: LA
      *           LINEA DEL CUPS DISPARADOR VALE EL PRECIO DEL
      *           PAQUETE Y LAS LINEAS DE LA MISMA FACTURA QUE SON
      *           INCLUSIONES DEL PAQUETE QUEDAN ABSORBIDAS EN CERO.
      *         LA LINEA SIN VERSION EN EL MANUAL, Y LOS INSUMOS EN
      *         "V" Y "P", SE SIMULAN A SU VALOR REAL. EL RESULTADO
      *         COMPARA REAL CONTRA SIMULADO POR MES, POR GRUPO CUPS
      *         Y POR SERVICIO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER954".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-CARGO.CBL".
       COPY "..\..\FUENTES\FS-PAQUE.CBL".

           SELECT ARCHIVO-CUPS-VIG LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-CUPSVIG-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CUPSVIG
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-CARGO.CBL".
       COPY "..\..\FUENTES\FD-PAQUE.CBL".

      *    VERSIONES POR VIGENCIA DEL VALOR TARIFADO DE CADA CODIGO
      *    CUPS (MISMO REGISTRO QUE GRABA INV401BC).
       FD  ARCHIVO-CUPS-VIG
           LABEL RECORD STANDARD.
       01  REG-CUPSVIG.
           02 LLAVE-CUPSVIG.
              03 LLAVE-TIPO-CUPSVIG     PIC X(3).
              03 COD-SER-CUPSVIG        PIC X(12).
              03 FECHA-DESDE-CUPSVIG    PIC 9(8).
           02 MONTO-CUPSVIG             PIC 9(9)V99.
           02 FORMA-LIQ-CUPSVIG         PIC 9.
           02 OPER-CUPSVIG              PIC X(4).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-CRG-W              PIC X(70).
       77 NOM-PAQ-W              PIC X(70).
       77 NOM-CUPSVIG-W          PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 NIT-LLEGAD-W           PIC 9(11).
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 TIPO-PROP-LLEGAD-W     PIC X.
          02 MANUAL-LLEGAD-W        PIC XX.
          02 FECHA-VIG-LLEGAD-W     PIC 9(8).
          02 PORC-LLEGAD-W          PIC X(10).
          02 SAL-MIN-LLEGAD-W       PIC 9(9).

      *    LLAVE DE BUSQUEDA EN EL MANUAL: CODIGO DEL MANUAL + CLASE
      *    DE SERVICIO (LLAVE-TIPO-TAB DE ARCHIVO-TABLAS).
       01 LLAVE-TIPO-BUSC-W.
          02 MANUAL-BUSC-W          PIC XX.
          02 CLASE-BUSC-W           PIC 9.

       01 LINEA-SIM-W.
          02 MES-LIN-W              PIC 9(6).
          02 GRUPO-LIN-W            PIC XX.
          02 CODIGO-LIN-W           PIC X(12).
          02 REAL-LIN-W             PIC S9(13)V99.
          02 SIMUL-LIN-W            PIC S9(13)V99.
          02 UNITARIO-LIN-W         PIC S9(13)V99.

      *    ACUMULADOS: POR MES + GRUPO + SERVICIO, POR GRUPO Y POR
      *    MES. LOS TRES SE LLENAN EN EL ORDEN EN QUE APARECEN.
       01 TABLA-DETALLE-W.
          02 DET-SIM-W OCCURS 3000.
             03 MES-DET-W           PIC 9(6).
             03 GRUPO-DET-W         PIC XX.
             03 CODIGO-DET-W        PIC X(12).
             03 CANT-DET-W          PIC 9(7)V99.
             03 REAL-DET-W          PIC S9(13)V99.
             03 SIMUL-DET-W         PIC S9(13)V99.

       01 TABLA-GRUPO-W.
          02 GRP-SIM-W OCCURS 100.
             03 GRUPO-GRP-W         PIC XX.
             03 REAL-GRP-W          PIC S9(13)V99.
             03 SIMUL-GRP-W         PIC S9(13)V99.

       01 TABLA-MES-W.
          02 MES-SIM-W OCCURS 36.
             03 MES-MES-W           PIC 9(6).
             03 REAL-MES-W          PIC S9(13)V99.
             03 SIMUL-MES-W         PIC S9(13)V99.

      *    FACTURAS DEL PERIODO CON UN CUPS DISPARADOR DE PAQUETE
      *    (SOLO PROPUESTA "Q").
       01 TABLA-FAC-PAQ-W.
          02 FAC-PAQ-W OCCURS 500.
             03 FACTURA-FPQ-W       PIC X(7).
             03 DISPARADOR-FPQ-W    PIC X(8).

       01 CONVERSION-VALOR-W.
          02 TEXTO-COL-W            PIC X(30).
          02 VALOR-COL-W            PIC S9(13)V99.
          02 SIN-SIGNO-W            PIC X(30).
          02 ENTERO-W               PIC X(20).
          02 DECIMAL-W              PIC XX.
          02 ENTERO-NUM-W           PIC 9(13).
          02 DECIMAL-NUM-W          PIC 99.
          02 SW-NEGATIVO-W          PIC X.

       01 VARIABLES.
          02 PORC-W             PIC S9(3)V99 VALUE 0.
          02 FECHA-BUSC-W       PIC 9(8).
          02 CANT-DET-USO-W     PIC 9(4) VALUE 0.
          02 CANT-GRP-USO-W     PIC 9(4) VALUE 0.
          02 CANT-MES-USO-W     PIC 9(4) VALUE 0.
          02 CANT-FPQ-USO-W     PIC 9(4) VALUE 0.
          02 CANT-LINEAS-W      PIC 9(7) VALUE 0.
          02 CANT-SIN-TARIFA-W  PIC 9(7) VALUE 0.
          02 CANT-SIN-VALOR-W   PIC 9(7) VALUE 0.
          02 CANT-ABSORBIDAS-W  PIC 9(7) VALUE 0.
          02 TOT-REAL-W         PIC S9(13)V99 VALUE 0.
          02 TOT-SIMUL-W        PIC S9(13)V99 VALUE 0.
          02 DIFERENCIA-W       PIC S9(13)V99.
          02 VARIACION-W        PIC S9(5)V99.
          02 SW-TARIFA-W        PIC X.
             88 TARIFA-ENCONTRADA-W VALUE "S".
          02 SW-ABSORBIDA-W     PIC X.
             88 LINEA-ABSORBIDA-W   VALUE "S".
          02 SW-DESBORDE-W      PIC X VALUE "N".
             88 TABLA-DESBORDADA-W  VALUE "S".
          02 REAL-EDIT-W        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 SIMUL-EDIT-W       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 DIF-EDIT-W         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 VARIAC-EDIT-W      PIC -ZZZZ9.99.
          02 CANT-EDIT-W        PIC ZZZZZZ9.99.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 LINEAS-ENV         PIC 9(7).
          02 FILLER             PIC X VALUE "|".
          02 REAL-ENV           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X VALUE "|".
          02 SIMUL-ENV          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
              MOVE "SER954"                TO MSJ3-HTML
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
              MOVE "SER954"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CARGO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CARGOS.
       ESCR-EXCEP-CARGO.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CRG-W               TO MSJ2-HTML
              MOVE "SER954"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PAQUE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PAQUETES.
       ESCR-EXCEP-PAQUE.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PAQ-W               TO MSJ2-HTML
              MOVE "SER954"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CUPSVIG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CUPS-VIG.
       ESCR-EXCEP-CUPSVIG.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CUPSVIG-W           TO MSJ2-HTML
              MOVE "SER954"                TO MSJ3-HTML
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
              MOVE "SER954"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER954" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   CONTRATO-LLEGAD-W, NIT-LLEGAD-W,
                   FECHA-INI-LLEGAD-W, FECHA-FIN-LLEGAD-W,
                   TIPO-PROP-LLEGAD-W, MANUAL-LLEGAD-W,
                   FECHA-VIG-LLEGAD-W, PORC-LLEGAD-W,
                   SAL-MIN-LLEGAD-W
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
           INITIALIZE NOM-CRG-W NOM-PAQ-W NOM-CUPSVIG-W NOM-PLANO-W
           MOVE "\\" TO NOM-CRG-W

           INSPECT NOM-CRG-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-CRG-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-CRG-W TO NOM-PAQ-W NOM-CUPSVIG-W

           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"

           INSPECT NOM-PAQ-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPAQ.DAT"

           INSPECT NOM-CUPSVIG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-CUPSVIG.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SIMTAR-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

      *=================================================================
      * VALIDACION DE LA PROPUESTA
      *=================================================================
       VALIDAR-PROPUESTA.
           IF CONTRATO-LLEGAD-W = SPACES
           OR FECHA-INI-LLEGAD-W = ZEROS
           OR FECHA-FIN-LLEGAD-W < FECHA-INI-LLEGAD-W
              MOVE "99"                            TO MSJ1-HTML
              MOVE "Faltan contrato o periodo"     TO MSJ2-HTML
              MOVE "SER954"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE PORC-LLEGAD-W TO TEXTO-COL-W
           PERFORM CONVERTIR-VALOR
           MOVE VALOR-COL-W   TO PORC-W

           EVALUATE TIPO-PROP-LLEGAD-W
             WHEN "V"
                  IF MANUAL-LLEGAD-W = SPACES
                  OR FECHA-VIG-LLEGAD-W = ZEROS
                     MOVE "99"                       TO MSJ1-HTML
                     MOVE "Falta manual o vigencia"  TO MSJ2-HTML
                     MOVE "SER954"                   TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN "P"
                  IF MANUAL-LLEGAD-W = SPACES
                  OR PORC-W = ZERO
                     MOVE "99"                       TO MSJ1-HTML
                     MOVE "Falta manual o porcentaje" TO MSJ2-HTML
                     MOVE "SER954"                   TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN "Q"
                  CONTINUE
             WHEN OTHER
                  MOVE "99"                    TO MSJ1-HTML
                  MOVE "Propuesta no valida"   TO MSJ2-HTML
                  MOVE "SER954"                TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-CARGOS
           IF OTR-STAT = "35"
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No hay cargos facturados"  TO MSJ2-HTML
              MOVE "SER954"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF TIPO-PROP-LLEGAD-W = "Q"
              OPEN INPUT ARCHIVO-PAQUETES
              IF OTR-STAT = "35"
                 CLOSE ARCHIVO-CARGOS
                 MOVE "99"                     TO MSJ1-HTML
                 MOVE "No hay paquetes definidos" TO MSJ2-HTML
                 MOVE "SER954"                 TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           ELSE
              OPEN INPUT ARCHIVO-CUPS-VIG
              IF OTR-STAT = "35"
                 CLOSE ARCHIVO-CARGOS
                 MOVE "99"                     TO MSJ1-HTML
                 MOVE "No hay versiones de tarifa" TO MSJ2-HTML
                 MOVE "SER954"                 TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF.

      *=================================================================
      * RECORRIDO DE LOS CARGOS FACTURADOS DEL PERIODO
      *=================================================================
       CARGAR-FACTURAS-PAQUETE.
           IF TIPO-PROP-LLEGAD-W = "Q"
              PERFORM UBICAR-CARGOS
              PERFORM LEER-DISPARADOR UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       SIMULAR-PERIODO.
           PERFORM UBICAR-CARGOS
           PERFORM LEER-CARGO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-CARGOS
           IF TIPO-PROP-LLEGAD-W = "Q"
              CLOSE ARCHIVO-PAQUETES
           ELSE
              CLOSE ARCHIVO-CUPS-VIG
           END-IF

           GO TO ESCRIBIR-RESULTADO.

       UBICAR-CARGOS.
           MOVE "F"                TO ESTADO-CRG
           MOVE FECHA-INI-LLEGAD-W TO FECHA-SERV-CRG
           START ARCHIVO-CARGOS KEY IS NOT LESS LLAVE-EST-CRG
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

      *    DEJA "00" SOLO CUANDO EL CARGO LEIDO ES FACTURADO, DEL
      *    PERIODO Y DEL CONTRATO; "10" TERMINA EL RECORRIDO Y "02"
      *    SALTA EL CARGO DE OTRO CONTRATO.
       LEER-CARGO-PERIODO.
           READ ARCHIVO-CARGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF NOT CRG-FACTURADO
              OR FECHA-SERV-CRG > FECHA-FIN-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CONTRATO-CRG NOT = CONTRATO-LLEGAD-W
                 OR (NIT-LLEGAD-W NOT = ZEROS
                     AND NIT-CRG NOT = ZEROS
                     AND NIT-CRG NOT = NIT-LLEGAD-W)
                    MOVE "02" TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

       LEER-DISPARADOR.
           PERFORM LEER-CARGO-PERIODO
           IF OTR-STAT = "02"
              MOVE "00" TO OTR-STAT
           ELSE
              IF OTR-STAT = "00" AND CRG-SERVICIO
                 MOVE "P"              TO TIPO-PAQ
                 MOVE CODIGO-CRG (1:8) TO COD1-PAQ
                 MOVE ZEROS            TO CONSEC-PAQ
                 READ ARCHIVO-PAQUETES
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM GUARDAR-FACTURA-PAQUETE
                 END-READ
                 MOVE "00" TO OTR-STAT
              END-IF
           END-IF.

       GUARDAR-FACTURA-PAQUETE.
           IF CANT-FPQ-USO-W < 500
              ADD 1 TO CANT-FPQ-USO-W
              MOVE FACTURA-CRG TO FACTURA-FPQ-W (CANT-FPQ-USO-W)
              MOVE COD1-PAQ    TO DISPARADOR-FPQ-W (CANT-FPQ-USO-W)
           ELSE
              MOVE "S" TO SW-DESBORDE-W
           END-IF.

       LEER-CARGO.
           PERFORM LEER-CARGO-PERIODO
           IF OTR-STAT = "02"
              MOVE "00" TO OTR-STAT
           ELSE
              IF OTR-STAT = "00"
                 PERFORM SIMULAR-LINEA THRU FIN-SIMULAR-LINEA
                 MOVE "00" TO OTR-STAT
              END-IF
           END-IF.

      *=================================================================
      * RETARIFA UNA LINEA. EL VALOR DEL CARGO ES UNITARIO; EL QUE
      * QUEDO EN CERO LO TARIFO FACTURACION EN LA CUENTA Y NO TIENE
      * VALOR REAL CONTRA QUE COMPARAR, POR ESO SOLO SE CUENTA.
      *=================================================================
       SIMULAR-LINEA.
           IF VALOR-CRG = ZEROS
              ADD 1 TO CANT-SIN-VALOR-W
              GO TO FIN-SIMULAR-LINEA
           END-IF

           COMPUTE REAL-LIN-W ROUNDED = VALOR-CRG * CANTIDAD-CRG
           MOVE REAL-LIN-W            TO SIMUL-LIN-W
           MOVE FECHA-SERV-CRG (1:6)  TO MES-LIN-W
           MOVE CODIGO-CRG (1:12)     TO CODIGO-LIN-W
           IF CRG-SERVICIO
              MOVE CODIGO-CRG (1:2)   TO GRUPO-LIN-W
           ELSE
              MOVE "IN"               TO GRUPO-LIN-W
           END-IF

           EVALUATE TIPO-PROP-LLEGAD-W
             WHEN "Q"
                  PERFORM TARIFAR-PAQUETE THRU FIN-TARIFAR-PAQUETE
             WHEN OTHER
                  IF CRG-SERVICIO
                     PERFORM TARIFAR-MANUAL
                  END-IF
           END-EVALUATE

           ADD 1           TO CANT-LINEAS-W
           ADD REAL-LIN-W  TO TOT-REAL-W
           ADD SIMUL-LIN-W TO TOT-SIMUL-W

           PERFORM ACUMULAR-DETALLE
           PERFORM ACUMULAR-GRUPO
           PERFORM ACUMULAR-MES.

       FIN-SIMULAR-LINEA.
           EXIT.

      *    PROPUESTAS "V" Y "P": VALOR DEL CUPS EN EL MANUAL A LA
      *    FECHA DE VIGENCIA PEDIDA (O A LA DEL SERVICIO), POR
      *    CANTIDAD Y CON EL PORCENTAJE PROPUESTO. EL CUPS SE BUSCA
      *    EN LAS CLASES DE SERVICIO DEL MANUAL EN ORDEN. EL VALOR
      *    LIQUIDADO EN SALARIOS MINIMOS (FORMA 4) NECESITA EL
      *    SALARIO MINIMO DIARIO DE LA PROPUESTA.
       TARIFAR-MANUAL.
           IF FECHA-VIG-LLEGAD-W NOT = ZEROS
              MOVE FECHA-VIG-LLEGAD-W TO FECHA-BUSC-W
           ELSE
              MOVE FECHA-SERV-CRG     TO FECHA-BUSC-W
           END-IF

           MOVE "N" TO SW-TARIFA-W
           MOVE 1   TO CLASE-BUSC-W
           PERFORM BUSCAR-VERSION-CUPS
                   UNTIL TARIFA-ENCONTRADA-W OR CLASE-BUSC-W = 8

           IF TARIFA-ENCONTRADA-W
           AND FORMA-LIQ-CUPSVIG = 4
           AND SAL-MIN-LLEGAD-W = ZEROS
              MOVE "N" TO SW-TARIFA-W
           END-IF

           IF NOT TARIFA-ENCONTRADA-W
              ADD 1 TO CANT-SIN-TARIFA-W
           ELSE
              IF FORMA-LIQ-CUPSVIG = 4
                 COMPUTE UNITARIO-LIN-W ROUNDED =
                         MONTO-CUPSVIG * SAL-MIN-LLEGAD-W
              ELSE
                 MOVE MONTO-CUPSVIG TO UNITARIO-LIN-W
              END-IF
              COMPUTE SIMUL-LIN-W ROUNDED =
                      UNITARIO-LIN-W * (100 + PORC-W) / 100
                      * CANTIDAD-CRG
           END-IF.

      *    ULTIMA VERSION DEL CUPS EN LA CLASE CUYA FECHA DESDE NO
      *    SUPERE LA FECHA BUSCADA.
       BUSCAR-VERSION-CUPS.
           MOVE MANUAL-LLEGAD-W   TO MANUAL-BUSC-W
           MOVE LLAVE-TIPO-BUSC-W TO LLAVE-TIPO-CUPSVIG
           MOVE CODIGO-LIN-W      TO COD-SER-CUPSVIG
           MOVE FECHA-BUSC-W      TO FECHA-DESDE-CUPSVIG

           START ARCHIVO-CUPS-VIG KEY IS NOT GREATER LLAVE-CUPSVIG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ARCHIVO-CUPS-VIG PREVIOUS
                         AT END
                            CONTINUE
                         NOT AT END
                            IF LLAVE-TIPO-CUPSVIG = LLAVE-TIPO-BUSC-W
                            AND COD-SER-CUPSVIG   = CODIGO-LIN-W
                               MOVE "S" TO SW-TARIFA-W
                            END-IF
                    END-READ
           END-START

           ADD 1 TO CLASE-BUSC-W.

      *    PROPUESTA "Q": EL CUPS DISPARADOR VALE EL PRECIO DEL
      *    PAQUETE; LA LINEA QUE ES INCLUSION DE UN PAQUETE DISPARADO
      *    EN LA MISMA FACTURA QUEDA ABSORBIDA EN CERO; LO DEMAS
      *    CONSERVA SU VALOR.
       TARIFAR-PAQUETE.
           IF CRG-SERVICIO
              MOVE "P"              TO TIPO-PAQ
              MOVE CODIGO-CRG (1:8) TO COD1-PAQ
              MOVE ZEROS            TO CONSEC-PAQ
              READ ARCHIVO-PAQUETES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      COMPUTE SIMUL-LIN-W ROUNDED =
                              PRECIO-PAQ * CANTIDAD-CRG
                      GO TO FIN-TARIFAR-PAQUETE
              END-READ
           END-IF

           MOVE "N" TO SW-ABSORBIDA-W
           PERFORM REVISAR-FACTURA-PAQUETE
                   VARYING I FROM 1 BY 1
                   UNTIL I > CANT-FPQ-USO-W OR LINEA-ABSORBIDA-W

           IF LINEA-ABSORBIDA-W
              MOVE ZEROS TO SIMUL-LIN-W
              ADD 1      TO CANT-ABSORBIDAS-W
           END-IF.

       FIN-TARIFAR-PAQUETE.
           EXIT.

       REVISAR-FACTURA-PAQUETE.
           IF FACTURA-FPQ-W (I) = FACTURA-CRG
              MOVE "I"                  TO TIPO-PAQ
              MOVE DISPARADOR-FPQ-W (I) TO COD1-PAQ
              MOVE ZEROS                TO CONSEC-PAQ
              START ARCHIVO-PAQUETES KEY IS NOT LESS LLAVE-PAQ
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-INCLUSION UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-INCLUSION.
           READ ARCHIVO-PAQUETES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-PAQ NOT = "I"
              OR COD1-PAQ NOT = DISPARADOR-FPQ-W (I)
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF ARTICULO-PAQ = CODIGO-CRG (1:16)
                    MOVE "S"  TO SW-ABSORBIDA-W
                    MOVE "10" TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * ACUMULADOS
      *=================================================================
       ACUMULAR-DETALLE.
           MOVE 1 TO I
           PERFORM BUSCAR-DETALLE
                   UNTIL I > CANT-DET-USO-W
                      OR (MES-DET-W (I)    = MES-LIN-W
                      AND GRUPO-DET-W (I)  = GRUPO-LIN-W
                      AND CODIGO-DET-W (I) = CODIGO-LIN-W)

           IF I > CANT-DET-USO-W
              IF CANT-DET-USO-W < 3000
                 ADD 1 TO CANT-DET-USO-W
                 MOVE CANT-DET-USO-W TO I
                 MOVE MES-LIN-W      TO MES-DET-W (I)
                 MOVE GRUPO-LIN-W    TO GRUPO-DET-W (I)
                 MOVE CODIGO-LIN-W   TO CODIGO-DET-W (I)
                 MOVE ZEROS          TO CANT-DET-W (I) REAL-DET-W (I)
                                        SIMUL-DET-W (I)
              ELSE
                 MOVE "S" TO SW-DESBORDE-W
                 MOVE 0   TO I
              END-IF
           END-IF

           IF I > 0
              ADD CANTIDAD-CRG TO CANT-DET-W (I)
              ADD REAL-LIN-W   TO REAL-DET-W (I)
              ADD SIMUL-LIN-W  TO SIMUL-DET-W (I)
           END-IF.

       BUSCAR-DETALLE.
           ADD 1 TO I.

       ACUMULAR-GRUPO.
           MOVE 1 TO I
           PERFORM BUSCAR-GRUPO
                   UNTIL I > CANT-GRP-USO-W
                      OR GRUPO-GRP-W (I) = GRUPO-LIN-W

           IF I > CANT-GRP-USO-W
              IF CANT-GRP-USO-W < 100
                 ADD 1 TO CANT-GRP-USO-W
                 MOVE CANT-GRP-USO-W TO I
                 MOVE GRUPO-LIN-W    TO GRUPO-GRP-W (I)
                 MOVE ZEROS          TO REAL-GRP-W (I) SIMUL-GRP-W (I)
              ELSE
                 MOVE "S" TO SW-DESBORDE-W
                 MOVE 0   TO I
              END-IF
           END-IF

           IF I > 0
              ADD REAL-LIN-W   TO REAL-GRP-W (I)
              ADD SIMUL-LIN-W  TO SIMUL-GRP-W (I)
           END-IF.

       BUSCAR-GRUPO.
           ADD 1 TO I.

       ACUMULAR-MES.
           MOVE 1 TO I
           PERFORM BUSCAR-MES
                   UNTIL I > CANT-MES-USO-W
                      OR MES-MES-W (I) = MES-LIN-W

           IF I > CANT-MES-USO-W
              IF CANT-MES-USO-W < 36
                 ADD 1 TO CANT-MES-USO-W
                 MOVE CANT-MES-USO-W TO I
                 MOVE MES-LIN-W      TO MES-MES-W (I)
                 MOVE ZEROS          TO REAL-MES-W (I) SIMUL-MES-W (I)
              ELSE
                 MOVE "S" TO SW-DESBORDE-W
                 MOVE 0   TO I
              END-IF
           END-IF

           IF I > 0
              ADD REAL-LIN-W   TO REAL-MES-W (I)
              ADD SIMUL-LIN-W  TO SIMUL-MES-W (I)
           END-IF.

       BUSCAR-MES.
           ADD 1 TO I.

      *=================================================================
      * RESULTADO: RESUMEN, MESES, GRUPOS Y SERVICIOS
      *=================================================================
       ESCRIBIR-RESULTADO.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE TOT-REAL-W  TO REAL-EDIT-W
           MOVE TOT-SIMUL-W TO SIMUL-EDIT-W
           COMPUTE DIFERENCIA-W = TOT-SIMUL-W - TOT-REAL-W
           MOVE DIFERENCIA-W TO DIF-EDIT-W
           MOVE ZEROS TO VARIACION-W
           IF TOT-REAL-W NOT = ZEROS
              COMPUTE VARIACION-W ROUNDED =
                      DIFERENCIA-W * 100 / TOT-REAL-W
           END-IF
           MOVE VARIACION-W TO VARIAC-EDIT-W

           MOVE 1 TO PUNTERO-W
           STRING "{*RESUMEN*:{*PROPUESTA*:*" DELIMITED BY SIZE
                  TIPO-PROP-LLEGAD-W      DELIMITED BY SIZE
                  "*,*LINEAS*:"           DELIMITED BY SIZE
                  CANT-LINEAS-W           DELIMITED BY SIZE
                  ",*REAL*:*"             DELIMITED BY SIZE
                  REAL-EDIT-W             DELIMITED BY SIZE
                  "*,*SIMULADO*:*"        DELIMITED BY SIZE
                  SIMUL-EDIT-W            DELIMITED BY SIZE
                  "*,*DIFERENCIA*:*"      DELIMITED BY SIZE
                  DIF-EDIT-W              DELIMITED BY SIZE
                  "*,*VARIACION*:*"       DELIMITED BY SIZE
                  VARIAC-EDIT-W           DELIMITED BY SIZE
                  "*,*SINTARIFA*:"        DELIMITED BY SIZE
                  CANT-SIN-TARIFA-W       DELIMITED BY SIZE
                  ",*SINVALOR*:"          DELIMITED BY SIZE
                  CANT-SIN-VALOR-W        DELIMITED BY SIZE
                  ",*ABSORBIDAS*:"        DELIMITED BY SIZE
                  CANT-ABSORBIDAS-W       DELIMITED BY SIZE
                  ",*INCOMPLETO*:*"       DELIMITED BY SIZE
                  SW-DESBORDE-W           DELIMITED BY SIZE
                  "*},"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "*MESES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-MES
                   VARYING I FROM 1 BY 1 UNTIL I > CANT-MES-USO-W
           MOVE "{*MES*:**}]," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "*GRUPOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-GRUPO
                   VARYING I FROM 1 BY 1 UNTIL I > CANT-GRP-USO-W
           MOVE "{*GRUPO*:**}]," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "*SERVICIOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-DETALLE
                   VARYING I FROM 1 BY 1 UNTIL I > CANT-DET-USO-W
           MOVE "{*CUPS*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON

           MOVE "00"           TO DAT0-ENV
           MOVE CANT-LINEAS-W  TO LINEAS-ENV
           MOVE TOT-REAL-W     TO REAL-ENV
           MOVE TOT-SIMUL-W    TO SIMUL-ENV
           IF TABLA-DESBORDADA-W
              MOVE "Simulacion incompleta, acote el periodo"
                                TO MENSAJE-ENV
           ELSE
              MOVE "Simulacion lista" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

       ESCRIBIR-MES.
           MOVE REAL-MES-W (I)  TO REAL-EDIT-W
           MOVE SIMUL-MES-W (I) TO SIMUL-EDIT-W
           COMPUTE DIFERENCIA-W = SIMUL-MES-W (I) - REAL-MES-W (I)
           MOVE DIFERENCIA-W    TO DIF-EDIT-W

           MOVE 1 TO PUNTERO-W
           STRING "{*MES*:*"         DELIMITED BY SIZE
                  MES-MES-W (I)      DELIMITED BY SIZE
                  "*,*REAL*:*"       DELIMITED BY SIZE
                  REAL-EDIT-W        DELIMITED BY SIZE
                  "*,*SIMULADO*:*"   DELIMITED BY SIZE
                  SIMUL-EDIT-W       DELIMITED BY SIZE
                  "*,*DIFERENCIA*:*" DELIMITED BY SIZE
                  DIF-EDIT-W         DELIMITED BY SIZE
                  "*},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-GRUPO.
           MOVE REAL-GRP-W (I)  TO REAL-EDIT-W
           MOVE SIMUL-GRP-W (I) TO SIMUL-EDIT-W
           COMPUTE DIFERENCIA-W = SIMUL-GRP-W (I) - REAL-GRP-W (I)
           MOVE DIFERENCIA-W    TO DIF-EDIT-W

           MOVE 1 TO PUNTERO-W
           STRING "{*GRUPO*:*"       DELIMITED BY SIZE
                  GRUPO-GRP-W (I)    DELIMITED BY SIZE
                  "*,*REAL*:*"       DELIMITED BY SIZE
                  REAL-EDIT-W        DELIMITED BY SIZE
                  "*,*SIMULADO*:*"   DELIMITED BY SIZE
                  SIMUL-EDIT-W       DELIMITED BY SIZE
                  "*,*DIFERENCIA*:*" DELIMITED BY SIZE
                  DIF-EDIT-W         DELIMITED BY SIZE
                  "*},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-DETALLE.
           MOVE CANT-DET-W (I)  TO CANT-EDIT-W
           MOVE REAL-DET-W (I)  TO REAL-EDIT-W
           MOVE SIMUL-DET-W (I) TO SIMUL-EDIT-W
           COMPUTE DIFERENCIA-W = SIMUL-DET-W (I) - REAL-DET-W (I)
           MOVE DIFERENCIA-W    TO DIF-EDIT-W

           MOVE 1 TO PUNTERO-W
           STRING "{*MES*:*"         DELIMITED BY SIZE
                  MES-DET-W (I)      DELIMITED BY SIZE
                  "*,*GRUPO*:*"      DELIMITED BY SIZE
                  GRUPO-DET-W (I)    DELIMITED BY SIZE
                  "*,*CUPS*:*"       DELIMITED BY SIZE
                  CODIGO-DET-W (I)   DELIMITED BY "  "
                  "*,*CANTIDAD*:*"   DELIMITED BY SIZE
                  CANT-EDIT-W        DELIMITED BY SIZE
                  "*,*REAL*:*"       DELIMITED BY SIZE
                  REAL-EDIT-W        DELIMITED BY SIZE
                  "*,*SIMULADO*:*"   DELIMITED BY SIZE
                  SIMUL-EDIT-W       DELIMITED BY SIZE
                  "*,*DIFERENCIA*:*" DELIMITED BY SIZE
                  DIF-EDIT-W         DELIMITED BY SIZE
                  "*},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       CONVERTIR-VALOR.

      *    EL PORCENTAJE PUEDE TRAER SIGNO Y PUNTO DECIMAL ("-15.5");
      *    SE DESCOMPONE A MANO COMO EN LA CONCILIACION BANCARIA
      *    (CON835).

           MOVE ZEROS  TO VALOR-COL-W ENTERO-NUM-W DECIMAL-NUM-W
           MOVE SPACES TO ENTERO-W DECIMAL-W
           MOVE "N"    TO SW-NEGATIVO-W

           IF TEXTO-COL-W (1:1) = "-"
              MOVE "S" TO SW-NEGATIVO-W
              MOVE TEXTO-COL-W (2:29) TO SIN-SIGNO-W
           ELSE
              IF TEXTO-COL-W (1:1) = "+"
                 MOVE TEXTO-COL-W (2:29) TO SIN-SIGNO-W
              ELSE
                 MOVE TEXTO-COL-W TO SIN-SIGNO-W
              END-IF
           END-IF

           IF SIN-SIGNO-W NOT = SPACES
              UNSTRING SIN-SIGNO-W DELIMITED BY "."
                 INTO ENTERO-W, DECIMAL-W
              END-UNSTRING
              INSPECT DECIMAL-W REPLACING ALL SPACE BY ZERO
              MOVE FUNCTION NUMVAL (ENTERO-W)  TO ENTERO-NUM-W
              MOVE FUNCTION NUMVAL (DECIMAL-W) TO DECIMAL-NUM-W
              COMPUTE VALOR-COL-W =
                      ENTERO-NUM-W + DECIMAL-NUM-W / 100
              IF SW-NEGATIVO-W = "S"
                 COMPUTE VALOR-COL-W = VALOR-COL-W * -1
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
