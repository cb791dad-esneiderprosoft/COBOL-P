      *=================================================================
      * BOMBAS - CONCILIACION DE VOUCHERS DE DATAFONO CONTRA LA
      *          LIQUIDACION DEL ADQUIRENTE (REDEBAN / CREDIBANCO).
      *          LA VENTA CON TARJETA YA NO QUEDA COMO UN TOTAL
      *          DENTRO DE LA PLANILLA: CADA VOUCHER SE CAPTURA POR
      *          DIA, TURNO E ISLERO (SC-ARCHVOU) Y SE CRUZA UNO A
      *          UNO CON LO QUE EL ADQUIRENTE ABONA:
      *          - OPC "V": CAPTURA UN VOUCHER.
      *          - OPC "B": BORRA UN VOUCHER AUN PENDIENTE.
      *          - OPC "I": IMPORTA EL ARCHIVO PLANO DIARIO DE
      *            LIQUIDACION DE LA RED Y CASA CADA LINEA POR
      *            TERMINAL + APROBACION + FECHA DE VENTA; DEJA EN
      *            EL JSON LAS DIFERENCIAS, RECHAZOS, CONTRACARGOS
      *            Y LINEAS SIN VOUCHER.
      *          - OPC "P": VOUCHERS SIN ABONO, RECHAZADOS, CON
      *            CONTRACARGO O ABONADOS POR VALOR DISTINTO HASTA
      *            UNA FECHA DE CORTE.
      *          - OPC "K": CONTABILIZA EL ABONO DE UN DIA POR LA
      *            SECUENCIA DEL LOTE (CONVENCION DE CON007X):
      *            DEBITO BANCO (NETO), COMISION, RETEFUENTE,
      *            RETEIVA Y RETEICA; CREDITO A LA CUENTA PUENTE DE
      *            TARJETAS POR COBRAR POR EL VALOR ABONADO.
      *          ARCHIVO DE LIQUIDACION (C:\PROSOFT\TEMP\LIQ-TARJ-
      *          <SESION>.TXT), LINEA TIPO "2" DE DETALLE:
      *          TERMINAL X(10), FECHA VENTA 9(8), APROBACION X(6),
      *          VALOR 9(11)V99, COMISION 9(9)V99, RETEFUENTE,
      *          RETEIVA Y RETEICA 9(9)V99, NETO 9(11)V99, ESTADO
      *          ("A" ABONADO, "R" RECHAZADO, "X" CONTRACARGO) Y
      *          FECHA DE ABONO 9(8). LAS DEMAS LINEAS SE IGNORAN.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM139".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-VOUCH.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".

           SELECT ARCHIVO-LOTES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-LOTE-LNK
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-LOTE
                  ALTERNATE RECORD KEY IS NOMBRE-LOTE WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-LIQUIDACION
                  ASSIGN NOM-LIQ-W
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
       COPY "P:\PROG\PROYECT\FUENTES\FD-VOUCH.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-LOTES.CBL".

       FD  ARCHIVO-LIQUIDACION
           LABEL RECORD STANDARD.
       01  REG-LIQ.
           02 TIPO-REG-LIQ        PIC X.
           02 TERMINAL-LIQ        PIC X(10).
           02 FECHA-VENTA-LIQ     PIC 9(8).
           02 APROBACION-LIQ      PIC X(6).
           02 VALOR-LIQ           PIC 9(11)V99.
           02 COMISION-LIQ        PIC 9(9)V99.
           02 RETEFTE-LIQ         PIC 9(9)V99.
           02 RETEIVA-LIQ         PIC 9(9)V99.
           02 RETEICA-LIQ         PIC 9(9)V99.
           02 NETO-LIQ            PIC 9(11)V99.
           02 ESTADO-LIQ          PIC X.
           02 FECHA-ABONO-LIQ     PIC 9(8).
           02 FILLER              PIC X(50).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-VOU-W             PIC X(70).
       01 NOM-LIQ-W             PIC X(90).
       01 NOM-PLANO-W           PIC X(90).

      *    LA PRIMERA PARTE DE LA LINEA ES COMUN; EL RESTO SE LEE
      *    SEGUN LA OPCION A PARTIR DE PUNTERO-W.
       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPCION-LLEGAD-W        PIC X.
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 TURNO-LLEGAD-W         PIC X.
          02 ISLERO-LLEGAD-W        PIC X(5).
          02 CONSEC-LLEGAD-W        PIC 9(3).
          02 RED-LLEGAD-W           PIC X.
          02 TERMINAL-LLEGAD-W      PIC X(10).
          02 APROB-LLEGAD-W         PIC X(6).
          02 FRANQ-LLEGAD-W         PIC X(10).
          02 TARJETA-LLEGAD-W       PIC X(4).
          02 RECIBO-LLEGAD-W        PIC X(6).
          02 NRO-COMB-LLEGAD-W      PIC X(6).
          02 VALOR-LLEGAD-W         PIC 9(11)V99.
          02 NIT-RED-LLEGAD-W       PIC 9(11).
          02 DIR-CONTAB-LLEGADA-W   PIC X(30).
          02 MES-CONTAB-LLEGADA-W   PIC X(5).
          02 LOTE-LLEGAD-W          PIC XX.
          02 CTA-BANCO-LLEGAD-W     PIC X(11).
          02 CTA-COMIS-LLEGAD-W     PIC X(11).
          02 CTA-RTEFTE-LLEGAD-W    PIC X(11).
          02 CTA-RTEIVA-LLEGAD-W    PIC X(11).
          02 CTA-RTEICA-LLEGAD-W    PIC X(11).
          02 CTA-PUENTE-LLEGAD-W    PIC X(11).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 PUNTERO-W          PIC 9(3).
          02 FECHA6-W           PIC 9(6).
          02 DIAS-CORTE-W       PIC S9(9).
          02 DIAS-VOU-W         PIC S9(9).
          02 DIAS-EDAD-W        PIC S9(5).
          02 NRO-COMP-W         PIC 9(6).
          02 LINEA-MOV-W        PIC 9(4)  VALUE 0.
          02 N-LEIDAS-W         PIC 9(5)  VALUE 0.
          02 N-CASADAS-W        PIC 9(5)  VALUE 0.
          02 N-NOVEDADES-W      PIC 9(5)  VALUE 0.
          02 N-VOUCHERS-W       PIC 9(5)  VALUE 0.
          02 TOT-ABONO-W        PIC S9(12)V99.
          02 TOT-COMISION-W     PIC S9(12)V99.
          02 TOT-RETEFTE-W      PIC S9(12)V99.
          02 TOT-RETEIVA-W      PIC S9(12)V99.
          02 TOT-RETEICA-W      PIC S9(12)V99.
          02 TOT-NETO-W         PIC S9(12)V99.
          02 SW-CASADO-W        PIC X     VALUE "N".
          02 SW-GRABADO-W       PIC X     VALUE "N".
          02 NOVEDAD-W          PIC X(20).
          02 DETALLE-COMP-W     PIC X(40).
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 VALOR2-EDIT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 ISLERO-NOV-W       PIC X(5).
          02 TURNO-NOV-W        PIC X.
          02 VALOR-VOU-NOV-W    PIC X(22).

      *    EL ADQUIRENTE ABONA A UNO O DOS DIAS; UN VOUCHER CON MAS
      *    DIAS QUE ESTOS SIN ABONO SE REPORTA COMO NO PAGADO.
       77 DIAS-ABONO-W          PIC 9(3)  VALUE 3.

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W     PIC 9.
          02 SEC2-CONTROL-W     PIC XX.

       01 LIN-JSON-W            PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 CONSEC-ENV         PIC 9(3).
          02 FILLER             PIC X VALUE "|".
          02 COMP-ENV           PIC X(6).
          02 FILLER             PIC X VALUE "|".
          02 VALOR-ENV          PIC X(22).

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.
       01 MES-JRN-ETI-W         PIC X(5).

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
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-USU-W               TO MSJ2-HTML
              MOVE "BOM139"                TO MSJ3-HTML
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
              MOVE "BOM139"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-VOUCHER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-VOUCHERS.
       ESCR-EXCEP-VOUCHER.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-VOU-W               TO MSJ2-HTML
              MOVE "BOM139"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-MOV                 TO MSJ2-HTML
              MOVE "BOM139"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LOTES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LOTES.
       ESCR-EXCEP-LOTES.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LOTE-LNK            TO MSJ2-HTML
              MOVE "BOM139"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LIQUIDA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LIQUIDACION.
       ESCR-EXCEP-LIQUIDA.
           IF OTR-STAT = "00" OR "10"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LIQ-W               TO MSJ2-HTML
              MOVE "BOM139"                TO MSJ3-HTML
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
              MOVE "BOM139"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM139" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W
           MOVE 1 TO PUNTERO-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPCION-LLEGAD-W
              WITH POINTER PUNTERO-W
           END-UNSTRING.

      *    LA CONTABILIZACION LLEVA LAS CUENTAS EN LUGAR DE LOS
      *    DATOS DEL VOUCHER PARA NO DESBORDAR LA LINEA DE LLEGADA.

           EVALUATE OPCION-LLEGAD-W
             WHEN "K"
                UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                   INTO FECHA-LLEGAD-W, RED-LLEGAD-W,
                        NIT-RED-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                        MES-CONTAB-LLEGADA-W, LOTE-LLEGAD-W,
                        CTA-BANCO-LLEGAD-W, CTA-COMIS-LLEGAD-W,
                        CTA-RTEFTE-LLEGAD-W, CTA-RTEIVA-LLEGAD-W,
                        CTA-RTEICA-LLEGAD-W, CTA-PUENTE-LLEGAD-W,
                        OPER-LLEGAD-W
                   WITH POINTER PUNTERO-W
                END-UNSTRING
             WHEN OTHER
                UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                   INTO FECHA-LLEGAD-W, TURNO-LLEGAD-W,
                        ISLERO-LLEGAD-W, CONSEC-LLEGAD-W,
                        RED-LLEGAD-W, TERMINAL-LLEGAD-W,
                        APROB-LLEGAD-W, FRANQ-LLEGAD-W,
                        TARJETA-LLEGAD-W, RECIBO-LLEGAD-W,
                        NRO-COMB-LLEGAD-W, VALOR-LLEGAD-W,
                        OPER-LLEGAD-W
                   WITH POINTER PUNTERO-W
                END-UNSTRING
           END-EVALUATE.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF.

           MOVE FECHA-LLEGAD-W (3:6) TO FECHA6-W.

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
           OR NIT-USUNET = ZEROS
              MOVE "Validacion de Sesion"        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "Sc"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-VOU-W NOM-LIQ-W NOM-PLANO-W NOM-MOV
                      NOM-LOTE-LNK
           MOVE "\\" TO NOM-VOU-W

           INSPECT NOM-VOU-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-VOU-W REPLACING FIRST " "
                                          BY "\"

           MOVE NOM-VOU-W TO NOM-LOTE-LNK NOM-MOV

           INSPECT NOM-VOU-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           INSPECT NOM-VOU-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHVOU.DAT"

           INSPECT NOM-LOTE-LNK REPLACING
                   FIRST "                          "
                   BY "PROG\DATOS\SC-ARCHLOTE.DAT"

           INSPECT NOM-MOV REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE SPACES TO NOM-LIQ-W
           STRING "C:\PROSOFT\TEMP\LIQ-TARJ-"   DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".TXT"                        DELIMITED BY SIZE
                  INTO NOM-LIQ-W
           END-STRING

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM139-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-VOUCHERS.
           OPEN I-O ARCHIVO-VOUCHERS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-VOUCHERS
              CLOSE       ARCHIVO-VOUCHERS
              OPEN I-O    ARCHIVO-VOUCHERS
           END-IF.

           EVALUATE OPCION-LLEGAD-W
             WHEN "V"   GO TO CAPTURAR-VOUCHER
             WHEN "B"   GO TO BORRAR-VOUCHER
             WHEN "I"   GO TO IMPORTAR-LIQUIDACION
             WHEN "P"   GO TO VOUCHERS-PENDIENTES
             WHEN "K"   GO TO CONTABILIZAR-ABONO
             WHEN OTHER
                  CLOSE ARCHIVO-VOUCHERS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "BOM139"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPCION "V": CAPTURA DE UN VOUCHER
      *=================================================================
       CAPTURAR-VOUCHER.
           IF TURNO-LLEGAD-W = SPACES
           OR ISLERO-LLEGAD-W = SPACES
           OR TERMINAL-LLEGAD-W = SPACES
           OR APROB-LLEGAD-W = SPACES
           OR VALOR-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-VOUCHERS
              MOVE "99"                                 TO MSJ1-HTML
              MOVE "Voucher incompleto (turno, islero, aprobacion)"
                   TO MSJ2-HTML
              MOVE "BOM139"                             TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF RED-LLEGAD-W NOT = "R" AND "C"
              CLOSE ARCHIVO-VOUCHERS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Red no valida (R/C)"          TO MSJ2-HTML
              MOVE "BOM139"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-VOUCHER
           MOVE FECHA-LLEGAD-W     TO FECHA-VOU
           MOVE TURNO-LLEGAD-W     TO TURNO-VOU
           MOVE ISLERO-LLEGAD-W    TO ISLERO-VOU
           MOVE 1                  TO CONSEC-VOU
           MOVE TERMINAL-LLEGAD-W  TO TERMINAL-VOU
           MOVE APROB-LLEGAD-W     TO APROBACION-VOU
           MOVE RED-LLEGAD-W       TO RED-VOU
           MOVE FRANQ-LLEGAD-W     TO FRANQUICIA-VOU
           MOVE TARJETA-LLEGAD-W   TO TARJETA-VOU
           MOVE RECIBO-LLEGAD-W    TO RECIBO-VOU
           MOVE NRO-COMB-LLEGAD-W  TO NRO-COMB-VOU
           MOVE VALOR-LLEGAD-W     TO VALOR-VOU
           MOVE "P"                TO ESTADO-VOU
           MOVE OPER-LLEGAD-W      TO OPER-VOU

           MOVE "N" TO SW-GRABADO-W
           PERFORM GRABAR-VOUCHER
                   UNTIL SW-GRABADO-W = "S" OR CONSEC-VOU > 998

           CLOSE ARCHIVO-VOUCHERS

           MOVE "00"        TO DAT0-ENV
           MOVE CONSEC-VOU  TO CONSEC-ENV
           MOVE SPACES      TO COMP-ENV
           MOVE VALOR-VOU   TO VALOR-EDIT
           MOVE VALOR-EDIT  TO VALOR-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPCION "B": BORRAR UN VOUCHER PENDIENTE
      *=================================================================
       BORRAR-VOUCHER.
           MOVE FECHA-LLEGAD-W  TO FECHA-VOU
           MOVE TURNO-LLEGAD-W  TO TURNO-VOU
           MOVE ISLERO-LLEGAD-W TO ISLERO-VOU
           MOVE CONSEC-LLEGAD-W TO CONSEC-VOU
           READ ARCHIVO-VOUCHERS
                INVALID KEY
                   MOVE SPACES TO ESTADO-VOU
           END-READ

           IF ESTADO-VOU NOT = "P"
              CLOSE ARCHIVO-VOUCHERS
              MOVE "99"                               TO MSJ1-HTML
              MOVE "Voucher no existe o ya fue liquidado"
                   TO MSJ2-HTML
              MOVE "BOM139"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           DELETE ARCHIVO-VOUCHERS END-DELETE
           CLOSE ARCHIVO-VOUCHERS

           MOVE "00"            TO DAT0-ENV
           MOVE CONSEC-LLEGAD-W TO CONSEC-ENV
           MOVE SPACES          TO COMP-ENV VALOR-ENV.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * OPCION "I": IMPORTAR LA LIQUIDACION DIARIA DE LA RED
      *=================================================================
       IMPORTAR-LIQUIDACION.
           OPEN INPUT  ARCHIVO-LIQUIDACION
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-VOUCHERS
              MOVE "99"                                TO MSJ1-HTML
              MOVE "No llego el archivo de liquidacion" TO MSJ2-HTML
              MOVE "BOM139"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*RED*:*"          DELIMITED BY SIZE
                  RED-LLEGAD-W        DELIMITED BY SIZE
                  "*,*NOVEDADES*:["   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM LEER-LINEA-LIQUIDACION UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*TERMINAL*:**}],*LEIDAS*:" DELIMITED BY SIZE
                  N-LEIDAS-W          DELIMITED BY SIZE
                  ",*CASADAS*:"       DELIMITED BY SIZE
                  N-CASADAS-W         DELIMITED BY SIZE
                  ",*NOVEDADES*:"     DELIMITED BY SIZE
                  N-NOVEDADES-W       DELIMITED BY SIZE
                  "}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-LIQUIDACION ARCHIVO-VOUCHERS
           GO TO ENVIAR-JSON.

      *=================================================================
      * OPCION "P": VOUCHERS CON NOVEDAD HASTA LA FECHA DE CORTE
      *=================================================================
       VOUCHERS-PENDIENTES.
           COMPUTE DIAS-CORTE-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-LLEGAD-W)

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*CORTE*:"         DELIMITED BY SIZE
                  FECHA-LLEGAD-W      DELIMITED BY SIZE
                  ",*VOUCHERS*:["     DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE LLAVE-VOU TOT-ABONO-W
           START ARCHIVO-VOUCHERS KEY IS NOT LESS LLAVE-VOU
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-VOUCHER-PENDIENTE UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           MOVE TOT-ABONO-W TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*FECHA*:0}],*NRO-VOUCHERS*:" DELIMITED BY SIZE
                  N-NOVEDADES-W       DELIMITED BY SIZE
                  ",*VALOR*:*"        DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-VOUCHERS.

       ENVIAR-JSON.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM139"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * OPCION "K": CONTABILIZAR EL ABONO DE UN DIA DE LA RED
      *=================================================================
       CONTABILIZAR-ABONO.
           IF LOTE-LLEGAD-W = SPACES
           OR CTA-BANCO-LLEGAD-W = SPACES
           OR CTA-COMIS-LLEGAD-W = SPACES
           OR CTA-PUENTE-LLEGAD-W = SPACES
              CLOSE ARCHIVO-VOUCHERS
              MOVE "99"                            TO MSJ1-HTML
              MOVE "Faltan datos de contabilizacion" TO MSJ2-HTML
              MOVE "BOM139"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE TOT-ABONO-W TOT-COMISION-W TOT-RETEFTE-W
                      TOT-RETEIVA-W TOT-RETEICA-W TOT-NETO-W
                      N-VOUCHERS-W

           MOVE FECHA-LLEGAD-W TO FECHA-ABONO-VOU
           START ARCHIVO-VOUCHERS KEY IS NOT LESS FECHA-ABONO-VOU
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM SUMAR-ABONO-VOUCHER UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF N-VOUCHERS-W = ZEROS
              CLOSE ARCHIVO-VOUCHERS
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Sin abonos por contabilizar en la fecha"
                   TO MSJ2-HTML
              MOVE "BOM139"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ARMAR-NOMBRE-MOVIMIENTO
           PERFORM TOMAR-NUMERO-SECUENCIA

           MOVE SPACES TO DETALLE-COMP-W
           IF RED-LLEGAD-W = "R"
              MOVE "ABONO TARJETAS REDEBAN "    TO DETALLE-COMP-W
           ELSE
              MOVE "ABONO TARJETAS CREDIBANCO " TO DETALLE-COMP-W
           END-IF
           MOVE FECHA-LLEGAD-W TO DETALLE-COMP-W (27:8)

           MOVE CTA-BANCO-LLEGAD-W TO CUENTA-MOV
           MOVE TOT-NETO-W         TO VALOR-MOV
           PERFORM GRABAR-LINEA-MOV

           IF TOT-COMISION-W NOT = ZEROS
              MOVE CTA-COMIS-LLEGAD-W  TO CUENTA-MOV
              MOVE TOT-COMISION-W      TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF TOT-RETEFTE-W NOT = ZEROS
              MOVE CTA-RTEFTE-LLEGAD-W TO CUENTA-MOV
              MOVE TOT-RETEFTE-W       TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF TOT-RETEIVA-W NOT = ZEROS
              MOVE CTA-RTEIVA-LLEGAD-W TO CUENTA-MOV
              MOVE TOT-RETEIVA-W       TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF TOT-RETEICA-W NOT = ZEROS
              MOVE CTA-RTEICA-LLEGAD-W TO CUENTA-MOV
              MOVE TOT-RETEICA-W       TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

      *    EL CREDITO A LA PUENTE ES LA SUMA DE LAS LINEAS DEBITO
      *    PARA QUE EL COMPROBANTE QUEDE CUADRADO AUNQUE LA RED
      *    REDONDEE DISTINTO EL NETO.

           MOVE CTA-PUENTE-LLEGAD-W TO CUENTA-MOV
           COMPUTE VALOR-MOV = (TOT-NETO-W + TOT-COMISION-W
                             + TOT-RETEFTE-W + TOT-RETEIVA-W
                             + TOT-RETEICA-W) * -1
           PERFORM GRABAR-LINEA-MOV

           CLOSE MOVIMIENTO-DIARIO

      *    SE MARCAN LOS VOUCHERS CON EL COMPROBANTE PARA QUE NO SE
      *    CONTABILICEN DOS VECES.

           MOVE FECHA-LLEGAD-W TO FECHA-ABONO-VOU
           START ARCHIVO-VOUCHERS KEY IS NOT LESS FECHA-ABONO-VOU
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM MARCAR-ABONO-VOUCHER UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-VOUCHERS

           MOVE "00"           TO DAT0-ENV
           MOVE ZEROS          TO CONSEC-ENV
           MOVE NRO-COMP-W     TO COMP-ENV
           MOVE TOT-ABONO-W    TO VALOR-EDIT
           MOVE VALOR-EDIT     TO VALOR-ENV
           GO TO ENVIO-DATOS.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

      *=================================================================
      * RUTINAS
      *=================================================================
       GRABAR-VOUCHER.
           WRITE REG-VOUCHER
                 INVALID KEY
                    ADD 1 TO CONSEC-VOU
                 NOT INVALID KEY
                    MOVE "S" TO SW-GRABADO-W
           END-WRITE.

       LEER-LINEA-LIQUIDACION.
           READ ARCHIVO-LIQUIDACION NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND TIPO-REG-LIQ = "2"
              ADD 1 TO N-LEIDAS-W
              PERFORM CASAR-LINEA-LIQUIDACION
              MOVE "00" TO OTR-STAT
           END-IF.

      *    EL VOUCHER SE BUSCA POR TERMINAL + APROBACION (LLAVE
      *    ALTERNA CON DUPLICADOS) Y SE CONFIRMA CON LA FECHA DE
      *    VENTA Y LA RED, PORQUE LOS NUMEROS DE APROBACION SE
      *    REPITEN ENTRE DIAS.

       CASAR-LINEA-LIQUIDACION.
           MOVE "N"            TO SW-CASADO-W
           MOVE TERMINAL-LIQ   TO TERMINAL-VOU
           MOVE APROBACION-LIQ TO APROBACION-VOU
           START ARCHIVO-VOUCHERS KEY IS EQUAL LLAVE-APROB-VOU
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START

           PERFORM BUSCAR-VOUCHER-LIQUIDACION
                   UNTIL OTR-STAT NOT = "00" OR SW-CASADO-W = "S"

           IF SW-CASADO-W = "N"
              MOVE "SIN VOUCHER" TO NOVEDAD-W
              PERFORM ESCRIBIR-NOVEDAD-LIQUIDACION
           END-IF.

       BUSCAR-VOUCHER-LIQUIDACION.
           READ ARCHIVO-VOUCHERS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TERMINAL-VOU   NOT = TERMINAL-LIQ
              OR APROBACION-VOU NOT = APROBACION-LIQ
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  FECHA-VOU = FECHA-VENTA-LIQ
                 AND RED-VOU   = RED-LLEGAD-W
                    MOVE "S" TO SW-CASADO-W
                    PERFORM APLICAR-LIQUIDACION
                 END-IF
              END-IF
           END-IF.

       APLICAR-LIQUIDACION.
           ADD 1 TO N-CASADAS-W
           MOVE FECHA-ABONO-LIQ TO FECHA-ABONO-VOU
           MOVE VALOR-LIQ       TO VLR-ABONO-VOU
           MOVE COMISION-LIQ    TO COMISION-VOU
           MOVE RETEFTE-LIQ     TO RETEFTE-VOU
           MOVE RETEIVA-LIQ     TO RETEIVA-VOU
           MOVE RETEICA-LIQ     TO RETEICA-VOU
           MOVE NETO-LIQ        TO NETO-VOU

           EVALUATE TRUE
             WHEN ESTADO-LIQ = "R"
                  MOVE "R" TO ESTADO-VOU
                  MOVE "RECHAZADO"   TO NOVEDAD-W
             WHEN ESTADO-LIQ = "X"
                  MOVE "X" TO ESTADO-VOU
                  MOVE "CONTRACARGO" TO NOVEDAD-W
             WHEN VALOR-LIQ NOT = VALOR-VOU
                  MOVE "D" TO ESTADO-VOU
                  MOVE "VALOR DISTINTO" TO NOVEDAD-W
             WHEN OTHER
                  MOVE "A" TO ESTADO-VOU
                  MOVE SPACES TO NOVEDAD-W
           END-EVALUATE

           REWRITE REG-VOUCHER END-REWRITE

           IF NOVEDAD-W NOT = SPACES
              PERFORM ESCRIBIR-NOVEDAD-LIQUIDACION
           END-IF.

       ESCRIBIR-NOVEDAD-LIQUIDACION.
           ADD 1 TO N-NOVEDADES-W
           MOVE VALOR-LIQ TO VALOR-EDIT
           MOVE SPACES    TO ISLERO-NOV-W TURNO-NOV-W VALOR-VOU-NOV-W
           IF SW-CASADO-W = "S"
              MOVE ISLERO-VOU  TO ISLERO-NOV-W
              MOVE TURNO-VOU   TO TURNO-NOV-W
              MOVE VALOR-VOU   TO VALOR2-EDIT
              MOVE VALOR2-EDIT TO VALOR-VOU-NOV-W
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*TERMINAL*:*"     DELIMITED BY SIZE
                  TERMINAL-LIQ        DELIMITED BY "  "
                  "*,*APROBACION*:*"  DELIMITED BY SIZE
                  APROBACION-LIQ      DELIMITED BY SIZE
                  "*,*FECHA*:"        DELIMITED BY SIZE
                  FECHA-VENTA-LIQ     DELIMITED BY SIZE
                  ",*NOVEDAD*:*"      DELIMITED BY SIZE
                  NOVEDAD-W           DELIMITED BY "  "
                  "*,*VALOR-RED*:*"   DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  "*,*ISLERO*:*"      DELIMITED BY SIZE
                  ISLERO-NOV-W        DELIMITED BY SIZE
                  "*,*TURNO*:*"       DELIMITED BY SIZE
                  TURNO-NOV-W         DELIMITED BY SIZE
                  "*,*VALOR-VOUCHER*:*" DELIMITED BY SIZE
                  VALOR-VOU-NOV-W     DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       LEER-VOUCHER-PENDIENTE.
           READ ARCHIVO-VOUCHERS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-VOU > FECHA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM REVISAR-VOUCHER-PENDIENTE
              END-IF
           END-IF.

       REVISAR-VOUCHER-PENDIENTE.
           COMPUTE DIAS-VOU-W = FUNCTION INTEGER-OF-DATE (FECHA-VOU)
           COMPUTE DIAS-EDAD-W = DIAS-CORTE-W - DIAS-VOU-W
           MOVE SPACES TO NOVEDAD-W

           EVALUATE ESTADO-VOU
             WHEN "P"
                  IF DIAS-EDAD-W > DIAS-ABONO-W
                     MOVE "SIN ABONO"      TO NOVEDAD-W
                  END-IF
             WHEN "D" MOVE "VALOR DISTINTO" TO NOVEDAD-W
             WHEN "R" MOVE "RECHAZADO"      TO NOVEDAD-W
             WHEN "X" MOVE "CONTRACARGO"    TO NOVEDAD-W
           END-EVALUATE

           IF NOVEDAD-W NOT = SPACES
              ADD 1 TO N-NOVEDADES-W
              ADD VALOR-VOU TO TOT-ABONO-W
              MOVE VALOR-VOU TO VALOR-EDIT
              MOVE SPACES TO LIN-JSON-W
              STRING "{*FECHA*:"        DELIMITED BY SIZE
                     FECHA-VOU          DELIMITED BY SIZE
                     ",*TURNO*:*"       DELIMITED BY SIZE
                     TURNO-VOU          DELIMITED BY SIZE
                     "*,*ISLERO*:*"     DELIMITED BY SIZE
                     ISLERO-VOU         DELIMITED BY SIZE
                     "*,*RED*:*"        DELIMITED BY SIZE
                     RED-VOU            DELIMITED BY SIZE
                     "*,*TERMINAL*:*"   DELIMITED BY SIZE
                     TERMINAL-VOU       DELIMITED BY "  "
                     "*,*APROBACION*:*" DELIMITED BY SIZE
                     APROBACION-VOU     DELIMITED BY SIZE
                     "*,*PLANILLA*:*"   DELIMITED BY SIZE
                     NRO-COMB-VOU       DELIMITED BY SIZE
                     "*,*DIAS*:"        DELIMITED BY SIZE
                     DIAS-EDAD-W        DELIMITED BY SIZE
                     ",*NOVEDAD*:*"     DELIMITED BY SIZE
                     NOVEDAD-W          DELIMITED BY "  "
                     "*,*VALOR*:*"      DELIMITED BY SIZE
                     VALOR-EDIT         DELIMITED BY SIZE
                     "*},"              DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       SUMAR-ABONO-VOUCHER.
           READ ARCHIVO-VOUCHERS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-ABONO-VOU NOT = FECHA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  RED-VOU = RED-LLEGAD-W
                 AND (ESTADO-VOU = "A" OR "D")
                 AND COMP-CONTAB-VOU = SPACES
                    ADD 1             TO N-VOUCHERS-W
                    ADD VLR-ABONO-VOU TO TOT-ABONO-W
                    ADD COMISION-VOU  TO TOT-COMISION-W
                    ADD RETEFTE-VOU   TO TOT-RETEFTE-W
                    ADD RETEIVA-VOU   TO TOT-RETEIVA-W
                    ADD RETEICA-VOU   TO TOT-RETEICA-W
                    ADD NETO-VOU      TO TOT-NETO-W
                 END-IF
              END-IF
           END-IF.

       MARCAR-ABONO-VOUCHER.
           READ ARCHIVO-VOUCHERS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-ABONO-VOU NOT = FECHA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  RED-VOU = RED-LLEGAD-W
                 AND (ESTADO-VOU = "A" OR "D")
                 AND COMP-CONTAB-VOU = SPACES
                    STRING SECU-CONTROL-W DELIMITED BY SIZE
                           NRO-COMP-W     DELIMITED BY SIZE
                           INTO COMP-CONTAB-VOU
                    END-STRING
                    REWRITE REG-VOUCHER END-REWRITE
                 END-IF
              END-IF
           END-IF.

       ARMAR-NOMBRE-MOVIMIENTO.
           OPEN INPUT ARCHIVO-LOTES
           MOVE LOTE-LLEGAD-W  TO COD-LOTE
           READ ARCHIVO-LOTES
                INVALID KEY
                   MOVE 1 TO CONSEC-LOTE
           END-READ
           CLOSE ARCHIVO-LOTES.

           IF CONSEC-LOTE = 1
              INSPECT NOM-MOV REPLACING
                      FIRST "                       "
                      BY "\CONTROL\SC-ARCHMOV.DAT"
              MOVE "CTL" TO MES-JRN-ETI-W
           ELSE
              INSPECT NOM-MOV REPLACING FIRST "     "
                                           BY MES-CONTAB-LLEGADA-W
              INSPECT NOM-MOV REPLACING FIRST "              "
                                           BY "SC-ARCHMOV.DAT"
              MOVE MES-CONTAB-LLEGADA-W TO MES-JRN-ETI-W
           END-IF.

      *    MISMA CONVENCION DE CON007X: EL REGISTRO "99999999" DE LA
      *    SECUENCIA "0"+LOTE GUARDA EL ULTIMO NUMERO ASIGNADO.

       TOMAR-NUMERO-SECUENCIA.
           OPEN I-O MOVIMIENTO-DIARIO.

           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF.

           INITIALIZE MOV-DIARIO
           MOVE 0              TO SEC1-CONTROL-W
           MOVE LOTE-LLEGAD-W  TO SEC2-CONTROL-W
           MOVE SECU-CONTROL-W TO SECU-MOV
           MOVE "99999999"     TO LLAVE-COMP-MOV

           READ MOVIMIENTO-DIARIO KEY IS SECUENCIA-MOV
                INVALID KEY
                    MOVE 1            TO NRO-COMP-W
                    MOVE NRO-COMP-W   TO ULT-NRO-MOV
                    MOVE "ABONOS TARJETAS" TO DETALLE-MOV
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
           MOVE NIT-RED-LLEGAD-W TO ID-MOV
           MOVE FECHA6-W         TO FECHA-MOV
           MOVE SPACES           TO COSTO-MOV
           MOVE FECHA-LLEGAD-W   TO REFER-MOV
           MOVE DETALLE-COMP-W   TO DETALLE-MOV
           MOVE FECHA6-W         TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W    TO OPER-MOV
           MOVE LINEA-MOV-W      TO CONSEC-FEC-MOV

           WRITE MOV-DIARIO END-WRITE
           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-MOV
           INITIALIZE CUENTA-MOV ID-MOV VALOR-MOV.

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
           STRING "MOV-"         DELIMITED BY SIZE
                  MES-JRN-ETI-W  DELIMITED BY "  "
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
