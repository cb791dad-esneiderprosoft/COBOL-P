      *=================================================================
      * CONTABILIDAD - CAJAS MENORES:
      *                - OPC "F": GRABA/ACTUALIZA EL FONDO (SC-ARCHCMF)
      *                  CON SU RESPONSABLE (TERCERO), CENTRO DE COSTO,
      *                  MONTO APROBADO, UMBRAL DE REEMBOLSO (% DEL
      *                  MONTO GASTADO, 70 SI NO SE INDICA) Y CUENTAS.
      *                - OPC "V": GRABA EL VALE (SC-ARCHCMV): TERCERO,
      *                  CONCEPTO, CUENTA DE GASTO, BASE, IVA Y
      *                  RETENCION. NRO EN CERO TOMA EL SIGUIENTE DEL
      *                  FONDO; ESTADO "A" ANULA UN VALE PENDIENTE. EL
      *                  NETO PENDIENTE NO PUEDE PASAR DEL MONTO.
      *                - OPC "L": VALES DEL FONDO EN JSON (PENDIENTES,
      *                  O TODOS CON ESTADO "T").
      *                - OPC "R": SOLICITUD DE REEMBOLSO: LISTA LOS
      *                  VALES PENDIENTES Y LOS CONTABILIZA EN UN
      *                  COMPROBANTE POR LA SECUENCIA DEL LOTE
      *                  (CONVENCION DE CON007X): DB GASTO POR VALE,
      *                  CR RETENCION Y CR A LA CUENTA DE REEMBOLSO
      *                  POR EL NETO. SOLO SI EL FONDO LLEGO AL UMBRAL
      *                  (O SE FUERZA CON "S").
      *                - OPC "Q": ARQUEO: MONTO DEL FONDO CONTRA
      *                  EFECTIVO CONTADO MAS VALES SIN REEMBOLSAR.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON877".

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
            COPY "P:\PROG\PROYECT\FUENTES\FS-CMFON.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-CMVAL.CBL".

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
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CMFON.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CMVAL.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COSTO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-CMF-W                    PIC X(70).
       01 NOM-CMV-W                    PIC X(70).
       01 NOM-TER-W                    PIC X(70).
       01 NOM-COSTO-W                  PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 OPER-LLEGAD-W             PIC 9(4).
          02 FONDO-LLEGAD-W            PIC X(4).
          02 DATO-F-LLEGAD-W.
             03 DESCRIP-LLEGAD-W       PIC X(30).
             03 RESPONS-LLEGAD-W       PIC 9(11).
             03 CCOSTO-LLEGAD-W        PIC X(4).
             03 MONTO-LLEGAD-W         PIC 9(11)V99.
             03 UMBRAL-LLEGAD-W        PIC 99.
             03 ESTADO-F-LLEGAD-W      PIC X.
             03 CTA-FONDO-LLEGAD-W     PIC X(11).
             03 CTA-REEMB-LLEGAD-W     PIC X(11).
             03 CTA-RETEN-LLEGAD-W     PIC X(11).
             03 FILLER                 PIC X(21).
          02 DATO-V-LLEGAD-W REDEFINES DATO-F-LLEGAD-W.
             03 NRO-VALE-LLEGAD-W      PIC 9(6).
             03 FECHA-VALE-LLEGAD-W    PIC 9(8).
             03 TERCERO-LLEGAD-W       PIC 9(11).
             03 CONCEPTO-LLEGAD-W      PIC X(30).
             03 CUENTA-LLEGAD-W        PIC X(11).
             03 BASE-LLEGAD-W          PIC 9(11)V99.
             03 IVA-LLEGAD-W           PIC 9(11)V99.
             03 PORC-RET-LLEGAD-W      PIC 99V99.
             03 CTA-RET-LLEGAD-W       PIC X(11).
             03 ESTADO-V-LLEGAD-W      PIC X.
          02 DATO-R-LLEGAD-W REDEFINES DATO-F-LLEGAD-W.
             03 LOTE-LLEGAD-W          PIC XX.
             03 FORZAR-LLEGAD-W        PIC X.
             03 EFECTIVO-LLEGAD-W      PIC 9(11)V99.
             03 FILLER                 PIC X(99).

       01 VARIABLES.
          02 FECHA-HOY-W            PIC 9(8).
          02 NRO-COMP-W             PIC 9(6).
          02 LINEA-MOV-W            PIC 9(4).
          02 FECHA6-W               PIC 9(6).
          02 PUNT-W                 PIC 9(4).
          02 CANT-VALES-W           PIC 9(4) VALUE 0.
          02 PENDIENTE-W            PIC S9(13)V99 VALUE 0.
          02 TOTAL-NETO-W           PIC S9(13)V99 VALUE 0.
          02 DIFERENCIA-W           PIC S9(13)V99.
          02 NETO-ANT-W             PIC 9(11)V99.
          02 DETALLE-COMP-W         PIC X(40).
          02 REFER-W                PIC X(10).
          02 SW-TODOS-W             PIC X.

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W         PIC 9.
          02 SEC2-CONTROL-W         PIC XX.

       01 VALOR-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 BASE-EDIT                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 RETEN-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 LIN-JSON-W                PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 NRO-ENV                PIC 9(6).
          02 FILLER                 PIC X VALUE "|".
          02 COMP-ENV               PIC 9(6).
          02 FILLER                 PIC X VALUE "|".
          02 VALOR-ENV              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

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
              MOVE "CON877"                 TO MSJ3-HTML
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
              MOVE "CON877"                 TO MSJ3-HTML
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
              MOVE "CON877"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-FONDOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FONDOS-CM.
       ESCR-EXCEP-FONDOS.
           IF OTR-STAT = "00" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-CMF-W                TO MSJ2-HTML
              MOVE "CON877"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-VALES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-VALES-CM.
       ESCR-EXCEP-VALES.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-CMV-W                TO MSJ2-HTML
              MOVE "CON877"                 TO MSJ3-HTML
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
              MOVE "CON877"                 TO MSJ3-HTML
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
              MOVE "CON877"                 TO MSJ3-HTML
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
              MOVE "CON877"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON877" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    OPER-LLEGAD-W, FONDO-LLEGAD-W
           END-UNSTRING

           EVALUATE OPC-LLEGAD-W
             WHEN "F"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, FONDO-LLEGAD-W,
                           DESCRIP-LLEGAD-W, RESPONS-LLEGAD-W,
                           CCOSTO-LLEGAD-W, MONTO-LLEGAD-W,
                           UMBRAL-LLEGAD-W, ESTADO-F-LLEGAD-W,
                           CTA-FONDO-LLEGAD-W, CTA-REEMB-LLEGAD-W,
                           CTA-RETEN-LLEGAD-W
                  END-UNSTRING
             WHEN "V"
             WHEN "L"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, FONDO-LLEGAD-W,
                           NRO-VALE-LLEGAD-W, FECHA-VALE-LLEGAD-W,
                           TERCERO-LLEGAD-W, CONCEPTO-LLEGAD-W,
                           CUENTA-LLEGAD-W, BASE-LLEGAD-W,
                           IVA-LLEGAD-W, PORC-RET-LLEGAD-W,
                           CTA-RET-LLEGAD-W, ESTADO-V-LLEGAD-W
                  END-UNSTRING
             WHEN "R"
             WHEN "Q"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, FONDO-LLEGAD-W,
                           LOTE-LLEGAD-W, FORZAR-LLEGAD-W,
                           EFECTIVO-LLEGAD-W
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
              MOVE "CON877"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-CMF-W NOM-CMV-W NOM-TER-W NOM-COSTO-W
                      NOM-MOV NOM-PLANO-W

           MOVE "\\" TO NOM-CMF-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-CMF-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-CMF-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-CMF-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-CMF-W TO NOM-CMV-W NOM-TER-W NOM-COSTO-W NOM-MOV

           INSPECT NOM-CMF-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCMF.DAT"
           INSPECT NOM-CMV-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCMV.DAT"
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"
           INSPECT NOM-COSTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCOS.DAT"

           INSPECT NOM-MOV REPLACING FIRST "     "
                                        BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                                        BY "SC-ARCHMOV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-CAJAMEN-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W         DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-FONDOS.
           IF FONDO-LLEGAD-W = SPACES
              MOVE "99"                  TO MSJ1-HTML
              MOVE "Falta el fondo"      TO MSJ2-HTML
              MOVE "CON877"              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-FONDOS-CM
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-FONDOS-CM
              CLOSE       ARCHIVO-FONDOS-CM
              OPEN I-O    ARCHIVO-FONDOS-CM
           END-IF

           OPEN I-O ARCHIVO-VALES-CM
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-VALES-CM
              CLOSE       ARCHIVO-VALES-CM
              OPEN I-O    ARCHIVO-VALES-CM
           END-IF

           MOVE FONDO-LLEGAD-W TO COD-FONDO-CMF
           READ ARCHIVO-FONDOS-CM
                INVALID KEY
                   IF OPC-LLEGAD-W NOT = "F"
                      CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
                      MOVE "99"                  TO MSJ1-HTML
                      MOVE "Fondo no existe"     TO MSJ2-HTML
                      MOVE "CON877"              TO MSJ3-HTML
                      GO TO ENVIAR2-ERROR
                   END-IF
                   INITIALIZE REG-FONDO-CM
                   MOVE FONDO-LLEGAD-W TO COD-FONDO-CMF
           END-READ.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "F"   GO TO GRABAR-FONDO
             WHEN "V"   GO TO GRABAR-VALE
             WHEN "L"   GO TO LISTAR-VALES
             WHEN "R"   GO TO REEMBOLSAR-FONDO
             WHEN "Q"   GO TO ARQUEAR-FONDO
             WHEN OTHER
                  CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON877"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "F": FONDO DE CAJA MENOR
      *=================================================================
       GRABAR-FONDO.
           IF MONTO-LLEGAD-W = ZEROS
           OR CTA-FONDO-LLEGAD-W = SPACES
           OR CTA-REEMB-LLEGAD-W = SPACES
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                                 TO MSJ1-HTML
              MOVE "Falta monto, cuenta del fondo o de reembolso"
                                                        TO MSJ2-HTML
              MOVE "CON877"                             TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-TERCEROS
           MOVE RESPONS-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   CLOSE ARCHIVO-TERCEROS ARCHIVO-FONDOS-CM
                         ARCHIVO-VALES-CM
                   MOVE "99"                              TO MSJ1-HTML
                   MOVE "El responsable no existe como tercero"
                                                          TO MSJ2-HTML
                   MOVE "CON877"                          TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-TERCEROS

           OPEN INPUT ARCHIVO-COSTO
           MOVE CCOSTO-LLEGAD-W TO COD-COSTO
           READ ARCHIVO-COSTO
                INVALID KEY
                   CLOSE ARCHIVO-COSTO ARCHIVO-FONDOS-CM
                         ARCHIVO-VALES-CM
                   MOVE "99"                          TO MSJ1-HTML
                   MOVE "Centro de costo no existe"   TO MSJ2-HTML
                   MOVE "CON877"                      TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COSTO

           MOVE DESCRIP-LLEGAD-W    TO DESCRIP-CMF
           MOVE RESPONS-LLEGAD-W    TO RESPONSABLE-CMF
           MOVE CCOSTO-LLEGAD-W     TO CCOSTO-CMF
           MOVE MONTO-LLEGAD-W      TO MONTO-CMF
           MOVE UMBRAL-LLEGAD-W     TO UMBRAL-CMF
           IF UMBRAL-CMF = ZEROS
              MOVE 70 TO UMBRAL-CMF
           END-IF
           MOVE ESTADO-F-LLEGAD-W   TO ESTADO-CMF
           IF ESTADO-CMF NOT = "I"
              MOVE "A" TO ESTADO-CMF
           END-IF
           MOVE CTA-FONDO-LLEGAD-W  TO CTA-FONDO-CMF
           MOVE CTA-REEMB-LLEGAD-W  TO CTA-REEMB-CMF
           MOVE CTA-RETEN-LLEGAD-W  TO CTA-RETEN-CMF
           MOVE OPER-LLEGAD-W       TO OPER-CMF
           MOVE FECHA-HOY-W         TO FECHA-GRAB-CMF

           WRITE REG-FONDO-CM
                 INVALID KEY
                    REWRITE REG-FONDO-CM END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "V": VALE DE CAJA MENOR
      *=================================================================
       GRABAR-VALE.
           IF NOT CMF-ACTIVO
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                  TO MSJ1-HTML
              MOVE "El fondo esta inactivo" TO MSJ2-HTML
              MOVE "CON877"              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF ESTADO-V-LLEGAD-W = "A"
              GO TO ANULAR-VALE
           END-IF

           IF TERCERO-LLEGAD-W = ZEROS
           OR CUENTA-LLEGAD-W = SPACES
           OR BASE-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                             TO MSJ1-HTML
              MOVE "Falta tercero, cuenta o base del vale"
                                                    TO MSJ2-HTML
              MOVE "CON877"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-TERCEROS
           MOVE TERCERO-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   CLOSE ARCHIVO-TERCEROS ARCHIVO-FONDOS-CM
                         ARCHIVO-VALES-CM
                   MOVE "99"                      TO MSJ1-HTML
                   MOVE "Tercero no existe"       TO MSJ2-HTML
                   MOVE "CON877"                  TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-TERCEROS

      *    NETO QUE YA ESTA PENDIENTE EN EL FONDO (SIN ESTE VALE)
           MOVE ZEROS TO NETO-ANT-W
           PERFORM SUMAR-PENDIENTES

           IF NRO-VALE-LLEGAD-W = ZEROS
              ADD 1 TO ULT-VALE-CMF
              MOVE ULT-VALE-CMF TO NRO-VALE-LLEGAD-W
              INITIALIZE REG-VALE-CM
           ELSE
              MOVE FONDO-LLEGAD-W    TO COD-FONDO-CMV
              MOVE NRO-VALE-LLEGAD-W TO NRO-VALE-CMV
              READ ARCHIVO-VALES-CM
                   INVALID KEY
                      INITIALIZE REG-VALE-CM
              END-READ
              IF CMV-REEMBOLSADO OR CMV-ANULADO
                 CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
                 MOVE "99"                              TO MSJ1-HTML
                 MOVE "El vale ya esta reembolsado o anulado"
                                                        TO MSJ2-HTML
                 MOVE "CON877"                          TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
              IF CMV-PENDIENTE
                 MOVE NETO-CMV TO NETO-ANT-W
              END-IF
              IF NRO-VALE-LLEGAD-W > ULT-VALE-CMF
                 MOVE NRO-VALE-LLEGAD-W TO ULT-VALE-CMF
              END-IF
           END-IF

           MOVE FONDO-LLEGAD-W      TO COD-FONDO-CMV
           MOVE NRO-VALE-LLEGAD-W   TO NRO-VALE-CMV
           MOVE "P"                 TO ESTADO-CMV
           MOVE FECHA-VALE-LLEGAD-W TO FECHA-CMV
           IF FECHA-CMV = ZEROS
              MOVE FECHA-HOY-W TO FECHA-CMV
           END-IF
           MOVE TERCERO-LLEGAD-W    TO TERCERO-CMV
           MOVE CONCEPTO-LLEGAD-W   TO CONCEPTO-CMV
           MOVE CUENTA-LLEGAD-W     TO CUENTA-CMV
           MOVE BASE-LLEGAD-W       TO BASE-CMV
           MOVE IVA-LLEGAD-W        TO IVA-CMV
           MOVE PORC-RET-LLEGAD-W   TO PORC-RET-CMV
           COMPUTE RETENCION-CMV ROUNDED =
                   BASE-CMV * PORC-RET-CMV / 100
           MOVE CTA-RET-LLEGAD-W    TO CTA-RET-CMV
           IF CTA-RET-CMV = SPACES
              MOVE CTA-RETEN-CMF TO CTA-RET-CMV
           END-IF
           IF RETENCION-CMV NOT = ZEROS AND CTA-RET-CMV = SPACES
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Falta la cuenta de retencion"    TO MSJ2-HTML
              MOVE "CON877"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           COMPUTE NETO-CMV = BASE-CMV + IVA-CMV - RETENCION-CMV

           IF PENDIENTE-W - NETO-ANT-W + NETO-CMV > MONTO-CMF
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                                TO MSJ1-HTML
              MOVE "El vale supera el efectivo disponible del fondo"
                                                       TO MSJ2-HTML
              MOVE "CON877"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE OPER-LLEGAD-W       TO OPER-CMV
           MOVE FECHA-HOY-W         TO FECHA-GRAB-CMV

           WRITE REG-VALE-CM
                 INVALID KEY
                    REWRITE REG-VALE-CM END-REWRITE
           END-WRITE

           REWRITE REG-FONDO-CM END-REWRITE

           CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
           MOVE NRO-VALE-CMV TO NRO-ENV
           MOVE NETO-CMV     TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       ANULAR-VALE.
           MOVE FONDO-LLEGAD-W    TO COD-FONDO-CMV
           MOVE NRO-VALE-LLEGAD-W TO NRO-VALE-CMV
           READ ARCHIVO-VALES-CM
                INVALID KEY
                   CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "Vale no existe"       TO MSJ2-HTML
                   MOVE "CON877"               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT CMV-PENDIENTE
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                               TO MSJ1-HTML
              MOVE "Solo se anula un vale pendiente"  TO MSJ2-HTML
              MOVE "CON877"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "A"           TO ESTADO-CMV
           MOVE OPER-LLEGAD-W TO OPER-CMV
           MOVE FECHA-HOY-W   TO FECHA-GRAB-CMV
           REWRITE REG-VALE-CM END-REWRITE

           CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
           MOVE NRO-VALE-CMV TO NRO-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "L": VALES DEL FONDO
      *=================================================================
       LISTAR-VALES.
           MOVE ESTADO-V-LLEGAD-W TO SW-TODOS-W

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*VALES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM POSICIONAR-VALES
           PERFORM LISTAR-UN-VALE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM CERRAR-JSON-VALES

           CLOSE ARCHIVO-JSON ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
           MOVE CANT-VALES-W TO NRO-ENV
           MOVE TOTAL-NETO-W TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       LISTAR-UN-VALE.
           PERFORM LEER-VALE-FONDO

           IF OTR-STAT = "00"
              IF CMV-PENDIENTE OR SW-TODOS-W = "T"
                 PERFORM ESCRIBIR-VALE-JSON
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

      *=================================================================
      * OPC "R": SOLICITUD DE REEMBOLSO Y COMPROBANTE
      *=================================================================
       REEMBOLSAR-FONDO.
           IF LOTE-LLEGAD-W = SPACES
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                  TO MSJ1-HTML
              MOVE "Falta el lote"       TO MSJ2-HTML
              MOVE "CON877"              TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM SUMAR-PENDIENTES

           IF PENDIENTE-W = ZEROS
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                            TO MSJ1-HTML
              MOVE "No hay vales pendientes"       TO MSJ2-HTML
              MOVE "CON877"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF PENDIENTE-W * 100 < MONTO-CMF * UMBRAL-CMF
           AND FORZAR-LLEGAD-W NOT = "S"
              CLOSE ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
              MOVE "99"                                TO MSJ1-HTML
              MOVE "El fondo no ha llegado al umbral de reembolso"
                                                       TO MSJ2-HTML
              MOVE "CON877"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           ADD 1 TO ULT-REEMB-CMF
           MOVE FECHA-HOY-W (3:6) TO FECHA6-W

           OPEN I-O MOVIMIENTO-DIARIO
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-DIARIO
              CLOSE       MOVIMIENTO-DIARIO
              OPEN I-O    MOVIMIENTO-DIARIO
           END-IF

           PERFORM TOMAR-NUMERO-SECUENCIA

           MOVE SPACES TO DETALLE-COMP-W REFER-W
           STRING "REEMBOLSO CAJA MENOR " DELIMITED BY SIZE
                  COD-FONDO-CMF           DELIMITED BY SIZE
                  " No "                  DELIMITED BY SIZE
                  ULT-REEMB-CMF           DELIMITED BY SIZE
                  INTO DETALLE-COMP-W
           END-STRING
           STRING "CM"          DELIMITED BY SIZE
                  COD-FONDO-CMF DELIMITED BY SIZE
                  ULT-REEMB-CMF DELIMITED BY SIZE
                  INTO REFER-W
           END-STRING

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*VALES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LINEA-MOV-W
           MOVE SPACE TO SW-TODOS-W
           PERFORM POSICIONAR-VALES
           PERFORM REEMBOLSAR-VALE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

      *    CR A LA CUENTA DE REEMBOLSO POR EL NETO PAGADO DEL FONDO,
      *    A NOMBRE DEL RESPONSABLE.
           MOVE CTA-REEMB-CMF     TO CUENTA-MOV
           MOVE RESPONSABLE-CMF   TO ID-MOV
           MOVE CCOSTO-CMF (1:2)  TO COSTO-MOV
           COMPUTE VALOR-MOV = TOTAL-NETO-W * -1
           PERFORM GRABAR-LINEA-MOV

           PERFORM CERRAR-JSON-VALES

           REWRITE REG-FONDO-CM END-REWRITE

           CLOSE ARCHIVO-JSON MOVIMIENTO-DIARIO ARCHIVO-FONDOS-CM
                 ARCHIVO-VALES-CM
           MOVE ULT-REEMB-CMF TO NRO-ENV
           MOVE NRO-COMP-W    TO COMP-ENV
           MOVE TOTAL-NETO-W  TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

       REEMBOLSAR-VALE.
           PERFORM LEER-VALE-FONDO

           IF OTR-STAT = "00" AND CMV-PENDIENTE
              PERFORM ESCRIBIR-VALE-JSON

              MOVE CUENTA-CMV        TO CUENTA-MOV
              MOVE TERCERO-CMV       TO ID-MOV
              MOVE CCOSTO-CMF (1:2)  TO COSTO-MOV
              COMPUTE VALOR-MOV = BASE-CMV + IVA-CMV
              PERFORM GRABAR-LINEA-MOV

              IF RETENCION-CMV NOT = ZEROS
                 MOVE CTA-RET-CMV       TO CUENTA-MOV
                 MOVE TERCERO-CMV       TO ID-MOV
                 MOVE CCOSTO-CMF (1:2)  TO COSTO-MOV
                 COMPUTE VALOR-MOV = RETENCION-CMV * -1
                 PERFORM GRABAR-LINEA-MOV
              END-IF

              MOVE "R"           TO ESTADO-CMV
              MOVE ULT-REEMB-CMF TO NRO-REEMB-CMV
              MOVE LOTE-LLEGAD-W TO LOTE-CMV
              MOVE NRO-COMP-W    TO NRO-COMP-CMV
              REWRITE REG-VALE-CM END-REWRITE
           END-IF.

      *=================================================================
      * OPC "Q": ARQUEO DEL FONDO
      *=================================================================
       ARQUEAR-FONDO.
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*VALES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE SPACE TO SW-TODOS-W
           PERFORM POSICIONAR-VALES
           PERFORM LISTAR-UN-VALE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

      *    DIFERENCIA POSITIVA = SOBRANTE, NEGATIVA = FALTANTE
           COMPUTE DIFERENCIA-W = EFECTIVO-LLEGAD-W + TOTAL-NETO-W
                                - MONTO-CMF

           MOVE SPACES TO LIN-JSON-W
           MOVE MONTO-CMF TO VALOR-EDIT
           MOVE 1 TO PUNT-W
           STRING "{}],*FONDO*:*"   DELIMITED BY SIZE
                  COD-FONDO-CMF     DELIMITED BY SIZE
                  "*,*MONTO*:*"     DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE EFECTIVO-LLEGAD-W TO VALOR-EDIT
           STRING "*,*EFECTIVO*:*"  DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE TOTAL-NETO-W TO VALOR-EDIT
           STRING "*,*VALES*:*"     DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE DIFERENCIA-W TO VALOR-EDIT
           STRING "*,*DIFERENCIA*:*" DELIMITED BY SIZE
                  VALOR-EDIT         DELIMITED BY SIZE
                  "*}"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-FONDOS-CM ARCHIVO-VALES-CM
           MOVE CANT-VALES-W TO NRO-ENV
           MOVE DIFERENCIA-W TO VALOR-ENV
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       POSICIONAR-VALES.
           MOVE FONDO-LLEGAD-W TO COD-FONDO-CMV
           MOVE ZEROS          TO NRO-VALE-CMV
           START ARCHIVO-VALES-CM KEY IS NOT LESS LLAVE-CMV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       LEER-VALE-FONDO.
           READ ARCHIVO-VALES-CM NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND COD-FONDO-CMV NOT = FONDO-LLEGAD-W
              MOVE "10" TO OTR-STAT
           END-IF.

       SUMAR-PENDIENTES.
           MOVE ZEROS TO PENDIENTE-W
           PERFORM POSICIONAR-VALES
           PERFORM SUMAR-UN-PENDIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       SUMAR-UN-PENDIENTE.
           PERFORM LEER-VALE-FONDO

           IF OTR-STAT = "00" AND CMV-PENDIENTE
              ADD NETO-CMV TO PENDIENTE-W
           END-IF.

       ESCRIBIR-VALE-JSON.
           ADD 1        TO CANT-VALES-W
           IF CMV-PENDIENTE
              ADD NETO-CMV TO TOTAL-NETO-W
           END-IF

           MOVE BASE-CMV      TO BASE-EDIT
           MOVE RETENCION-CMV TO RETEN-EDIT
           MOVE NETO-CMV      TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "{*VALE*:*"       DELIMITED BY SIZE
                  NRO-VALE-CMV      DELIMITED BY SIZE
                  "*,*FECHA*:*"     DELIMITED BY SIZE
                  FECHA-CMV         DELIMITED BY SIZE
                  "*,*ESTADO*:*"    DELIMITED BY SIZE
                  ESTADO-CMV        DELIMITED BY SIZE
                  "*,*TERCERO*:*"   DELIMITED BY SIZE
                  TERCERO-CMV       DELIMITED BY SIZE
                  "*,*CONCEPTO*:*"  DELIMITED BY SIZE
                  CONCEPTO-CMV      DELIMITED BY "  "
                  "*,*CUENTA*:*"    DELIMITED BY SIZE
                  CUENTA-CMV        DELIMITED BY " "
                  "*,*BASE*:*"      DELIMITED BY SIZE
                  BASE-EDIT         DELIMITED BY SIZE
                  "*,*RETENCION*:*" DELIMITED BY SIZE
                  RETEN-EDIT        DELIMITED BY SIZE
                  "*,*NETO*:*"      DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*,*REEMBOLSO*:*" DELIMITED BY SIZE
                  NRO-REEMB-CMV     DELIMITED BY SIZE
                  "*},"             DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       CERRAR-JSON-VALES.
           MOVE SPACES TO LIN-JSON-W
           MOVE TOTAL-NETO-W TO VALOR-EDIT
           MOVE 1 TO PUNT-W
           STRING "{}],*TOTAL*:*"   DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*}"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           IF OPC-LLEGAD-W NOT = "Q"
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

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
                    MOVE "CAJA MENOR" TO DETALLE-MOV
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
