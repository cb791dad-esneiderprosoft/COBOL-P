      *=================================================================
      * CONTABILIDAD - EVENTOS RADIAN DE LAS FACTURAS ELECTRONICAS
      *                RECIBIDAS DE PROVEEDORES (SC-ARCHFRC):
      *                - OPC "F": REGISTRA LA FACTURA RECIBIDA (NIT,
      *                  NUMERO, FECHA, VALOR Y ORDEN DE COMPRA) Y LA
      *                  LIGA CON EL AUXILIAR DE CUENTAS POR PAGAR
      *                  (SC-ARCHCXP) Y CON LA RECEPCION DE INV820 POR
      *                  LA ORDEN. EL CUFE LLEGA EN LA VARIABLE "cufe".
      *                  DEJA EL ACUSE (030) POR GENERAR.
      *                - OPC "E": GENERA UN EVENTO: 030 ACUSE, 031
      *                  RECLAMO (CONCEPTO 01 A 04), 032 RECIBO DEL
      *                  BIEN O SERVICIO, 033 ACEPTACION EXPRESA.
      *                  EL 032 FIJA LA FECHA LIMITE (TRES DIAS
      *                  HABILES, SIN FESTIVOS DE SC-ARCHFES) PARA
      *                  ACEPTAR O RECLAMAR; VENCIDA, LA FACTURA QUEDA
      *                  ACEPTADA TACITAMENTE.
      *                  SALIDA: C:\PROSOFT\TEMP\EV-<COD>-<NRO>.XML
      *                  PARA EL PROVEEDOR TECNOLOGICO.
      *                - OPC "X": GENERA LOS EVENTOS POR GENERAR (LOS
      *                  QUE DEJA EL REGISTRO Y EL RECLAMO AUTOMATICO
      *                  DE INV820 POR CON879R) DE LAS FACTURAS QUE
      *                  YA TIENEN CUFE.
      *                - OPC "V": RESPUESTA DEL PROVEEDOR TECNOLOGICO,
      *                  "V" VALIDADO CON SU CUDE O "R" RECHAZADO (SE
      *                  PUEDE VOLVER A GENERAR).
      *                - OPC "L": SEGUIMIENTO EN JSON CON EL ESTADO DE
      *                  CADA EVENTO Y LA FECHA LIMITE. FILTRO "P":
      *                  SOLO LAS QUE TIENEN EVENTOS PENDIENTES O EL
      *                  PLAZO ABIERTO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON879".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PROSOFT.
       OBJECT-COMPUTER. PROSOFT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-FRECI.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-CXPAG.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-ORDCO.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-FESTI.CBL".

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
       COPY "P:\PROG\PROYECT\FUENTES\FD-FRECI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ORDCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-FESTI.CBL".

       FD  ARCHIVO-XML
           LABEL RECORD STANDARD.
       01  REG-XML.
           02 DATOS-XML               PIC X(400).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO             PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-FRC-W                    PIC X(70).
       01 NOM-CXP-W                    PIC X(70).
       01 NOM-OC-W                     PIC X(70).
       01 NOM-FES-W                    PIC X(70).
       01 NOM-XML-W                    PIC X(90).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 MES-CONTAB-LLEGADA-W      PIC X(5).
          02 OPC-LLEGAD-W              PIC X.
          02 OPER-LLEGAD-W             PIC X(4).
          02 DATO-F-LLEGAD-W.
             03 NIT-LLEGAD-W           PIC 9(11).
             03 FACTURA-LLEGAD-W       PIC X(15).
             03 FECHA-EMI-LLEGAD-W     PIC 9(8).
             03 VALOR-LLEGAD-W         PIC 9(13)V99.
             03 NRO-OC-LLEGAD-W        PIC 9(6).
          02 DATO-E-LLEGAD-W REDEFINES DATO-F-LLEGAD-W.
             03 NIT-E-LLEGAD-W         PIC 9(11).
             03 FACTURA-E-LLEGAD-W     PIC X(15).
             03 EVENTO-LLEGAD-W        PIC X(3).
             03 CONCEPTO-LLEGAD-W      PIC XX.
             03 NIT-EMPRESA-LLEGAD-W   PIC 9(11).
             03 ESTADO-LLEGAD-W        PIC X.
             03 FILLER                 PIC X(12).
          02 DATO-X-LLEGAD-W REDEFINES DATO-F-LLEGAD-W.
             03 NIT-EMPRESA-X-LLEGAD-W PIC 9(11).
             03 FILTRO-LLEGAD-W        PIC X.
             03 FILLER                 PIC X(43).
          02 CUFE-LLEGAD-W             PIC X(96).

       01 VARIABLES.
          02 FECHA-HOY-W            PIC 9(8).
          02 FECHA-LIMITE-W         PIC 9(8).
          02 DIA-ENTERO-W           PIC 9(8).
          02 SEMANAS-W              PIC 9(8).
          02 DIA-SEMANA-W           PIC 9.
          02 CANT-HABILES-W         PIC 9.
          02 NRO-EVT-W              PIC 9(8).
          02 PUNT-W                 PIC 9(4).
          02 CANT-GENERADOS-W       PIC 9(6) VALUE 0.
          02 CANT-FACTURAS-W        PIC 9(6) VALUE 0.
          02 SW-FESTIVOS-W          PIC X.
          02 SW-CXP-W               PIC X.
          02 SW-LISTAR-W            PIC X.
          02 ESTADO-TITULO-W        PIC X(10).
          02 ERROR-EVT-W            PIC X(70).
          02 REG-FRC-W              PIC X(705).

      * CODIGO Y DESCRIPCION DE CADA EVENTO, EN EL ORDEN DE
      * DET-EVENTO-FRC
       01 TABLA-EVENTOS-W.
          02 FILLER PIC X(53) VALUE
             "030Acuse de recibo de la Factura Electronica de Venta".
          02 FILLER PIC X(53) VALUE
             "031Reclamo de la Factura Electronica de Venta".
          02 FILLER PIC X(53) VALUE
             "032Recibo del bien y/o prestacion del servicio".
          02 FILLER PIC X(53) VALUE
             "033Aceptacion expresa".
       01 TABLA-EVENTOS-R REDEFINES TABLA-EVENTOS-W.
          02 EVENTO-TAB-W OCCURS 4.
             03 COD-EVT-TAB-W       PIC X(3).
             03 DESCRIP-EVT-TAB-W   PIC X(50).

       01 LIN-JSON-W                PIC X(500).

       01 DATOS-ENVIO.
          02 DAT0-ENV               PIC XX.
          02 FILLER                 PIC X VALUE "|".
          02 DAT1-ENV               PIC 9(8).
          02 FILLER                 PIC X VALUE "|".
          02 DAT2-ENV               PIC 9(8).
          02 FILLER                 PIC X VALUE "|".
          02 DAT3-ENV               PIC X.

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
              MOVE "CON879"                 TO MSJ3-HTML
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
              MOVE "CON879"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-FRECI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FACT-RECIBIDAS.
       ESCR-EXCEP-FRECI.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-FRC-W                TO MSJ2-HTML
              MOVE "CON879"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CXPAG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CXP.
       ESCR-EXCEP-CXPAG.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-CXP-W                TO MSJ2-HTML
              MOVE "CON879"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ORDCO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ORDENES-COMPRA.
       ESCR-EXCEP-ORDCO.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-OC-W                 TO MSJ2-HTML
              MOVE "CON879"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-FESTI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FESTIVOS.
       ESCR-EXCEP-FESTI.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-FES-W                TO MSJ2-HTML
              MOVE "CON879"                 TO MSJ3-HTML
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
              MOVE "CON879"                 TO MSJ3-HTML
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
              MOVE "CON879"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "CON879" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                    MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    OPER-LLEGAD-W
           END-UNSTRING

           EVALUATE OPC-LLEGAD-W
             WHEN "F"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, NIT-LLEGAD-W,
                           FACTURA-LLEGAD-W, FECHA-EMI-LLEGAD-W,
                           VALOR-LLEGAD-W, NRO-OC-LLEGAD-W
                  END-UNSTRING
             WHEN "E"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, NIT-E-LLEGAD-W,
                           FACTURA-E-LLEGAD-W, EVENTO-LLEGAD-W,
                           CONCEPTO-LLEGAD-W, NIT-EMPRESA-LLEGAD-W
                  END-UNSTRING
             WHEN "V"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, NIT-E-LLEGAD-W,
                           FACTURA-E-LLEGAD-W, EVENTO-LLEGAD-W,
                           ESTADO-LLEGAD-W
                  END-UNSTRING
             WHEN "X"
             WHEN "L"
                  UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
                      INTO LLAVE-SESION-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                           MES-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                           OPER-LLEGAD-W, NIT-EMPRESA-X-LLEGAD-W,
                           FILTRO-LLEGAD-W
                  END-UNSTRING
           END-EVALUATE

      *    EL CUFE / CUDE NO CABE EN datosh, LLEGA EN SU PROPIA VARIABLE
           MOVE "cufe" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO CUFE-LLEGAD-W

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
              MOVE "CON879"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-FRC-W NOM-CXP-W NOM-OC-W NOM-FES-W
                      NOM-XML-W NOM-PLANO-W

           MOVE "\\" TO NOM-FRC-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-FRC-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-FRC-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-FRC-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-FRC-W TO NOM-CXP-W NOM-OC-W NOM-FES-W

           INSPECT NOM-FRC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFRC.DAT"
           INSPECT NOM-CXP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCXP.DAT"
           INSPECT NOM-OC-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-ARCHOC.DAT"
           INSPECT NOM-FES-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFES.DAT"

           STRING "C:\PROSOFT\TEMP\SC-CON879-"  DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W         DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-FACTURAS.
           OPEN I-O ARCHIVO-FACT-RECIBIDAS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-FACT-RECIBIDAS
              CLOSE       ARCHIVO-FACT-RECIBIDAS
              OPEN I-O    ARCHIVO-FACT-RECIBIDAS
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "F"   GO TO REGISTRAR-FACTURA
             WHEN "E"   GO TO GENERAR-EVENTO-MANUAL
             WHEN "X"   GO TO GENERAR-PENDIENTES
             WHEN "V"   GO TO ACTUALIZAR-EVENTO
             WHEN "L"   GO TO LISTAR-FACTURAS
             WHEN OTHER
                  CLOSE ARCHIVO-FACT-RECIBIDAS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON879"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "F": REGISTRO DE LA FACTURA RECIBIDA
      *=================================================================
       REGISTRAR-FACTURA.
           IF NIT-LLEGAD-W = ZEROS OR FACTURA-LLEGAD-W = SPACES
              CLOSE ARCHIVO-FACT-RECIBIDAS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Falta el proveedor o la factura"
                                                  TO MSJ2-HTML
              MOVE "CON879"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NIT-LLEGAD-W     TO NIT-PROV-FRC
           MOVE FACTURA-LLEGAD-W TO NRO-FACT-FRC
           READ ARCHIVO-FACT-RECIBIDAS
                INVALID KEY
                   INITIALIZE REG-FACT-RECIBIDA
                   MOVE NIT-LLEGAD-W     TO NIT-PROV-FRC
                   MOVE FACTURA-LLEGAD-W TO NRO-FACT-FRC
                   MOVE FECHA-HOY-W      TO FECHA-REGISTRO-FRC
           END-READ

           IF CUFE-LLEGAD-W NOT = SPACES
              MOVE CUFE-LLEGAD-W      TO CUFE-FRC
           END-IF
           IF FECHA-EMI-LLEGAD-W NOT = ZEROS
              MOVE FECHA-EMI-LLEGAD-W TO FECHA-EMISION-FRC
           END-IF
           IF VALOR-LLEGAD-W NOT = ZEROS
              MOVE VALOR-LLEGAD-W     TO VALOR-FRC
           END-IF
           IF NRO-OC-LLEGAD-W NOT = ZEROS
              MOVE NRO-OC-LLEGAD-W    TO NRO-OC-FRC
           END-IF

      *    LO QUE NO TRAIGA LA PAGINA SE TOMA DE LA CUENTA POR PAGAR
           MOVE "N" TO SW-CXP-W
           OPEN INPUT ARCHIVO-CXP
           IF OTR-STAT = "00"
              MOVE LLAVE-FRC TO LLAVE-CXP
              READ ARCHIVO-CXP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE "S" TO SW-CXP-W
                      IF NRO-OC-FRC = ZEROS
                         MOVE NRO-OC-CXP        TO NRO-OC-FRC
                      END-IF
                      IF VALOR-FRC = ZEROS
                         MOVE VALOR-CXP         TO VALOR-FRC
                      END-IF
                      IF FECHA-EMISION-FRC = ZEROS
                         MOVE FECHA-EMISION-CXP TO FECHA-EMISION-FRC
                      END-IF
              END-READ
              CLOSE ARCHIVO-CXP
           END-IF

           IF ESTADO-EVT-FRC (1) = SPACE
              MOVE "P" TO ESTADO-EVT-FRC (1)
           END-IF
           MOVE OPER-LLEGAD-W TO OPER-FRC

           WRITE REG-FACT-RECIBIDA
                 INVALID KEY
                    REWRITE REG-FACT-RECIBIDA END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-FACT-RECIBIDAS
           MOVE "00"       TO DAT0-ENV
           MOVE NRO-OC-FRC TO DAT1-ENV
           MOVE SW-CXP-W   TO DAT3-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "E": UN EVENTO DE UNA FACTURA
      *=================================================================
       GENERAR-EVENTO-MANUAL.
           EVALUATE EVENTO-LLEGAD-W
             WHEN "030"  MOVE 1 TO I
             WHEN "031"  MOVE 2 TO I
             WHEN "032"  MOVE 3 TO I
             WHEN "033"  MOVE 4 TO I
             WHEN OTHER
                  CLOSE ARCHIVO-FACT-RECIBIDAS
                  MOVE "99"                                TO MSJ1-HTML
                  MOVE "Evento no valido (030, 031, 032 o 033)"
                                                           TO MSJ2-HTML
                  MOVE "CON879"                            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE

           IF NIT-EMPRESA-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-FACT-RECIBIDAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el NIT de la empresa" TO MSJ2-HTML
              MOVE "CON879"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM TOMAR-CONTROL-EVENTOS

           MOVE NIT-E-LLEGAD-W     TO NIT-PROV-FRC
           MOVE FACTURA-E-LLEGAD-W TO NRO-FACT-FRC
           READ ARCHIVO-FACT-RECIBIDAS
                INVALID KEY
                   CLOSE ARCHIVO-FACT-RECIBIDAS
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Factura no registrada"  TO MSJ2-HTML
                   MOVE "CON879"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF I = 2 AND CONCEPTO-LLEGAD-W NOT = SPACES
              IF CONCEPTO-LLEGAD-W NOT = "01" AND NOT = "02"
                                 AND NOT = "03" AND NOT = "04"
                 CLOSE ARCHIVO-FACT-RECIBIDAS
                 MOVE "99"                              TO MSJ1-HTML
                 MOVE "Concepto de reclamo no valido (01 a 04)"
                                                        TO MSJ2-HTML
                 MOVE "CON879"                          TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
              MOVE CONCEPTO-LLEGAD-W TO CONCEPTO-RECL-FRC
           END-IF

           PERFORM VALIDAR-EVENTO
           IF ERROR-EVT-W NOT = SPACES
              CLOSE ARCHIVO-FACT-RECIBIDAS
              MOVE "99"                 TO MSJ1-HTML
              MOVE ERROR-EVT-W          TO MSJ2-HTML
              MOVE "CON879"             TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NIT-EMPRESA-LLEGAD-W TO NIT-EMPRESA-X-LLEGAD-W
           PERFORM ESCRIBIR-EVENTO-XML
           MOVE OPER-LLEGAD-W TO OPER-FRC
           REWRITE REG-FACT-RECIBIDA END-REWRITE

           PERFORM GRABAR-CONTROL-EVENTOS
           CLOSE ARCHIVO-FACT-RECIBIDAS

           MOVE "00"                TO DAT0-ENV
           MOVE NRO-EVT-FRC (I)     TO DAT1-ENV
           MOVE FECHA-LIMITE-FRC    TO DAT2-ENV
           GO TO ENVIO-DATOS.

      *    REGLAS DE RADIAN SOBRE EL EVENTO I DE LA FACTURA LEIDA.
      *    EL RECHAZADO POR LA DIAN SE PUEDE VOLVER A GENERAR.
       VALIDAR-EVENTO.
           MOVE SPACES TO ERROR-EVT-W

           IF EVT-EMITIDO (I)
              MOVE "El evento ya fue generado" TO ERROR-EVT-W
           END-IF

           IF ERROR-EVT-W = SPACES AND CUFE-FRC = SPACES
              MOVE "La factura no tiene CUFE" TO ERROR-EVT-W
           END-IF

           IF ERROR-EVT-W = SPACES AND I > 1
              IF NOT EVT-EMITIDO (1)
                 MOVE "Falta el acuse de recibo (030)" TO ERROR-EVT-W
              END-IF
           END-IF

           IF ERROR-EVT-W = SPACES
              EVALUATE I
                WHEN 2
                     IF EVT-EMITIDO (4)
                        MOVE "La factura ya fue aceptada (033)"
                                                   TO ERROR-EVT-W
                     END-IF
                     IF EVT-EMITIDO (3)
                     AND FECHA-HOY-W > FECHA-LIMITE-FRC
                        MOVE "Plazo vencido, aceptacion tacita"
                                                   TO ERROR-EVT-W
                     END-IF
                     IF CONCEPTO-RECL-FRC = SPACES
                        MOVE "01" TO CONCEPTO-RECL-FRC
                     END-IF
                WHEN 3
                     PERFORM VALIDAR-RECEPCION-OC
                WHEN 4
                     IF NOT EVT-EMITIDO (3)
                        MOVE "Falta el recibo del bien (032)"
                                                   TO ERROR-EVT-W
                     END-IF
                     IF EVT-EMITIDO (2)
                        MOVE "La factura tiene reclamo (031)"
                                                   TO ERROR-EVT-W
                     END-IF
                     IF EVT-EMITIDO (3)
                     AND FECHA-HOY-W > FECHA-LIMITE-FRC
                        MOVE "Plazo vencido, aceptacion tacita"
                                                   TO ERROR-EVT-W
                     END-IF
              END-EVALUATE
           END-IF.

      *    CON ORDEN DE COMPRA, EL RECIBO DEL BIEN EXIGE QUE INV820 YA
      *    HAYA REGISTRADO LA RECEPCION (ORDEN PARCIAL, CERRADA O
      *    FACTURADA).
       VALIDAR-RECEPCION-OC.
           IF NRO-OC-FRC NOT = ZEROS
              OPEN INPUT ARCHIVO-ORDENES-COMPRA
              MOVE "O"        TO TIPO-OC
              MOVE NRO-OC-FRC TO NRO-OC
              MOVE ZEROS      TO LINEA-OC
              READ ARCHIVO-ORDENES-COMPRA
                   INVALID KEY
                      MOVE "Orden de compra no existe" TO ERROR-EVT-W
                   NOT INVALID KEY
                      IF OC-ABIERTA
                         MOVE "La orden de compra no tiene recepcion"
                                                       TO ERROR-EVT-W
                      END-IF
              END-READ
              CLOSE ARCHIVO-ORDENES-COMPRA
           END-IF.

      *=================================================================
      * OPC "X": EVENTOS POR GENERAR DE LAS FACTURAS CON CUFE
      *=================================================================
       GENERAR-PENDIENTES.
           IF NIT-EMPRESA-X-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-FACT-RECIBIDAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el NIT de la empresa" TO MSJ2-HTML
              MOVE "CON879"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM TOMAR-CONTROL-EVENTOS

           MOVE 1      TO NIT-PROV-FRC
           MOVE SPACES TO NRO-FACT-FRC
           START ARCHIVO-FACT-RECIBIDAS KEY IS NOT LESS LLAVE-FRC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM GENERAR-PENDIENTES-FACTURA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM GRABAR-CONTROL-EVENTOS
           CLOSE ARCHIVO-FACT-RECIBIDAS

           MOVE "00"             TO DAT0-ENV
           MOVE CANT-GENERADOS-W TO DAT1-ENV
           MOVE CANT-FACTURAS-W  TO DAT2-ENV
           GO TO ENVIO-DATOS.

       GENERAR-PENDIENTES-FACTURA.
           READ ARCHIVO-FACT-RECIBIDAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND CUFE-FRC NOT = SPACES
              MOVE "N" TO SW-LISTAR-W
              PERFORM GENERAR-PENDIENTE-EVENTO
                      VARYING I FROM 1 BY 1 UNTIL I > 4
              IF SW-LISTAR-W = "S"
                 MOVE OPER-LLEGAD-W TO OPER-FRC
                 REWRITE REG-FACT-RECIBIDA END-REWRITE
                 ADD 1 TO CANT-FACTURAS-W
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       GENERAR-PENDIENTE-EVENTO.
           IF EVT-POR-GENERAR (I)
              PERFORM VALIDAR-EVENTO
              IF ERROR-EVT-W = SPACES
                 PERFORM ESCRIBIR-EVENTO-XML
                 MOVE "S" TO SW-LISTAR-W
                 ADD 1 TO CANT-GENERADOS-W
              END-IF
           END-IF.

      *=================================================================
      * OPC "V": RESPUESTA DEL PROVEEDOR TECNOLOGICO
      *=================================================================
       ACTUALIZAR-EVENTO.
           EVALUATE EVENTO-LLEGAD-W
             WHEN "030"  MOVE 1 TO I
             WHEN "031"  MOVE 2 TO I
             WHEN "032"  MOVE 3 TO I
             WHEN "033"  MOVE 4 TO I
             WHEN OTHER  MOVE 0 TO I
           END-EVALUATE

           IF I = 0
           OR (ESTADO-LLEGAD-W NOT = "V" AND NOT = "R")
              CLOSE ARCHIVO-FACT-RECIBIDAS
              MOVE "99"                                TO MSJ1-HTML
              MOVE "Evento o estado (V/R) no valido"   TO MSJ2-HTML
              MOVE "CON879"                            TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NIT-E-LLEGAD-W     TO NIT-PROV-FRC
           MOVE FACTURA-E-LLEGAD-W TO NRO-FACT-FRC
           READ ARCHIVO-FACT-RECIBIDAS
                INVALID KEY
                   CLOSE ARCHIVO-FACT-RECIBIDAS
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "Factura no registrada"  TO MSJ2-HTML
                   MOVE "CON879"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT EVT-EMITIDO (I)
              CLOSE ARCHIVO-FACT-RECIBIDAS
              MOVE "99"                      TO MSJ1-HTML
              MOVE "Evento sin generar"      TO MSJ2-HTML
              MOVE "CON879"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE ESTADO-LLEGAD-W TO ESTADO-EVT-FRC (I)
           MOVE CUFE-LLEGAD-W   TO CUDE-EVT-FRC (I)
      *    SI LA DIAN RECHAZA EL RECIBO DEL BIEN NO CORRE EL PLAZO
           IF I = 3 AND EVT-RECHAZADO (3)
              MOVE ZEROS TO FECHA-LIMITE-FRC
           END-IF
           MOVE OPER-LLEGAD-W   TO OPER-FRC
           REWRITE REG-FACT-RECIBIDA END-REWRITE

           CLOSE ARCHIVO-FACT-RECIBIDAS
           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "L": SEGUIMIENTO DE LAS FACTURAS RECIBIDAS
      *=================================================================
       LISTAR-FACTURAS.
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*FACTURAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE 1      TO NIT-PROV-FRC
           MOVE SPACES TO NRO-FACT-FRC
           START ARCHIVO-FACT-RECIBIDAS KEY IS NOT LESS LLAVE-FRC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-UNA-FACTURA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{*FACTURA*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-FACT-RECIBIDAS
           MOVE "00"            TO DAT0-ENV
           MOVE CANT-FACTURAS-W TO DAT1-ENV
           GO TO ENVIO-DATOS.

       LISTAR-UNA-FACTURA.
           READ ARCHIVO-FACT-RECIBIDAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM CLASIFICAR-FACTURA
              MOVE "S" TO SW-LISTAR-W
              IF FILTRO-LLEGAD-W = "P"
                 IF ESTADO-TITULO-W NOT = "PENDIENTE"
                 AND NOT = "EN PLAZO"
                    MOVE "N" TO SW-LISTAR-W
                 END-IF
              END-IF
              IF SW-LISTAR-W = "S"
                 PERFORM ESCRIBIR-FACTURA-JSON
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

      *    SITUACION DE LA FACTURA FRENTE A RADIAN
       CLASIFICAR-FACTURA.
           EVALUATE TRUE
             WHEN EVT-EMITIDO (4)
                  MOVE "ACEPTADA"  TO ESTADO-TITULO-W
             WHEN EVT-EMITIDO (2)
                  MOVE "RECLAMADA" TO ESTADO-TITULO-W
             WHEN EVT-POR-GENERAR (1) OR EVT-POR-GENERAR (2)
               OR EVT-POR-GENERAR (3) OR EVT-POR-GENERAR (4)
               OR CUFE-FRC = SPACES
                  MOVE "PENDIENTE" TO ESTADO-TITULO-W
             WHEN EVT-EMITIDO (3) AND FECHA-LIMITE-FRC NOT = ZEROS
              AND FECHA-HOY-W > FECHA-LIMITE-FRC
                  MOVE "TACITA"    TO ESTADO-TITULO-W
             WHEN EVT-EMITIDO (3)
                  MOVE "EN PLAZO"  TO ESTADO-TITULO-W
             WHEN OTHER
                  MOVE "RECIBIDA"  TO ESTADO-TITULO-W
           END-EVALUATE.

       ESCRIBIR-FACTURA-JSON.
           ADD 1 TO CANT-FACTURAS-W

           MOVE SPACES TO LIN-JSON-W
           MOVE 1 TO PUNT-W
           STRING "{*FACTURA*:*"     DELIMITED BY SIZE
                  NRO-FACT-FRC       DELIMITED BY "  "
                  "*,*PROVEEDOR*:"   DELIMITED BY SIZE
                  NIT-PROV-FRC       DELIMITED BY SIZE
                  ",*OC*:"           DELIMITED BY SIZE
                  NRO-OC-FRC         DELIMITED BY SIZE
                  ",*CUFE*:*"        DELIMITED BY SIZE
                  CUFE-FRC           DELIMITED BY " "
                  "*,*SITUACION*:*"  DELIMITED BY SIZE
                  ESTADO-TITULO-W    DELIMITED BY "  "
                  "*,*LIMITE*:"      DELIMITED BY SIZE
                  FECHA-LIMITE-FRC   DELIMITED BY SIZE
                  ",*EVENTOS*:["     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM AGREGAR-EVENTO-JSON VARYING I FROM 1 BY 1
                   UNTIL I > 4
           STRING "]},"              DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       AGREGAR-EVENTO-JSON.
           IF I > 1
              STRING ","             DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
           END-IF
           STRING "{*COD*:*"          DELIMITED BY SIZE
                  COD-EVT-TAB-W (I)   DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-EVT-FRC (I)  DELIMITED BY SIZE
                  "*,*NRO*:"          DELIMITED BY SIZE
                  NRO-EVT-FRC (I)     DELIMITED BY SIZE
                  ",*FECHA*:"         DELIMITED BY SIZE
                  FECHA-EVT-FRC (I)   DELIMITED BY SIZE
                  "}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

      *=================================================================
      * XML DEL EVENTO I (APPLICATIONRESPONSE) PARA EL PROVEEDOR
      * TECNOLOGICO. DEJA EL EVENTO GENERADO EN EL REGISTRO LEIDO.
      *=================================================================
       ESCRIBIR-EVENTO-XML.
           ADD 1 TO NRO-EVT-W

           MOVE SPACES TO NOM-XML-W
           STRING "C:\PROSOFT\TEMP\EV-" DELIMITED BY SIZE
                  COD-EVT-TAB-W (I)     DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  NRO-EVT-W             DELIMITED BY SIZE
                  ".XML"                DELIMITED BY SIZE
                  INTO NOM-XML-W
           END-STRING

           OPEN OUTPUT ARCHIVO-XML

           MOVE "<?xml version=~1.0~ encoding=~UTF-8~?>"
                TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML
           MOVE "<ApplicationResponse>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           MOVE 1 TO PUNT-W
           STRING "<Evento Numero=~"      DELIMITED BY SIZE
                  NRO-EVT-W               DELIMITED BY SIZE
                  "~ Fecha=~"             DELIMITED BY SIZE
                  FECHA-HOY-W (1:4)       DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  FECHA-HOY-W (5:2)       DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  FECHA-HOY-W (7:2)       DELIMITED BY SIZE
                  "~ Hora=~"              DELIMITED BY SIZE
                  HR-TOTAL                DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  MIN-TOTAL               DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  SG-TOTAL                DELIMITED BY SIZE
                  "-05:00~/>"             DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE 1 TO PUNT-W
           STRING "<Emisor NIT=~"         DELIMITED BY SIZE
                  NIT-EMPRESA-X-LLEGAD-W  DELIMITED BY SIZE
                  "~/>"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE 1 TO PUNT-W
           STRING "<Receptor NIT=~"       DELIMITED BY SIZE
                  NIT-PROV-FRC            DELIMITED BY SIZE
                  "~/>"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE 1 TO PUNT-W
           STRING "<Respuesta Codigo=~"   DELIMITED BY SIZE
                  COD-EVT-TAB-W (I)       DELIMITED BY SIZE
                  "~ Descripcion=~"       DELIMITED BY SIZE
                  DESCRIP-EVT-TAB-W (I)   DELIMITED BY "  "
                  "~"                     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           IF I = 2
              STRING " Concepto=~"        DELIMITED BY SIZE
                     CONCEPTO-RECL-FRC    DELIMITED BY SIZE
                     "~ Nota=~"           DELIMITED BY SIZE
                     DETALLE-RECL-FRC     DELIMITED BY "  "
                     "~"                  DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
           END-IF
           STRING "/>"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE 1 TO PUNT-W
           STRING "<DocumentoReferencia Factura=~" DELIMITED BY SIZE
                  NRO-FACT-FRC            DELIMITED BY " "
                  "~ TipoCUFE=~CUFE-SHA384~ CUFE=~"
                                          DELIMITED BY SIZE
                  CUFE-FRC                DELIMITED BY " "
                  "~/>"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-XML

           MOVE "</ApplicationResponse>" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-XML

           CLOSE ARCHIVO-XML

           MOVE "G"         TO ESTADO-EVT-FRC (I)
           MOVE NRO-EVT-W   TO NRO-EVT-FRC (I)
           MOVE FECHA-HOY-W TO FECHA-EVT-FRC (I)
           MOVE SPACES      TO CUDE-EVT-FRC (I)

           IF I = 3
              PERFORM CALCULAR-FECHA-LIMITE
              MOVE FECHA-LIMITE-W TO FECHA-LIMITE-FRC
           END-IF.

      *    TRES DIAS HABILES DESPUES DEL RECIBO DEL BIEN, SIN SABADOS,
      *    DOMINGOS NI LOS FESTIVOS DEL CALENDARIO (SC-ARCHFES)
       CALCULAR-FECHA-LIMITE.
           MOVE "S" TO SW-FESTIVOS-W
           OPEN INPUT ARCHIVO-FESTIVOS
           IF OTR-STAT = "35"
              MOVE "N" TO SW-FESTIVOS-W
           END-IF

           MOVE FECHA-HOY-W TO FECHA-LIMITE-W
           MOVE ZEROS       TO CANT-HABILES-W
           PERFORM AVANZAR-DIA-HABIL UNTIL CANT-HABILES-W = 3

           IF SW-FESTIVOS-W = "S"
              CLOSE ARCHIVO-FESTIVOS
           END-IF.

       AVANZAR-DIA-HABIL.
           COMPUTE DIA-ENTERO-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-LIMITE-W) + 1
           MOVE FUNCTION DATE-OF-INTEGER (DIA-ENTERO-W)
                TO FECHA-LIMITE-W
      *    EL DIA 1 DEL CALENDARIO (01/01/1601) FUE LUNES: RESIDUO 6
      *    ES SABADO Y 0 ES DOMINGO
           DIVIDE DIA-ENTERO-W BY 7 GIVING SEMANAS-W
                  REMAINDER DIA-SEMANA-W

           IF DIA-SEMANA-W NOT = 6 AND NOT = 0
              IF SW-FESTIVOS-W = "S"
                 MOVE "F"            TO TIPO-FES
                 MOVE SPACES         TO COD-PROF-FES
                 MOVE FECHA-LIMITE-W TO FECHA-DESDE-FES
                 READ ARCHIVO-FESTIVOS
                      INVALID KEY ADD 1 TO CANT-HABILES-W
                 END-READ
              ELSE
                 ADD 1 TO CANT-HABILES-W
              END-IF
           END-IF.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
      *    ULTIMO NUMERO DE EVENTO (REGISTRO DE CONTROL NIT 0)
       TOMAR-CONTROL-EVENTOS.
           MOVE ZEROS     TO NIT-PROV-FRC
           MOVE "CONTROL" TO NRO-FACT-FRC
           READ ARCHIVO-FACT-RECIBIDAS
                INVALID KEY
                   INITIALIZE REG-FACT-RECIBIDA
                   MOVE ZEROS     TO NIT-PROV-FRC
                   MOVE "CONTROL" TO NRO-FACT-FRC
                   MOVE ZEROS     TO ULT-EVENTO-FRC
                   WRITE REG-FACT-RECIBIDA END-WRITE
           END-READ
           MOVE ULT-EVENTO-FRC TO NRO-EVT-W.

       GRABAR-CONTROL-EVENTOS.
           MOVE REG-FACT-RECIBIDA TO REG-FRC-W
           MOVE ZEROS     TO NIT-PROV-FRC
           MOVE "CONTROL" TO NRO-FACT-FRC
           READ ARCHIVO-FACT-RECIBIDAS END-READ
           IF OTR-STAT = "00"
              MOVE NRO-EVT-W TO ULT-EVENTO-FRC
              REWRITE REG-FACT-RECIBIDA END-REWRITE
           END-IF
           MOVE REG-FRC-W TO REG-FACT-RECIBIDA.

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

       ESCRIBIR-LINEA-XML.
           INSPECT LIN-JSON-W REPLACING ALL "~" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-XML
           WRITE REG-XML END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
