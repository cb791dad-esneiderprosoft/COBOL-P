      *=================================================================
      * SALUD - CARGOS DE SERVICIOS PENDIENTES POR FACTURAR
      *         (SC-ARCHCRG): LOS SERVICIOS QUE SE PRESTAN FUERA DE
      *         LAS PANTALLAS DE FACTURACION (VISITA DOMICILIARIA,
      *         TRASLADO, ETC.) LLEGAN AQUI POR SAL733R Y FACTURACION
      *         LOS PASA A LA CUENTA DEL PACIENTE.
      *         - OPC "L": CARGOS DE UN PACIENTE, O LOS DE UN ESTADO
      *           (POR OMISION PENDIENTES) EN UN RANGO DE FECHAS DE
      *           SERVICIO, OPCIONALMENTE DE UN SOLO ORIGEN.
      *         - OPC "F": EL CARGO QUEDO EN LA CUENTA (PREFIJO Y
      *           NUMERO DE SC-NUMER, QUE DEBE ESTAR ACTIVA).
      *         - OPC "A": ANULA UN CARGO PENDIENTE QUE NO SE COBRA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SAL733".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-CARGO.CBL".
       COPY "..\..\FUENTES\FS-NUMER19.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-CARGO.CBL".
       COPY "..\..\FUENTES\FD-NUMER19.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-CRG-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(8).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 ESTADO-LLEGAD-W        PIC X.
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 ORIGEN-LLEGAD-W        PIC X(8).
          02 PREF-LLEGAD-W          PIC X.
          02 NRO-FACT-LLEGAD-W      PIC 9(6).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 NRO-EDIT-W         PIC 9(8).
          02 CANT-EDIT-W        PIC 9(5).99.
          02 VALOR-EDIT-W       PIC 9(10).99.
          02 CANT-CARGOS-W      PIC 9(6) VALUE 0.

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
              MOVE "SAL733"                TO MSJ3-HTML
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
              MOVE "SAL733"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CARGO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CARGOS.
       ESCR-EXCEP-CARGO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CRG-W               TO MSJ2-HTML
              MOVE "SAL733"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-NUMER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-NUMERACION.
       ESCR-EXCEP-NUMER.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-NUMER-LNK           TO MSJ2-HTML
              MOVE "SAL733"                TO MSJ3-HTML
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
              MOVE "SAL733"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SAL733" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, PACI-LLEGAD-W,
                   ESTADO-LLEGAD-W, FECHA-INI-LLEGAD-W,
                   FECHA-FIN-LLEGAD-W, ORIGEN-LLEGAD-W,
                   PREF-LLEGAD-W, NRO-FACT-LLEGAD-W, OPER-LLEGAD-W
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
              MOVE "SAL733"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-CRG-W NOM-NUMER-LNK
           MOVE "\\" TO NOM-CRG-W

           INSPECT NOM-CRG-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-CRG-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-CRG-W TO NOM-NUMER-LNK

           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT NOM-NUMER-LNK REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-NUMER.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SAL733-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-CARGOS.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-CARGOS
              CLOSE       ARCHIVO-CARGOS
              OPEN I-O    ARCHIVO-CARGOS
           END-IF.

           MOVE ZEROS TO NRO-EDIT-W

           EVALUATE OPC-LLEGAD-W
             WHEN "L"   GO TO LISTAR-CARGOS
             WHEN "F"   GO TO FACTURAR-CARGO
             WHEN "A"   GO TO ANULAR-CARGO
             WHEN OTHER
                  CLOSE ARCHIVO-CARGOS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SAL733"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "L" - CON PACIENTE SALEN TODOS SUS CARGOS (O LOS DEL
      *           ESTADO PEDIDO); SIN PACIENTE, LOS DEL ESTADO EN EL
      *           RANGO DE FECHAS DE SERVICIO.
      *=================================================================
       LISTAR-CARGOS.
           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-FIN-LLEGAD-W
           END-IF

           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*CARGOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           IF PACI-LLEGAD-W NOT = ZEROS
              MOVE PACI-LLEGAD-W TO COD-PACI-CRG
              START ARCHIVO-CARGOS KEY IS NOT LESS COD-PACI-CRG
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-CARGO-PACIENTE UNTIL OTR-STAT NOT = "00"
           ELSE
              IF ESTADO-LLEGAD-W = SPACE
                 MOVE "P" TO ESTADO-LLEGAD-W
              END-IF
              MOVE ESTADO-LLEGAD-W    TO ESTADO-CRG
              MOVE FECHA-INI-LLEGAD-W TO FECHA-SERV-CRG
              START ARCHIVO-CARGOS KEY IS NOT LESS LLAVE-EST-CRG
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-CARGO-ESTADO UNTIL OTR-STAT NOT = "00"
           END-IF
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-CARGOS-W          DELIMITED BY SIZE
                  "}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-CARGOS
           GO TO ENVIO-DATOS.

       LEER-CARGO-PACIENTE.
           READ ARCHIVO-CARGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-CRG NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  (ESTADO-LLEGAD-W = SPACE
                      OR ESTADO-CRG = ESTADO-LLEGAD-W)
                 AND (ORIGEN-LLEGAD-W = SPACES
                      OR ORIGEN-CRG = ORIGEN-LLEGAD-W)
                    PERFORM ESCRIBIR-CARGO
                 END-IF
              END-IF
           END-IF.

       LEER-CARGO-ESTADO.
           READ ARCHIVO-CARGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ESTADO-CRG NOT = ESTADO-LLEGAD-W
              OR FECHA-SERV-CRG > FECHA-FIN-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF ORIGEN-LLEGAD-W = SPACES
                 OR ORIGEN-CRG = ORIGEN-LLEGAD-W
                    PERFORM ESCRIBIR-CARGO
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-CARGO.
           ADD 1 TO CANT-CARGOS-W
           MOVE CANTIDAD-CRG TO CANT-EDIT-W
           MOVE VALOR-CRG    TO VALOR-EDIT-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"          DELIMITED BY SIZE
                  NRO-CRG             DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-CRG        DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-CRG          DELIMITED BY SIZE
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-SERV-CRG      DELIMITED BY SIZE
                  "*,*ORIGEN*:*"      DELIMITED BY SIZE
                  ORIGEN-CRG          DELIMITED BY "  "
                  "*,*DOCUMENTO*:*"   DELIMITED BY SIZE
                  DOC-ORIGEN-CRG      DELIMITED BY "  "
                  "*,*CONTRATO*:*"    DELIMITED BY SIZE
                  CONTRATO-CRG        DELIMITED BY SIZE
                  "*,*NIT*:*"         DELIMITED BY SIZE
                  NIT-CRG             DELIMITED BY SIZE
                  "*,*CLASE*:*"       DELIMITED BY SIZE
                  CLASE-CRG           DELIMITED BY SIZE
                  "*,*CODIGO*:*"      DELIMITED BY SIZE
                  CODIGO-CRG          DELIMITED BY "  "
                  "*,*CANTIDAD*:*"    DELIMITED BY SIZE
                  CANT-EDIT-W         DELIMITED BY SIZE
                  "*,*VALOR*:*"       DELIMITED BY SIZE
                  VALOR-EDIT-W        DELIMITED BY SIZE
                  "*,*PROFESIONAL*:*" DELIMITED BY SIZE
                  PROFESIONAL-CRG     DELIMITED BY "  "
                  "*,*AUTORIZACION*:*" DELIMITED BY SIZE
                  NRO-AUT-CRG         DELIMITED BY "  "
                  "*,*FACTURA*:*"     DELIMITED BY SIZE
                  FACTURA-CRG         DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "F" - EL CARGO YA SE PASO A LA CUENTA ACTIVA DEL PACIENTE
      *=================================================================
       FACTURAR-CARGO.
           PERFORM LEER-CARGO

           IF NOT CRG-PENDIENTE
              PERFORM ERROR-ESTADO
           END-IF

           OPEN INPUT ARCHIVO-NUMERACION
           MOVE PREF-LLEGAD-W     TO PREFIJO-NUM
           MOVE NRO-FACT-LLEGAD-W TO NRO-NUM
           READ ARCHIVO-NUMERACION
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           CLOSE ARCHIVO-NUMERACION

           IF OTR-STAT NOT = "00"
           OR NOT FACTURA-ACTIVA
              CLOSE ARCHIVO-CARGOS
              MOVE "99"                              TO MSJ1-HTML
              MOVE "La cuenta no existe o no esta activa"
                                                     TO MSJ2-HTML
              MOVE "SAL733"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "F"               TO ESTADO-CRG
           MOVE PREF-LLEGAD-W     TO PREF-FACT-CRG
           MOVE NRO-FACT-LLEGAD-W TO NRO-FACT-CRG
           MOVE FECHA-TOTAL       TO FECHA-FACT-CRG
           MOVE OPER-LLEGAD-W     TO OPER-FACT-CRG
           GO TO GRABAR-CARGO.

      *=================================================================
      * OPC "A" - ANULA UN CARGO PENDIENTE
      *=================================================================
       ANULAR-CARGO.
           PERFORM LEER-CARGO

           IF NOT CRG-PENDIENTE
              PERFORM ERROR-ESTADO
           END-IF

           MOVE "A"               TO ESTADO-CRG
           MOVE FECHA-TOTAL       TO FECHA-FACT-CRG
           MOVE OPER-LLEGAD-W     TO OPER-FACT-CRG.

       GRABAR-CARGO.
           REWRITE REG-CARGO END-REWRITE
           MOVE NRO-CRG TO NRO-EDIT-W
           CLOSE ARCHIVO-CARGOS
           GO TO ENVIO-DATOS.

       LEER-CARGO.
           MOVE NRO-LLEGAD-W TO NRO-CRG
           READ ARCHIVO-CARGOS
                INVALID KEY
                   CLOSE ARCHIVO-CARGOS
                   MOVE "99"                    TO MSJ1-HTML
                   MOVE "Cargo no existe"       TO MSJ2-HTML
                   MOVE "SAL733"                TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ.

       ERROR-ESTADO.
           CLOSE ARCHIVO-CARGOS
           MOVE "99"                                TO MSJ1-HTML
           MOVE "El cargo ya fue facturado o anulado"
                                                    TO MSJ2-HTML
           MOVE "SAL733"                            TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

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
