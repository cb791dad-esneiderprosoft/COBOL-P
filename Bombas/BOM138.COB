      *=================================================================
      * BOMBAS - RECLAMOS POR FALTANTE AL PROVEEDOR DE COMBUSTIBLE:
      *          CRUZA CADA FACTURA DEL MAYORISTA (SC-ARCHCXP) CON
      *          LOS RECIBOS DE CARROTANQUE QUE LA TRAEN (SC-ARCHRCB,
      *          BOM128) Y COMPARA LOS GALONES FACTURADOS CONTRA EL
      *          VOLUMEN CORREGIDO A 15 GRADOS. LO QUE PASE DE LA
      *          TOLERANCIA SE RECLAMA ANTES DE QUE CON861 GENERE EL
      *          EGRESO:
      *          - OPC "C": CONCILIA UNA FACTURA. CON ACCION "R"
      *            RETIENE EL VALOR EN DISPUTA (BAJA EL SALDO DE LA
      *            FACTURA); CON ACCION "N" PIDE NOTA CREDITO Y
      *            DETIENE LA FACTURA (ESTADO-CXP "R"); SIN ACCION
      *            SOLO MUESTRA EL CRUCE.
      *          - OPC "K": CARTA DE RECLAMO DEL PROVEEDOR CON SUS
      *            RECLAMOS ABIERTOS.
      *          - OPC "L": CIERRA UN RECLAMO: "A" EL PROVEEDOR LO
      *            ACEPTO, "P" SE PAGA LO RETENIDO. LA FACTURA
      *            DETENIDA VUELVE A PENDIENTE.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM138".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RECIB.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RECLA.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RECIB.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RECLA.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-RCB-W             PIC X(70).
       01 NOM-CXP-W             PIC X(70).
       01 NOM-RCL-W             PIC X(70).
       01 NOM-TER-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPCION-LLEGAD-W        PIC X.
          02 NIT-PROV-LLEGAD-W      PIC 9(11).
          02 FACTURA-LLEGAD-W       PIC X(15).
          02 GAL-FACT-LLEGAD-W      PIC 9(9)V99.
          02 TOLER-LLEGAD-W         PIC 9V99.
          02 ACCION-LLEGAD-W        PIC X.
          02 RESOL-LLEGAD-W         PIC X.
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 GAL-OBSERV-W       PIC 9(9)V99.
          02 GAL-CORREG-W       PIC 9(9)V99.
          02 GAL-TOLER-W        PIC 9(9)V99.
          02 DIFERENCIA-W       PIC S9(9)V99.
          02 PRECIO-GAL-W       PIC 9(7)V99.
          02 VALOR-DISPUTA-W    PIC S9(13)V99.
          02 TOTAL-DISPUTA-W    PIC S9(13)V99.
          02 N-RECIBOS-W        PIC 9(3).
          02 N-RECLAMOS-W       PIC 9(3).
          02 RESULTADO-W        PIC XX    VALUE "00".
          02 MENSAJE-W          PIC X(60).
          02 GALON-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    TOLERANCIA POR DEFECTO: MEDIO POR CIENTO DE LO FACTURADO
      *    (EVAPORACION Y ESCURRIMIENTO NORMALES DEL DESCARGUE).
       77 TOLER-DEFECTO-W       PIC 9V99  VALUE 0.50.

       01 LIN-JSON-W            PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 GAL-FACT-ENV       PIC X(15).
          02 FILLER             PIC X VALUE "|".
          02 GAL-CORREG-ENV     PIC X(15).
          02 FILLER             PIC X VALUE "|".
          02 DIFER-ENV          PIC X(15).
          02 FILLER             PIC X VALUE "|".
          02 TOLER-ENV          PIC X(15).
          02 FILLER             PIC X VALUE "|".
          02 DISPUTA-ENV        PIC X(22).
          02 FILLER             PIC X VALUE "|".
          02 RECIBOS-ENV        PIC 9(3).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(60).

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
              MOVE "BOM138"                TO MSJ3-HTML
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
              MOVE "BOM138"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RECIBO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RECIBO-COMB.
       ESCR-EXCEP-RECIBO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RCB-W               TO MSJ2-HTML
              MOVE "BOM138"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CXPAG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CXP.
       ESCR-EXCEP-CXPAG.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CXP-W               TO MSJ2-HTML
              MOVE "BOM138"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RECLAMO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RECLAMOS.
       ESCR-EXCEP-RECLAMO.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RCL-W               TO MSJ2-HTML
              MOVE "BOM138"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TER-W               TO MSJ2-HTML
              MOVE "BOM138"                TO MSJ3-HTML
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
              MOVE "BOM138"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM138" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPCION-LLEGAD-W, NIT-PROV-LLEGAD-W,
                   FACTURA-LLEGAD-W, GAL-FACT-LLEGAD-W,
                   TOLER-LLEGAD-W, ACCION-LLEGAD-W, RESOL-LLEGAD-W,
                   OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           IF NIT-PROV-LLEGAD-W = ZEROS
              MOVE "99"                     TO MSJ1-HTML
              MOVE "Falta el proveedor"     TO MSJ2-HTML
              MOVE "BOM138"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           IF TOLER-LLEGAD-W = ZEROS
              MOVE TOLER-DEFECTO-W TO TOLER-LLEGAD-W
           END-IF.

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
           INITIALIZE NOM-RCB-W NOM-CXP-W NOM-RCL-W NOM-TER-W
                      NOM-PLANO-W
           MOVE "\\" TO NOM-RCB-W

           INSPECT NOM-RCB-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-RCB-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-RCB-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-RCB-W TO NOM-CXP-W NOM-RCL-W NOM-TER-W

           INSPECT NOM-RCB-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRCB.DAT"

           INSPECT NOM-CXP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCXP.DAT"

           INSPECT NOM-RCL-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRCL.DAT"

           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM138-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-RECLAMOS.
           OPEN I-O ARCHIVO-RECLAMOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-RECLAMOS
              CLOSE       ARCHIVO-RECLAMOS
              OPEN I-O    ARCHIVO-RECLAMOS
           END-IF.

           EVALUATE OPCION-LLEGAD-W
             WHEN "C"   GO TO CONCILIAR-FACTURA
             WHEN "K"   GO TO CARTA-RECLAMO
             WHEN "L"   GO TO CERRAR-RECLAMO
             WHEN OTHER
                  CLOSE ARCHIVO-RECLAMOS
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "BOM138"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPCION "C": CONCILIAR UNA FACTURA CONTRA SUS RECIBOS
      *=================================================================
       CONCILIAR-FACTURA.
           IF GAL-FACT-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-RECLAMOS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Faltan los galones facturados" TO MSJ2-HTML
              MOVE "BOM138"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF ACCION-LLEGAD-W NOT = SPACES AND "R" AND "N"
              CLOSE ARCHIVO-RECLAMOS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Accion no valida (R/N)"       TO MSJ2-HTML
              MOVE "BOM138"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-CXP
           MOVE NIT-PROV-LLEGAD-W TO NIT-PROV-CXP
           MOVE FACTURA-LLEGAD-W  TO NRO-FACT-CXP
           READ ARCHIVO-CXP
                INVALID KEY
                   CLOSE ARCHIVO-CXP ARCHIVO-RECLAMOS
                   MOVE "99"                          TO MSJ1-HTML
                   MOVE "Factura no registrada en CxP" TO MSJ2-HTML
                   MOVE "BOM138"                      TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

      *    LA FACTURA YA PAGADA NO SE PUEDE RETENER NI DETENER; EL
      *    CRUCE SE MUESTRA PERO EL RECLAMO SE HACE POR FUERA.

           IF  ACCION-LLEGAD-W NOT = SPACES
           AND (ESTADO-CXP = "G" OR TIPO-CXP NOT = "F")
              CLOSE ARCHIVO-CXP ARCHIVO-RECLAMOS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Factura pagada o no es factura" TO MSJ2-HTML
              MOVE "BOM138"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM SUMAR-RECIBOS-FACTURA

           IF N-RECIBOS-W = ZEROS
              CLOSE ARCHIVO-CXP ARCHIVO-RECLAMOS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "La factura no tiene recibos"  TO MSJ2-HTML
              MOVE "BOM138"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           COMPUTE DIFERENCIA-W = GAL-FACT-LLEGAD-W - GAL-CORREG-W
           COMPUTE GAL-TOLER-W ROUNDED =
                   GAL-FACT-LLEGAD-W * TOLER-LLEGAD-W / 100
           COMPUTE PRECIO-GAL-W ROUNDED =
                   VALOR-CXP / GAL-FACT-LLEGAD-W
           MOVE ZEROS TO VALOR-DISPUTA-W

           IF DIFERENCIA-W NOT > GAL-TOLER-W
              MOVE "00" TO RESULTADO-W
              MOVE "Faltante dentro de la tolerancia" TO MENSAJE-W
              GO TO FIN-CONCILIAR
           END-IF

      *    EL FALTANTE COMPLETO (NO SOLO EL EXCESO SOBRE LA
      *    TOLERANCIA) SE VALORIZA AL PRECIO POR GALON FACTURADO.

           COMPUTE VALOR-DISPUTA-W ROUNDED =
                   DIFERENCIA-W * PRECIO-GAL-W
           MOVE "01" TO RESULTADO-W
           MOVE "Faltante sobre la tolerancia" TO MENSAJE-W

           IF ACCION-LLEGAD-W = SPACES
              GO TO FIN-CONCILIAR
           END-IF

           MOVE NIT-PROV-LLEGAD-W TO NIT-PROV-RCL
           MOVE FACTURA-LLEGAD-W  TO FACTURA-RCL
           READ ARCHIVO-RECLAMOS
                INVALID KEY
                   INITIALIZE REG-RECLAMO
                NOT INVALID KEY
                   IF ESTADO-RCL = "A"
                      CLOSE ARCHIVO-CXP ARCHIVO-RECLAMOS
                      MOVE "99"                        TO MSJ1-HTML
                      MOVE "La factura ya tiene reclamo abierto"
                           TO MSJ2-HTML
                      MOVE "BOM138"                    TO MSJ3-HTML
                      GO TO ENVIAR2-ERROR
                   END-IF
           END-READ

           MOVE NIT-PROV-LLEGAD-W TO NIT-PROV-RCL
           MOVE FACTURA-LLEGAD-W  TO FACTURA-RCL
           MOVE FECHA-TOTAL       TO FECHA-RCL
           MOVE GAL-FACT-LLEGAD-W TO GAL-FACT-RCL
           MOVE GAL-OBSERV-W      TO GAL-OBSERV-RCL
           MOVE GAL-CORREG-W      TO GAL-CORREG-RCL
           MOVE N-RECIBOS-W       TO NRO-RECIBOS-RCL
           MOVE TOLER-LLEGAD-W    TO TOLERANCIA-RCL
           MOVE DIFERENCIA-W      TO DIFERENCIA-RCL
           MOVE PRECIO-GAL-W      TO PRECIO-GAL-RCL
           MOVE VALOR-DISPUTA-W   TO VALOR-DISPUTA-RCL
           MOVE ACCION-LLEGAD-W   TO ACCION-RCL
           MOVE "A"               TO ESTADO-RCL
           MOVE SPACES            TO RESOLUCION-RCL
           MOVE ZEROS             TO FECHA-CIERRE-RCL
           MOVE OPER-LLEGAD-W     TO OPER-RCL

           WRITE REG-RECLAMO
                 INVALID KEY
                    REWRITE REG-RECLAMO END-REWRITE
           END-WRITE

           IF ACCION-LLEGAD-W = "R"
              SUBTRACT VALOR-DISPUTA-W FROM SALDO-CXP
              MOVE "Valor en disputa retenido de la factura"
                   TO MENSAJE-W
           ELSE
              MOVE "R" TO ESTADO-CXP
              MOVE "Factura detenida hasta la nota credito"
                   TO MENSAJE-W
           END-IF
           REWRITE REG-CXP END-REWRITE.

       FIN-CONCILIAR.
           CLOSE ARCHIVO-CXP ARCHIVO-RECLAMOS.

       ENVIO-DATOS.
           MOVE RESULTADO-W       TO DAT0-ENV
           MOVE GAL-FACT-LLEGAD-W TO GALON-EDIT
           MOVE GALON-EDIT        TO GAL-FACT-ENV
           MOVE GAL-CORREG-W      TO GALON-EDIT
           MOVE GALON-EDIT        TO GAL-CORREG-ENV
           MOVE DIFERENCIA-W      TO GALON-EDIT
           MOVE GALON-EDIT        TO DIFER-ENV
           MOVE GAL-TOLER-W       TO GALON-EDIT
           MOVE GALON-EDIT        TO TOLER-ENV
           MOVE VALOR-DISPUTA-W   TO VALOR-EDIT
           MOVE VALOR-EDIT        TO DISPUTA-ENV
           MOVE N-RECIBOS-W       TO RECIBOS-ENV
           MOVE MENSAJE-W         TO MENSAJE-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * OPCION "L": CERRAR UN RECLAMO CON LA RESPUESTA DEL PROVEEDOR
      *=================================================================
       CERRAR-RECLAMO.
           IF RESOL-LLEGAD-W NOT = "A" AND "P"
              CLOSE ARCHIVO-RECLAMOS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Resolucion no valida (A/P)"   TO MSJ2-HTML
              MOVE "BOM138"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NIT-PROV-LLEGAD-W TO NIT-PROV-RCL
           MOVE FACTURA-LLEGAD-W  TO FACTURA-RCL
           READ ARCHIVO-RECLAMOS
                INVALID KEY
                   MOVE "C" TO ESTADO-RCL
           END-READ

           IF ESTADO-RCL NOT = "A"
              CLOSE ARCHIVO-RECLAMOS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "No hay reclamo abierto"       TO MSJ2-HTML
              MOVE "BOM138"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    RETENIDO Y RECHAZADO: SE DEVUELVE AL SALDO PARA PAGARLO.
      *    NOTA CREDITO: LA FACTURA VUELVE A PENDIENTE; SI EL
      *    PROVEEDOR ACEPTO, SU NOTA SE REGISTRA EN CON861 Y NETEA.

           OPEN I-O ARCHIVO-CXP
           MOVE NIT-PROV-RCL TO NIT-PROV-CXP
           MOVE FACTURA-RCL  TO NRO-FACT-CXP
           READ ARCHIVO-CXP
                INVALID KEY
                   MOVE "G" TO ESTADO-CXP
           END-READ

           IF ESTADO-CXP NOT = "G"
              IF ACCION-RCL = "R" AND RESOL-LLEGAD-W = "P"
                 ADD VALOR-DISPUTA-RCL TO SALDO-CXP
              END-IF
              IF ESTADO-CXP = "R"
                 MOVE "P" TO ESTADO-CXP
              END-IF
              REWRITE REG-CXP END-REWRITE
           END-IF
           CLOSE ARCHIVO-CXP

           MOVE "C"            TO ESTADO-RCL
           MOVE RESOL-LLEGAD-W TO RESOLUCION-RCL
           MOVE FECHA-TOTAL    TO FECHA-CIERRE-RCL
           MOVE OPER-LLEGAD-W  TO OPER-RCL
           REWRITE REG-RECLAMO END-REWRITE
           CLOSE ARCHIVO-RECLAMOS

           MOVE "00"              TO RESULTADO-W
           MOVE GAL-FACT-RCL      TO GAL-FACT-LLEGAD-W
           MOVE GAL-CORREG-RCL    TO GAL-CORREG-W
           MOVE DIFERENCIA-RCL    TO DIFERENCIA-W
           MOVE VALOR-DISPUTA-RCL TO VALOR-DISPUTA-W
           MOVE NRO-RECIBOS-RCL   TO N-RECIBOS-W
           MOVE "Reclamo cerrado" TO MENSAJE-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPCION "K": CARTA DE RECLAMO AL PROVEEDOR
      *=================================================================
       CARTA-RECLAMO.
           OPEN INPUT ARCHIVO-TERCEROS
           MOVE NIT-PROV-LLEGAD-W TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY
                   MOVE SPACES TO DESCRIP-TER
           END-READ
           CLOSE ARCHIVO-TERCEROS

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*EMPRESA*:*"     DELIMITED BY SIZE
                  NOMBRE-USUNET      DELIMITED BY "  "
                  "*,*NIT-EMPRESA*:" DELIMITED BY SIZE
                  NIT-USUNET         DELIMITED BY SIZE
                  ",*FECHA*:"        DELIMITED BY SIZE
                  FECHA-TOTAL        DELIMITED BY SIZE
                  ",*PROVEEDOR*:"    DELIMITED BY SIZE
                  NIT-PROV-LLEGAD-W  DELIMITED BY SIZE
                  ",*NOMBRE*:*"      DELIMITED BY SIZE
                  DESCRIP-TER        DELIMITED BY "  "
                  "*,*RECLAMOS*:["   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE TOTAL-DISPUTA-W N-RECLAMOS-W
           MOVE NIT-PROV-LLEGAD-W TO NIT-PROV-RCL
           MOVE LOW-VALUES        TO FACTURA-RCL
           START ARCHIVO-RECLAMOS KEY IS NOT LESS LLAVE-RCL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-RECLAMO UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           MOVE TOTAL-DISPUTA-W TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*FACTURA*:**}],*NRO-RECLAMOS*:" DELIMITED BY SIZE
                  N-RECLAMOS-W         DELIMITED BY SIZE
                  ",*TOTAL-RECLAMADO*:*" DELIMITED BY SIZE
                  VALOR-EDIT           DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-RECLAMOS

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM138"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

      *=================================================================
      * RUTINAS
      *=================================================================

      *    LOS RECIBOS NO ESTAN LLAVEADOS POR FACTURA: SE RECORRE EL
      *    ARCHIVO DESDE 30 DIAS ANTES DE LA EMISION DE LA FACTURA
      *    (LA REMISION PUEDE LLEGAR ANTES QUE LA FACTURA).

       SUMAR-RECIBOS-FACTURA.
           INITIALIZE GAL-OBSERV-W GAL-CORREG-W N-RECIBOS-W
           OPEN INPUT ARCHIVO-RECIBO-COMB

           MOVE ZEROS TO FECHA-RCB
           IF FECHA-EMISION-CXP > ZEROS
              COMPUTE FECHA-RCB = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (FECHA-EMISION-CXP)
                       - 30)
           END-IF
           START ARCHIVO-RECIBO-COMB KEY IS NOT LESS FECHA-RCB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-RECIBO-FACTURA UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-RECIBO-COMB.

       LEER-RECIBO-FACTURA.
           READ ARCHIVO-RECIBO-COMB NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF  NIT-PROV-RCB = NIT-PROV-LLEGAD-W
              AND FACTURA-RCB  = FACTURA-LLEGAD-W
                 ADD 1              TO N-RECIBOS-W
                 ADD VOL-OBSERV-RCB TO GAL-OBSERV-W
                 ADD VOL-CORREG-RCB TO GAL-CORREG-W
              END-IF
           END-IF.

       LISTAR-RECLAMO.
           READ ARCHIVO-RECLAMOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NIT-PROV-RCL NOT = NIT-PROV-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF ESTADO-RCL = "A"
                    PERFORM ESCRIBIR-RECLAMO
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-RECLAMO.
           ADD 1                 TO N-RECLAMOS-W
           ADD VALOR-DISPUTA-RCL TO TOTAL-DISPUTA-W

           MOVE SPACES TO LIN-JSON-W
           MOVE GAL-FACT-RCL TO GALON-EDIT
           STRING "{*FACTURA*:*"    DELIMITED BY SIZE
                  FACTURA-RCL       DELIMITED BY "  "
                  "*,*FECHA*:"      DELIMITED BY SIZE
                  FECHA-RCL         DELIMITED BY SIZE
                  ",*RECIBOS*:"     DELIMITED BY SIZE
                  NRO-RECIBOS-RCL   DELIMITED BY SIZE
                  ",*ACCION*:*"     DELIMITED BY SIZE
                  ACCION-RCL        DELIMITED BY SIZE
                  "*,*FACTURADO*:*" DELIMITED BY SIZE
                  GALON-EDIT        DELIMITED BY SIZE
                  "*,*RECIBIDO*:*"  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE GAL-CORREG-RCL TO GALON-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  GALON-EDIT        DELIMITED BY SIZE
                  "*,*FALTANTE*:*"  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE DIFERENCIA-RCL TO GALON-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  GALON-EDIT        DELIMITED BY SIZE
                  "*,*TOLERANCIA*:" DELIMITED BY SIZE
                  TOLERANCIA-RCL    DELIMITED BY SIZE
                  ",*VALOR*:*"      DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE VALOR-DISPUTA-RCL TO VALOR-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*},"             DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
