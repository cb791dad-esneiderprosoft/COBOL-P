      *=================================================================
      * BOMBAS - MARGEN BRUTO POR GALON DE COMBUSTIBLE POR PRODUCTO,
      *          DIA Y MES, CONTRA EL MARGEN REGULADO:
      *          - OPC "E": GRABA LA ESTRUCTURA REGULADA DEL PRECIO
      *            DE UN PRODUCTO (SC-ARCHEPR) CON SU VIGENCIA:
      *            IMPUESTO NACIONAL, IMPUESTO AL CARBONO Y MARGEN
      *            REGULADO DEL MINORISTA, POR GALON.
      *          - OPC "M": INFORME DE MARGEN ENTRE DOS FECHAS. POR
      *            CADA DIA Y PRODUCTO TOMA LOS GALONES VENDIDOS DE
      *            LA CONCILIACION DE TANQUES (SC-ARCHREC, BOM106),
      *            EL PRECIO VIGENTE AL CIERRE DEL DIA (BOM008P), LA
      *            SOBRETASA (SC-ARCHSOB) Y LA ESTRUCTURA VIGENTE, Y
      *            EL COSTO PROMEDIO PONDERADO DE LOS GALONES EN
      *            TANQUE CON LOS RECIBOS DE CARROTANQUE (BOM128) A
      *            SU PRECIO FACTURADO. SI EL RECIBO NO TRAE PRECIO
      *            SE TOMA EL VALOR DE LA FACTURA EN SC-ARCHCXP
      *            ENTRE LOS GALONES DE LOS RECIBOS DEL DIA CON ESA
      *            FACTURA. EL COSTO INICIAL SALE DE LOS RECIBOS DE
      *            LOS 30 DIAS ANTERIORES AL PERIODO.
      *            CON DETALLE "D" LISTA CADA DIA; SIEMPRE LISTA EL
      *            TOTAL DEL MES POR PRODUCTO CON LA SUGERENCIA DE
      *            PEDIR CAMBIO DE PRECIO (BOM122) CUANDO EL MARGEN
      *            QUEDA POR DEBAJO DEL REGULADO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM142".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ESTPR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RECTA.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RECIB.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CXPAG.CBL".

           SELECT ARCHIVO-CL-TANQUES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-CLTAN-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE  DYNAMIC;
                  RECORD KEY COD-CL-TANQ
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-SOBRETASAS LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-SOBRE-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE  DYNAMIC;
                  RECORD KEY ART-SOBRE
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ESTPR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RECTA.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RECIB.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CXPAG.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CLTAN.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SOBRE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-EPR-W             PIC X(70).
       01 NOM-REC-W             PIC X(70).
       01 NOM-RCB-W             PIC X(70).
       01 NOM-CXP-W             PIC X(70).
       01 NOM-CLTAN-W           PIC X(70).
       01 NOM-SOBRE-W           PIC X(70).
       01 NOM-PRE-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PRODUCTO-LLEGAD-W      PIC X(15).
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 DETALLE-LLEGAD-W       PIC X.
          02 IMP-NAL-LLEGAD-W       PIC 9(7)V99.
          02 CARBONO-LLEGAD-W       PIC 9(7)V99.
          02 MARGEN-LLEGAD-W        PIC 9(7)V99.
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 K                  PIC 9(3).
          02 R                  PIC 9(3).
          02 N-TANQ-W           PIC 9(3)  VALUE 0.
          02 N-PROD-W           PIC 9(3)  VALUE 0.
          02 N-RCB-W            PIC 9(3)  VALUE 0.
          02 SW-HALLADO-W       PIC X.
          02 SW-REC-W           PIC X.
          02 SW-RCB-W           PIC X.
          02 SW-CXP-W           PIC X.
          02 SW-SOBRE-W         PIC X.
          02 SW-EPR-W           PIC X.
          02 INI-INT-W          PIC 9(7).
          02 FIN-INT-W          PIC 9(7).
          02 DIA-INT-W          PIC 9(7).
          02 FECHA-DIA-W        PIC 9(8).
          02 MES-ACT-W          PIC 9(6)  VALUE 0.
          02 TANQ-BUSQ-W        PIC XX.
          02 HORA-CIERRE-W      PIC 9(4)  VALUE 2359.
          02 SURTIDOR-W         PIC XX    VALUE SPACES.
          02 PRECIO-W           PIC 9(9)V99.
          02 INVALID-PRE-W      PIC 99.
          02 SOBRETASA-W        PIC 9(9)V99.
          02 IMP-NAL-W          PIC 9(7)V99.
          02 CARBONO-W          PIC 9(7)V99.
          02 MARGEN-REG-W       PIC 9(7)V99.
          02 NETO-GAL-W         PIC S9(9)V99.
          02 MARGEN-GAL-W       PIC S9(9)V99.
          02 MARGEN-TOT-W       PIC S9(13)V99.
          02 EXIST-BASE-W       PIC 9(9)V99.
          02 GAL-FACT-W         PIC 9(9)V99.
          02 PUNT-W             PIC 9(3).
          02 SUGERENCIA-W       PIC X(20).
          02 VALOR-EDIT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 GALON-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
          02 MARGEN-EDIT        PIC -ZZZ,ZZ9.99.

       01 TABLA-TANQUES.
          02 DET-TANQ-W OCCURS 20.
             03 COD-TANQ-W      PIC XX.
             03 PROD-TANQ-W     PIC 9(3).

       01 TABLA-PRODUCTOS.
          02 DET-PROD-W OCCURS 20.
             03 NOM-PROD-W      PIC X(15).
             03 EXIST-W         PIC S9(9)V99.
             03 COSTO-PROM-W    PIC 9(7)V9(4).
             03 APER-DIA-W      PIC S9(9)V99.
             03 VENTA-DIA-W     PIC S9(9)V99.
             03 SW-APER-W       PIC X.
             03 INI-GAL-W       PIC 9(11)V99.
             03 INI-VALOR-W     PIC 9(15)V99.
             03 MES-GAL-W       PIC S9(11)V99.
             03 MES-NETO-W      PIC S9(15)V99.
             03 MES-COSTO-W     PIC S9(15)V99.
             03 MES-MARGEN-W    PIC S9(15)V99.
             03 MES-REG-W       PIC S9(15)V99.

       01 TABLA-RECIBOS-DIA.
          02 DET-RCB-W OCCURS 50.
             03 PROD-RCB-W      PIC 9(3).
             03 NIT-RCB-W       PIC 9(11).
             03 FACT-RCB-W      PIC X(15).
             03 VOL-RCB-W       PIC 9(9)V99.
             03 PRECIO-RCB-W    PIC 9(7)V99.

       01 LIN-JSON-W            PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 PRODUCTO-ENV       PIC X(15).
          02 FILLER             PIC X VALUE "|".
          02 VIGENCIA-ENV       PIC 9(8).

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
              MOVE "BOM142"                TO MSJ3-HTML
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
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ESTRUCT SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ESTRUCT-PRECIO.
       ESCR-EXCEP-ESTRUCT.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-EPR-W               TO MSJ2-HTML
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RECTA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RECON-TANQ.
       ESCR-EXCEP-RECTA.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-REC-W               TO MSJ2-HTML
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RECIBOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RECIBO-COMB.
       ESCR-EXCEP-RECIBOS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RCB-W               TO MSJ2-HTML
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CXP SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CXP.
       ESCR-EXCEP-CXP.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CXP-W               TO MSJ2-HTML
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CLTAN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CL-TANQUES.
       ESCR-EXCEP-CLTAN.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CLTAN-W             TO MSJ2-HTML
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SOBRE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SOBRETASAS.
       ESCR-EXCEP-SOBRE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SOBRE-W             TO MSJ2-HTML
              MOVE "BOM142"                TO MSJ3-HTML
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
              MOVE "BOM142"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM142" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PRODUCTO-LLEGAD-W,
                   FECHA-INI-LLEGAD-W, FECHA-FIN-LLEGAD-W,
                   DETALLE-LLEGAD-W, IMP-NAL-LLEGAD-W,
                   CARBONO-LLEGAD-W, MARGEN-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           IF FECHA-INI-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-INI-LLEGAD-W
              MOVE "01"        TO FECHA-INI-LLEGAD-W (7:2)
           END-IF.

           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-FIN-LLEGAD-W
           END-IF.

           EVALUATE OPC-LLEGAD-W
             WHEN "E"
                  IF PRODUCTO-LLEGAD-W = SPACES
                     MOVE "99"                        TO MSJ1-HTML
                     MOVE "Falta el producto"         TO MSJ2-HTML
                     MOVE "BOM142"                    TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN "M"
                  IF FECHA-FIN-LLEGAD-W < FECHA-INI-LLEGAD-W
                     MOVE "99"                        TO MSJ1-HTML
                     MOVE "Rango de fechas invertido" TO MSJ2-HTML
                     MOVE "BOM142"                    TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
                  END-IF
             WHEN OTHER
                  MOVE "99"                           TO MSJ1-HTML
                  MOVE "Opcion no valida"             TO MSJ2-HTML
                  MOVE "BOM142"                       TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

           COMPUTE INI-INT-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-INI-LLEGAD-W)
           COMPUTE FIN-INT-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-FIN-LLEGAD-W)

           IF FIN-INT-W - INI-INT-W > 366
              MOVE "99"                               TO MSJ1-HTML
              MOVE "El rango no puede pasar de un ano" TO MSJ2-HTML
              MOVE "BOM142"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
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
           INITIALIZE NOM-EPR-W NOM-REC-W NOM-RCB-W NOM-CXP-W
                      NOM-CLTAN-W NOM-SOBRE-W NOM-PRE-W NOM-PLANO-W
           MOVE "\\" TO NOM-EPR-W

           INSPECT NOM-EPR-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-EPR-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-EPR-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-EPR-W TO NOM-REC-W NOM-RCB-W NOM-CXP-W
                             NOM-CLTAN-W NOM-SOBRE-W NOM-PRE-W

           INSPECT NOM-EPR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEPR.DAT"

           INSPECT NOM-REC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHREC.DAT"

           INSPECT NOM-RCB-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRCB.DAT"

           INSPECT NOM-CXP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCXP.DAT"

           INSPECT NOM-CLTAN-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTAN.DAT"

           INSPECT NOM-SOBRE-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHSOB.DAT"

           INSPECT NOM-PRE-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPRE.DAT"

           IF OPC-LLEGAD-W = "M"
              GO TO INFORME-MARGEN
           END-IF.

      *=================================================================
      * ESTRUCTURA REGULADA DEL PRECIO
      *=================================================================
       GRABAR-ESTRUCTURA.
           OPEN I-O ARCHIVO-ESTRUCT-PRECIO

           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ESTRUCT-PRECIO
              CLOSE       ARCHIVO-ESTRUCT-PRECIO
              OPEN I-O    ARCHIVO-ESTRUCT-PRECIO
           END-IF

           INITIALIZE REG-ESTRUCT-PRECIO
           MOVE PRODUCTO-LLEGAD-W  TO PRODUCTO-EPR
           MOVE FECHA-INI-LLEGAD-W TO FECHA-VIG-EPR
           MOVE IMP-NAL-LLEGAD-W   TO IMP-NAL-EPR
           MOVE CARBONO-LLEGAD-W   TO CARBONO-EPR
           MOVE MARGEN-LLEGAD-W    TO MARGEN-REG-EPR
           MOVE OPER-LLEGAD-W      TO OPER-EPR
           MOVE FECHA-TOTAL        TO FECHA-GRAB-EPR

           WRITE REG-ESTRUCT-PRECIO
                 INVALID KEY
                    REWRITE REG-ESTRUCT-PRECIO END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-ESTRUCT-PRECIO

           MOVE "00"          TO DAT0-ENV
           MOVE PRODUCTO-EPR  TO PRODUCTO-ENV
           MOVE FECHA-VIG-EPR TO VIGENCIA-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * INFORME DE MARGEN POR GALON
      *=================================================================
       INFORME-MARGEN.
           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM142-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       CARGAR-TANQUES.

      *    CADA TANQUE QUEDA APUNTANDO AL RENGLON DE SU PRODUCTO;
      *    CON PRODUCTO EN LA SOLICITUD SOLO ENTRAN SUS TANQUES.

           INITIALIZE TABLA-TANQUES TABLA-PRODUCTOS N-TANQ-W N-PROD-W
           OPEN INPUT ARCHIVO-CL-TANQUES
           MOVE SPACE TO COD-CL-TANQ
           START ARCHIVO-CL-TANQUES KEY IS NOT LESS COD-CL-TANQ
                 INVALID KEY MOVE "9" TO OTR-STAT
           END-START

           PERFORM LEER-TANQUE UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-CL-TANQUES

           IF N-PROD-W = ZEROS
              MOVE "99"                              TO MSJ1-HTML
              MOVE "No hay tanques para el producto" TO MSJ2-HTML
              MOVE "BOM142"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

      *    UN ARCHIVO QUE NO EXISTE (35) QUEDA SIN ABRIR Y NO SE LEE;
      *    EL INFORME SIGUE CON LO QUE HAYA.

       ABRIR-ARCHIVOS.
           MOVE "N" TO SW-REC-W SW-RCB-W SW-CXP-W SW-SOBRE-W SW-EPR-W

           OPEN INPUT ARCHIVO-RECON-TANQ
           IF OTR-STAT = "00"
              MOVE "S" TO SW-REC-W
           END-IF
           OPEN INPUT ARCHIVO-RECIBO-COMB
           IF OTR-STAT = "00"
              MOVE "S" TO SW-RCB-W
           END-IF
           OPEN INPUT ARCHIVO-CXP
           IF OTR-STAT = "00"
              MOVE "S" TO SW-CXP-W
           END-IF
           OPEN INPUT ARCHIVO-SOBRETASAS
           IF OTR-STAT = "00"
              MOVE "S" TO SW-SOBRE-W
           END-IF
           OPEN INPUT ARCHIVO-ESTRUCT-PRECIO
           IF OTR-STAT = "00"
              MOVE "S" TO SW-EPR-W
           END-IF
           MOVE "00" TO OTR-STAT
           OPEN OUTPUT ARCHIVO-JSON.

       COSTO-INICIAL.

      *    EL COSTO CON QUE ARRANCA EL PERIODO ES EL PROMEDIO DE LOS
      *    RECIBOS DE LOS 30 DIAS ANTERIORES A LA FECHA INICIAL.

           PERFORM PROCESAR-RECIBOS-INICIALES
                   VARYING DIA-INT-W FROM 1 BY 1 UNTIL DIA-INT-W > 30

           PERFORM FIJAR-COSTO-INICIAL
                   VARYING K FROM 1 BY 1 UNTIL K > N-PROD-W.

       RECORRER-DIAS.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*DESDE*:"          DELIMITED BY SIZE
                  FECHA-INI-LLEGAD-W   DELIMITED BY SIZE
                  ",*HASTA*:"          DELIMITED BY SIZE
                  FECHA-FIN-LLEGAD-W   DELIMITED BY SIZE
                  ",*MARGEN*:["        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM PROCESAR-DIA
                   VARYING DIA-INT-W FROM INI-INT-W BY 1
                   UNTIL DIA-INT-W > FIN-INT-W

           PERFORM ESCRIBIR-MES
                   VARYING K FROM 1 BY 1 UNTIL K > N-PROD-W

           MOVE "{*TIPO*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           IF SW-REC-W = "S"
              CLOSE ARCHIVO-RECON-TANQ
           END-IF
           IF SW-RCB-W = "S"
              CLOSE ARCHIVO-RECIBO-COMB
           END-IF
           IF SW-CXP-W = "S"
              CLOSE ARCHIVO-CXP
           END-IF
           IF SW-SOBRE-W = "S"
              CLOSE ARCHIVO-SOBRETASAS
           END-IF
           IF SW-EPR-W = "S"
              CLOSE ARCHIVO-ESTRUCT-PRECIO
           END-IF
           CLOSE ARCHIVO-JSON.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM142"       TO COBW3-CNV-VALUE
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
       LEER-TANQUE.
           READ ARCHIVO-CL-TANQUES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF  OTR-STAT = "00"
           AND N-TANQ-W < 20
           AND (PRODUCTO-LLEGAD-W = SPACES
                OR PRODUCTO-LLEGAD-W = PRODUCTO-CL-TANQ)
              ADD 1 TO N-TANQ-W
              MOVE COD-CL-TANQ TO COD-TANQ-W (N-TANQ-W)
              PERFORM BUSCAR-PRODUCTO
              MOVE K TO PROD-TANQ-W (N-TANQ-W)
           END-IF.

       BUSCAR-PRODUCTO.

      *    UBICA (O CREA) EL RENGLON DEL PRODUCTO DEL TANQUE LEIDO.

           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-PRODUCTO VARYING K FROM 1 BY 1
                   UNTIL K > N-PROD-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF N-PROD-W < 20
                 ADD 1 TO N-PROD-W
                 MOVE N-PROD-W         TO K
                 MOVE PRODUCTO-CL-TANQ TO NOM-PROD-W (K)
              ELSE
                 MOVE N-PROD-W TO K
              END-IF
           END-IF.

       COMPARAR-PRODUCTO.
           IF NOM-PROD-W (K) = PRODUCTO-CL-TANQ
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       BUSCAR-TANQUE.
           IF COD-TANQ-W (I) = TANQ-BUSQ-W
              MOVE "S" TO SW-HALLADO-W
           END-IF.

      *    RECIBOS DE UN DIA: SE CARGAN A LA TABLA PARA PODER
      *    REPARTIR EL VALOR DE UNA FACTURA ENTRE LOS COMPARTIMIENTOS
      *    DEL MISMO CARROTANQUE CUANDO EL RECIBO NO TRAE PRECIO.

       CARGAR-RECIBOS-DIA.
           INITIALIZE TABLA-RECIBOS-DIA N-RCB-W
           IF SW-RCB-W NOT = "S"
              MOVE "10" TO OTR-STAT
           ELSE
              MOVE FECHA-DIA-W TO FECHA-RCB
              START ARCHIVO-RECIBO-COMB KEY IS NOT LESS FECHA-RCB
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
           END-IF

           PERFORM LEER-RECIBO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM PRECIO-POR-FACTURA
                   VARYING R FROM 1 BY 1 UNTIL R > N-RCB-W.

       LEER-RECIBO.
           READ ARCHIVO-RECIBO-COMB NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND FECHA-RCB NOT = FECHA-DIA-W
              MOVE "10" TO OTR-STAT
           END-IF.

           IF OTR-STAT = "00"
              MOVE COD-TANQ-RCB TO TANQ-BUSQ-W
              MOVE "N" TO SW-HALLADO-W
              PERFORM BUSCAR-TANQUE VARYING I FROM 1 BY 1
                      UNTIL I > N-TANQ-W OR SW-HALLADO-W = "S"
              IF SW-HALLADO-W = "S" AND N-RCB-W < 50
                 SUBTRACT 1 FROM I
                 ADD 1 TO N-RCB-W
                 MOVE PROD-TANQ-W (I) TO PROD-RCB-W   (N-RCB-W)
                 MOVE NIT-PROV-RCB    TO NIT-RCB-W    (N-RCB-W)
                 MOVE FACTURA-RCB     TO FACT-RCB-W   (N-RCB-W)
                 MOVE VOL-CORREG-RCB  TO VOL-RCB-W    (N-RCB-W)
                 MOVE PRECIO-GAL-RCB  TO PRECIO-RCB-W (N-RCB-W)
              END-IF
           END-IF.

       PRECIO-POR-FACTURA.
           IF  PRECIO-RCB-W (R) = ZEROS
           AND FACT-RCB-W (R) NOT = SPACES
              MOVE ZEROS TO GAL-FACT-W
              PERFORM SUMAR-GALONES-FACTURA
                      VARYING I FROM 1 BY 1 UNTIL I > N-RCB-W
              MOVE NIT-RCB-W  (R) TO NIT-PROV-CXP
              MOVE FACT-RCB-W (R) TO NRO-FACT-CXP
              MOVE ZEROS TO VALOR-CXP
              IF SW-CXP-W = "S"
                 READ ARCHIVO-CXP
                      INVALID KEY
                         MOVE ZEROS TO VALOR-CXP
                 END-READ
              END-IF
              IF  VALOR-CXP > ZEROS
              AND GAL-FACT-W > ZEROS
                 COMPUTE PRECIO-RCB-W (R) ROUNDED =
                         VALOR-CXP / GAL-FACT-W
              END-IF
           END-IF.

       SUMAR-GALONES-FACTURA.
           IF  NIT-RCB-W  (I) = NIT-RCB-W  (R)
           AND FACT-RCB-W (I) = FACT-RCB-W (R)
              ADD VOL-RCB-W (I) TO GAL-FACT-W
           END-IF.

       PROCESAR-RECIBOS-INICIALES.
           COMPUTE FECHA-DIA-W =
                   FUNCTION DATE-OF-INTEGER (INI-INT-W - DIA-INT-W)
           PERFORM CARGAR-RECIBOS-DIA
           PERFORM ACUMULAR-RECIBO-INICIAL
                   VARYING R FROM 1 BY 1 UNTIL R > N-RCB-W.

       ACUMULAR-RECIBO-INICIAL.
           IF PRECIO-RCB-W (R) > ZEROS
              MOVE PROD-RCB-W (R) TO K
              ADD VOL-RCB-W (R) TO INI-GAL-W (K)
              COMPUTE INI-VALOR-W (K) = INI-VALOR-W (K)
                      + VOL-RCB-W (R) * PRECIO-RCB-W (R)
           END-IF.

       FIJAR-COSTO-INICIAL.
           IF INI-GAL-W (K) > ZEROS
              COMPUTE COSTO-PROM-W (K) ROUNDED =
                      INI-VALOR-W (K) / INI-GAL-W (K)
           END-IF.

      *    UN DIA: EXISTENCIA DE APERTURA Y VENTA SEGUN LA
      *    CONCILIACION DE CADA TANQUE, ENTRADAS AL COSTO PROMEDIO
      *    Y MARGEN DE LO VENDIDO.

       PROCESAR-DIA.
           COMPUTE FECHA-DIA-W = FUNCTION DATE-OF-INTEGER (DIA-INT-W)

           IF  MES-ACT-W NOT = ZEROS
           AND FECHA-DIA-W (1:6) NOT = MES-ACT-W
              PERFORM ESCRIBIR-MES
                      VARYING K FROM 1 BY 1 UNTIL K > N-PROD-W
           END-IF
           MOVE FECHA-DIA-W (1:6) TO MES-ACT-W

           PERFORM LIMPIAR-DIA VARYING K FROM 1 BY 1 UNTIL K > N-PROD-W

           PERFORM LEER-CONCILIACION-DIA
                   VARYING I FROM 1 BY 1 UNTIL I > N-TANQ-W

           PERFORM TOMAR-APERTURA VARYING K FROM 1 BY 1
                   UNTIL K > N-PROD-W

           PERFORM CARGAR-RECIBOS-DIA
           PERFORM PROMEDIAR-RECIBO
                   VARYING R FROM 1 BY 1 UNTIL R > N-RCB-W

           PERFORM CALCULAR-MARGEN-DIA
                   VARYING K FROM 1 BY 1 UNTIL K > N-PROD-W.

       LIMPIAR-DIA.
           MOVE ZEROS TO APER-DIA-W (K) VENTA-DIA-W (K)
           MOVE "N"   TO SW-APER-W (K).

       LEER-CONCILIACION-DIA.
           MOVE COD-TANQ-W (I) TO COD-REC-TANQ
           MOVE FECHA-DIA-W    TO FECHA-REC-TANQ
           IF SW-REC-W NOT = "S"
              MOVE "23" TO OTR-STAT
           ELSE
              READ ARCHIVO-RECON-TANQ
                   INVALID KEY
                      MOVE ZEROS TO VOL-APERTURA-REC
              END-READ
           END-IF
           IF OTR-STAT = "00"
              MOVE PROD-TANQ-W (I) TO K
              ADD VOL-APERTURA-REC TO APER-DIA-W  (K)
              ADD VOL-VENDIDO-REC  TO VENTA-DIA-W (K)
              MOVE "S" TO SW-APER-W (K)
           END-IF
           MOVE "00" TO OTR-STAT.

       TOMAR-APERTURA.

      *    LA VARILLA DE APERTURA CORRIGE LA EXISTENCIA CORRIDA; SIN
      *    CONCILIACION DEL DIA SE SIGUE CON LA EXISTENCIA CALCULADA.

           IF SW-APER-W (K) = "S"
              MOVE APER-DIA-W (K) TO EXIST-W (K)
           END-IF.

       PROMEDIAR-RECIBO.
           MOVE PROD-RCB-W (R) TO K
           IF  PRECIO-RCB-W (R) > ZEROS
           AND VOL-RCB-W (R) > ZEROS
              MOVE ZEROS TO EXIST-BASE-W
              IF EXIST-W (K) > ZEROS
                 MOVE EXIST-W (K) TO EXIST-BASE-W
              END-IF
              COMPUTE COSTO-PROM-W (K) ROUNDED =
                      (EXIST-BASE-W * COSTO-PROM-W (K)
                       + VOL-RCB-W (R) * PRECIO-RCB-W (R))
                      / (EXIST-BASE-W + VOL-RCB-W (R))
           END-IF
           ADD VOL-RCB-W (R) TO EXIST-W (K).

       CALCULAR-MARGEN-DIA.
           IF VENTA-DIA-W (K) > ZEROS
              PERFORM TOMAR-PRECIO-DIA
              COMPUTE NETO-GAL-W = PRECIO-W - SOBRETASA-W
                                 - IMP-NAL-W - CARBONO-W
              COMPUTE MARGEN-GAL-W ROUNDED =
                      NETO-GAL-W - COSTO-PROM-W (K)
              COMPUTE MARGEN-TOT-W ROUNDED =
                      MARGEN-GAL-W * VENTA-DIA-W (K)

              ADD VENTA-DIA-W (K) TO MES-GAL-W (K)
              COMPUTE MES-NETO-W (K) ROUNDED = MES-NETO-W (K)
                      + NETO-GAL-W * VENTA-DIA-W (K)
              COMPUTE MES-COSTO-W (K) ROUNDED = MES-COSTO-W (K)
                      + COSTO-PROM-W (K) * VENTA-DIA-W (K)
              ADD MARGEN-TOT-W TO MES-MARGEN-W (K)
              COMPUTE MES-REG-W (K) ROUNDED = MES-REG-W (K)
                      + MARGEN-REG-W * VENTA-DIA-W (K)

              IF DETALLE-LLEGAD-W = "D"
                 PERFORM ESCRIBIR-DIA
              END-IF

              SUBTRACT VENTA-DIA-W (K) FROM EXIST-W (K)
           END-IF.

       TOMAR-PRECIO-DIA.
           MOVE ZEROS TO PRECIO-W INVALID-PRE-W
           CALL "BOM008P" USING NOM-PRE-W NOM-PROD-W (K)
                                SURTIDOR-W FECHA-DIA-W
                                HORA-CIERRE-W PRECIO-W
                                INVALID-PRE-W

           MOVE NOM-PROD-W (K) TO ART-SOBRE
           MOVE ZEROS TO VALOR-SOBRE
           IF SW-SOBRE-W = "S"
              READ ARCHIVO-SOBRETASAS
                   INVALID KEY
                      MOVE ZEROS TO VALOR-SOBRE
              END-READ
           END-IF
           MOVE VALOR-SOBRE TO SOBRETASA-W
           MOVE "00" TO OTR-STAT

           MOVE ZEROS TO IMP-NAL-W CARBONO-W MARGEN-REG-W
           MOVE NOM-PROD-W (K) TO PRODUCTO-EPR
           MOVE FECHA-DIA-W    TO FECHA-VIG-EPR
           IF SW-EPR-W NOT = "S"
              MOVE "23" TO OTR-STAT
           ELSE
              START ARCHIVO-ESTRUCT-PRECIO KEY IS NOT GREATER LLAVE-EPR
                    INVALID KEY MOVE "23" TO OTR-STAT
              END-START
           END-IF
           IF OTR-STAT = "00"
              READ ARCHIVO-ESTRUCT-PRECIO PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF  OTR-STAT = "00"
              AND PRODUCTO-EPR = NOM-PROD-W (K)
                 MOVE IMP-NAL-EPR    TO IMP-NAL-W
                 MOVE CARBONO-EPR    TO CARBONO-W
                 MOVE MARGEN-REG-EPR TO MARGEN-REG-W
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT.

       ESCRIBIR-DIA.
           MOVE SPACES TO LIN-JSON-W
           MOVE 1      TO PUNT-W
           STRING "{*TIPO*:*D*,*FECHA*:" DELIMITED BY SIZE
                  FECHA-DIA-W            DELIMITED BY SIZE
                  ",*PRODUCTO*:*"        DELIMITED BY SIZE
                  NOM-PROD-W (K)         DELIMITED BY "  "
                  "*,*GALONES*:*"        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE VENTA-DIA-W (K) TO GALON-EDIT
           PERFORM AGREGAR-GALONES
           MOVE PRECIO-W TO MARGEN-EDIT
           STRING "*,*PRECIO*:*"      DELIMITED BY SIZE
                  MARGEN-EDIT         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE SOBRETASA-W TO MARGEN-EDIT
           STRING "*,*SOBRETASA*:*"   DELIMITED BY SIZE
                  MARGEN-EDIT         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           COMPUTE MARGEN-EDIT = IMP-NAL-W + CARBONO-W
           STRING "*,*IMPUESTOS*:*"   DELIMITED BY SIZE
                  MARGEN-EDIT         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE COSTO-PROM-W (K) TO MARGEN-EDIT
           STRING "*,*COSTO*:*"       DELIMITED BY SIZE
                  MARGEN-EDIT         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE MARGEN-GAL-W TO MARGEN-EDIT
           STRING "*,*MARGEN-GAL*:*"  DELIMITED BY SIZE
                  MARGEN-EDIT         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE MARGEN-REG-W TO MARGEN-EDIT
           STRING "*,*MARGEN-REG*:*"  DELIMITED BY SIZE
                  MARGEN-EDIT         DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           MOVE MARGEN-TOT-W TO VALOR-EDIT
           STRING "*,*MARGEN-TOTAL*:*" DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       AGREGAR-GALONES.
           STRING GALON-EDIT          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNT-W
           END-STRING.

      *    TOTAL DEL MES POR PRODUCTO. EL MARGEN POR GALON ES EL
      *    PONDERADO POR LOS GALONES DE CADA DIA; SI QUEDA POR
      *    DEBAJO DEL REGULADO SE SUGIERE PEDIR EL CAMBIO DE PRECIO.

       ESCRIBIR-MES.
           IF MES-GAL-W (K) > ZEROS
              COMPUTE MARGEN-GAL-W ROUNDED =
                      MES-MARGEN-W (K) / MES-GAL-W (K)
              COMPUTE MARGEN-REG-W ROUNDED =
                      MES-REG-W (K) / MES-GAL-W (K)
              MOVE "SIN ESTRUCTURA" TO SUGERENCIA-W
              IF MARGEN-REG-W > ZEROS
                 IF MARGEN-GAL-W < MARGEN-REG-W
                    MOVE "PEDIR AJUSTE PRECIO" TO SUGERENCIA-W
                 ELSE
                    MOVE "DENTRO DEL REGULADO" TO SUGERENCIA-W
                 END-IF
              END-IF

              MOVE SPACES TO LIN-JSON-W
              MOVE 1      TO PUNT-W
           MOVE 1      TO PUNT-W
              STRING "{*TIPO*:*M*,*MES*:"  DELIMITED BY SIZE
                     MES-ACT-W             DELIMITED BY SIZE
                     ",*PRODUCTO*:*"       DELIMITED BY SIZE
                     NOM-PROD-W (K)        DELIMITED BY "  "
                     "*,*GALONES*:*"       DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE MES-GAL-W (K) TO GALON-EDIT
              PERFORM AGREGAR-GALONES
              MOVE MES-NETO-W (K) TO VALOR-EDIT
              STRING "*,*VENTA-NETA*:*"  DELIMITED BY SIZE
                     VALOR-EDIT          DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE MES-COSTO-W (K) TO VALOR-EDIT
              STRING "*,*COSTO*:*"       DELIMITED BY SIZE
                     VALOR-EDIT          DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE MES-MARGEN-W (K) TO VALOR-EDIT
              STRING "*,*MARGEN-TOTAL*:*" DELIMITED BY SIZE
                     VALOR-EDIT          DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE MARGEN-GAL-W TO MARGEN-EDIT
              STRING "*,*MARGEN-GAL*:*"  DELIMITED BY SIZE
                     MARGEN-EDIT         DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              MOVE MARGEN-REG-W TO MARGEN-EDIT
              STRING "*,*MARGEN-REG*:*"  DELIMITED BY SIZE
                     MARGEN-EDIT         DELIMITED BY SIZE
                     "*,*SUGERENCIA*:*"  DELIMITED BY SIZE
                     SUGERENCIA-W        DELIMITED BY "  "
                     "*},"               DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNT-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF

           MOVE ZEROS TO MES-GAL-W (K) MES-NETO-W (K) MES-COSTO-W (K)
                         MES-MARGEN-W (K) MES-REG-W (K).

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
