      *=================================================================
      * BOMBAS - VENTAS DE ARTICULOS NO COMBUSTIBLES EN LA PLANILLA
      *          DE TURNO (SC-ARCHVAR): ACEITES, ADITIVOS Y TIENDA
      *          QUE VENDE EL ISLERO Y QUE HASTA HOY QUEDABAN EN UN
      *          CUADERNO SIN DESCARGAR DEL INVENTARIO.
      *          - OPC "G": AGREGA UNA LINEA A LA PLANILLA. LA
      *            PLANILLA DEBE EXISTIR EN SC-ARCOMBU (DE ELLA SE
      *            TOMAN FECHA, TURNO Y VENDEDOR); EL ARTICULO SE
      *            VALIDA EN EL MAESTRO (POR CODIGO O POR CODIGO DE
      *            BARRAS) Y EL PRECIO SALE DE SU TABLA DE VENTA. LA
      *            SALIDA SE GRABA EN SC-MOVINV DEL ALMACEN DE LA
      *            ESTACION CON LA TRANSACCION PROPIA "2L" (FAMILIA
      *            DE SALIDAS QUE INV010 VALORIZA), QUEDA EN EL
      *            DIARIO DE TRANSACCIONES (CON848R) Y MARCADA PARA
      *            EL KARDEX INCREMENTAL (INV011R).
      *          - OPC "X": ANULA UNA LINEA: BORRA SU SALIDA DE
      *            INVENTARIO Y LA DEJA EN ESTADO "X".
      *          - OPC "L": LINEAS DE LA PLANILLA CON SU TOTAL.
      *          LAS VENTAS ACTIVAS ENTRAN AL EFECTIVO ESPERADO DEL
      *          ISLERO (BOM131) Y AL PUENTE CONTABLE (BOM126).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM140".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-VARTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-INVEN.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE DYNAMIC;
                  RECORD KEY IS LLAVE-COMB
                  ALTERNATE RECORD KEY IS FECHA-COMB WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-ART-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE  DYNAMIC;
                  RECORD KEY COD-ART
                  ALTERNATE RECORD KEY CLASE-ART       WITH DUPLICATES
                  ALTERNATE RECORD KEY COD-BARRAS-ART  WITH DUPLICATES
                  ALTERNATE RECORD KEY DESCRIP-ART     WITH DUPLICATES
                  ALTERNATE RECORD KEY USO-ART         WITH DUPLICATES
                  ALTERNATE RECORD KEY CL-ROTAC-ART    WITH DUPLICATES
                  ALTERNATE RECORD KEY UBICAC-ART      WITH DUPLICATES
                  ALTERNATE RECORD KEY FECHA-VENCE-ART WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-VARTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-INVEN.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ARTIC.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-VAR-W             PIC X(70).
       01 NOM-COMBU-W           PIC X(70).
       01 NOM-ART-W             PIC X(70).
       01 NOM-INVENT-W          PIC X(70).
       01 NOM-CKP-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPCION-LLEGAD-W        PIC X.
          02 NRO-COMB-LLEGAD-W      PIC X(6).
          02 ITEM-LLEGAD-W          PIC 9(3).
          02 ALM-LLEGAD-W           PIC X(5).
          02 ART-LLEGAD-W           PIC X(16).
          02 CANTIDAD-LLEGAD-W      PIC 9(7)V99.
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 PRECIO-VENTA-W     PIC 9(11)V99.
          02 TOTAL-W            PIC 9(12)V99.
          02 N-LINEAS-W         PIC 9(3)  VALUE 0.
          02 SW-GRABADO-W       PIC X     VALUE "N".
          02 CANT-EDIT          PIC ZZZ,ZZ9.99.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 LIN-JSON-W            PIC X(400).

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.
       01 COMBO-CKP-W           PIC X(32).
       01 INVALID-CKP-W         PIC 99.

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 ITEM-ENV           PIC 9(3).
          02 FILLER             PIC X VALUE "|".
          02 VALOR-ENV          PIC X(22).
          02 FILLER             PIC X VALUE "|".
          02 DESCRIP-ENV        PIC X(40).

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
              MOVE "BOM140"                TO MSJ3-HTML
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
              MOVE "BOM140"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-VARTI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-VENTA-ARTIC.
       ESCR-EXCEP-VARTI.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-VAR-W               TO MSJ2-HTML
              MOVE "BOM140"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COMBU SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COMBUSTIBLES.
       ESCR-EXCEP-COMBU.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COMBU-W             TO MSJ2-HTML
              MOVE "BOM140"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ARTIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MAESTRO-ARTICULOS.
       ESCR-EXCEP-ARTIC.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ART-W               TO MSJ2-HTML
              MOVE "BOM140"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-INVEN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-INVENT.
       ESCR-EXCEP-INVEN.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-INVENT-W            TO MSJ2-HTML
              MOVE "BOM140"                TO MSJ3-HTML
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
              MOVE "BOM140"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM140" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPCION-LLEGAD-W, NRO-COMB-LLEGAD-W,
                   ITEM-LLEGAD-W, ALM-LLEGAD-W, ART-LLEGAD-W,
                   CANTIDAD-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.
           MOVE FECHA-TOTAL TO FECHA-HOY-W.

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
           INITIALIZE NOM-VAR-W NOM-COMBU-W NOM-ART-W NOM-INVENT-W
                      NOM-CKP-W
           MOVE "\\" TO NOM-VAR-W

           INSPECT NOM-VAR-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-VAR-W REPLACING FIRST " "
                                          BY "\"
           INSPECT NOM-VAR-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-VAR-W TO NOM-COMBU-W NOM-ART-W NOM-INVENT-W
                             NOM-CKP-W

           INSPECT NOM-VAR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHVAR.DAT"
           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCOMBU.DAT"
           INSPECT NOM-ART-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-MAESART.DAT"
           INSPECT NOM-INVENT-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-MOVINV.DAT"
           INSPECT NOM-CKP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCKP.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM140-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       LEER-PLANILLA.

      *    TODA OPCION TRABAJA SOBRE UNA PLANILLA EXISTENTE.

           OPEN INPUT ARCHIVO-COMBUSTIBLES
           MOVE NRO-COMB-LLEGAD-W TO NRO-COMB
           READ ARCHIVO-COMBUSTIBLES
                INVALID KEY
                   CLOSE ARCHIVO-COMBUSTIBLES
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "No existe la planilla"     TO MSJ2-HTML
                   MOVE "BOM140"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COMBUSTIBLES.

           OPEN I-O ARCHIVO-VENTA-ARTIC
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-VENTA-ARTIC
              CLOSE       ARCHIVO-VENTA-ARTIC
              OPEN I-O    ARCHIVO-VENTA-ARTIC
           END-IF.

           EVALUATE OPCION-LLEGAD-W
             WHEN "G"   GO TO AGREGAR-ARTICULO
             WHEN "X"   GO TO ANULAR-ARTICULO
             WHEN "L"   GO TO LISTAR-PLANILLA
             WHEN OTHER
                  CLOSE ARCHIVO-VENTA-ARTIC
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "BOM140"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPCION "G": AGREGAR UN ARTICULO A LA PLANILLA
      *=================================================================
       AGREGAR-ARTICULO.
           IF ART-LLEGAD-W = SPACES
           OR CANTIDAD-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-VENTA-ARTIC
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Falta articulo o cantidad"    TO MSJ2-HTML
              MOVE "BOM140"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF ALM-LLEGAD-W = SPACES
              MOVE "EDS01" TO ALM-LLEGAD-W
           END-IF

      *    EL ARTICULO SE BUSCA POR CODIGO Y, SI NO APARECE, POR
      *    CODIGO DE BARRAS (EL LECTOR DE LA TIENDA).

           OPEN INPUT MAESTRO-ARTICULOS
           MOVE ART-LLEGAD-W TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY
                   MOVE ART-LLEGAD-W TO COD-BARRAS-ART
                   READ MAESTRO-ARTICULOS KEY IS COD-BARRAS-ART
                        INVALID KEY
                           CLOSE MAESTRO-ARTICULOS ARCHIVO-VENTA-ARTIC
                           MOVE "99"                 TO MSJ1-HTML
                           MOVE "Articulo no existe en el maestro"
                                TO MSJ2-HTML
                           MOVE "BOM140"             TO MSJ3-HTML
                           GO TO ENVIAR2-ERROR
                   END-READ
           END-READ
           MOVE VR-VENTA1-ART (1) TO PRECIO-VENTA-W
           CLOSE MAESTRO-ARTICULOS

           IF PRECIO-VENTA-W = ZEROS
              CLOSE ARCHIVO-VENTA-ARTIC
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Articulo sin precio de venta" TO MSJ2-HTML
              MOVE "BOM140"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-VENTA-ARTIC
           MOVE NRO-COMB          TO NRO-COMB-VAR
           MOVE 1                 TO ITEM-VAR
           MOVE FECHA-COMB        TO FECHA-VAR
           MOVE TURNO-COMB        TO TURNO-VAR
           MOVE VEND-COMB         TO VEND-VAR
           MOVE ALM-LLEGAD-W      TO ALMACEN-VAR
           MOVE COD-ART           TO COD-ART-VAR
           MOVE CLASE-ART         TO CLASE-ART-VAR
           MOVE DESCRIP-ART       TO DESCRIP-VAR
           MOVE CANTIDAD-LLEGAD-W TO CANT-VAR
           MOVE PRECIO-VENTA-W    TO PRECIO-VAR
           COMPUTE VALOR-VAR ROUNDED =
                   CANTIDAD-LLEGAD-W * PRECIO-VENTA-W
           COMPUTE COSTO-VAR ROUNDED =
                   CANTIDAD-LLEGAD-W * VLR-ART
           MOVE "A"               TO ESTADO-VAR
           MOVE FECHA-HOY-W       TO FECHA-GRAB-VAR
           MOVE OPER-LLEGAD-W     TO OPER-VAR

           MOVE "N" TO SW-GRABADO-W
           PERFORM GRABAR-LINEA-ARTICULO
                   UNTIL SW-GRABADO-W = "S" OR ITEM-VAR > 998

           IF SW-GRABADO-W = "N"
              CLOSE ARCHIVO-VENTA-ARTIC
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Planilla sin items disponibles" TO MSJ2-HTML
              MOVE "BOM140"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           CLOSE ARCHIVO-VENTA-ARTIC

           PERFORM GRABAR-SALIDA-INVENTARIO

           MOVE "00"         TO DAT0-ENV
           MOVE ITEM-VAR     TO ITEM-ENV
           MOVE VALOR-VAR    TO VALOR-EDIT
           MOVE VALOR-EDIT   TO VALOR-ENV
           MOVE DESCRIP-VAR  TO DESCRIP-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPCION "X": ANULAR UNA LINEA DE LA PLANILLA
      *=================================================================
       ANULAR-ARTICULO.
           MOVE NRO-COMB-LLEGAD-W TO NRO-COMB-VAR
           MOVE ITEM-LLEGAD-W     TO ITEM-VAR
           READ ARCHIVO-VENTA-ARTIC
                INVALID KEY
                   MOVE SPACES TO ESTADO-VAR
           END-READ

           IF NOT VAR-ACTIVA
              CLOSE ARCHIVO-VENTA-ARTIC
              MOVE "99"                           TO MSJ1-HTML
              MOVE "La linea no existe o ya esta anulada"
                   TO MSJ2-HTML
              MOVE "BOM140"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "X"           TO ESTADO-VAR
           MOVE OPER-LLEGAD-W TO OPER-VAR
           REWRITE REG-VENTA-ARTIC END-REWRITE
           CLOSE ARCHIVO-VENTA-ARTIC

           PERFORM BORRAR-SALIDA-INVENTARIO

           MOVE "00"         TO DAT0-ENV
           MOVE ITEM-VAR     TO ITEM-ENV
           MOVE VALOR-VAR    TO VALOR-EDIT
           MOVE VALOR-EDIT   TO VALOR-ENV
           MOVE DESCRIP-VAR  TO DESCRIP-ENV.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * OPCION "L": LINEAS DE LA PLANILLA
      *=================================================================
       LISTAR-PLANILLA.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PLANILLA*:*"     DELIMITED BY SIZE
                  NRO-COMB            DELIMITED BY SIZE
                  "*,*FECHA*:"        DELIMITED BY SIZE
                  FECHA-COMB          DELIMITED BY SIZE
                  ",*TURNO*:*"        DELIMITED BY SIZE
                  TURNO-COMB          DELIMITED BY SIZE
                  "*,*VENDEDOR*:*"    DELIMITED BY SIZE
                  VEND-COMB           DELIMITED BY SIZE
                  "*,*ARTICULOS*:["   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE TOTAL-W
           MOVE NRO-COMB-LLEGAD-W TO NRO-COMB-VAR
           MOVE ZEROS             TO ITEM-VAR
           START ARCHIVO-VENTA-ARTIC KEY IS NOT LESS LLAVE-VAR
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-LINEA-PLANILLA UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           MOVE TOTAL-W TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*ITEM*:0}],*LINEAS*:" DELIMITED BY SIZE
                  N-LINEAS-W          DELIMITED BY SIZE
                  ",*TOTAL*:*"        DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-VENTA-ARTIC

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM140"       TO COBW3-CNV-VALUE
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
       GRABAR-LINEA-ARTICULO.
           WRITE REG-VENTA-ARTIC
                 INVALID KEY
                    ADD 1 TO ITEM-VAR
                 NOT INVALID KEY
                    MOVE "S" TO SW-GRABADO-W
           END-WRITE.

       LEER-LINEA-PLANILLA.
           READ ARCHIVO-VENTA-ARTIC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NRO-COMB-VAR NOT = NRO-COMB-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ESCRIBIR-LINEA-PLANILLA
              END-IF
           END-IF.

       ESCRIBIR-LINEA-PLANILLA.
           IF VAR-ACTIVA
              ADD 1         TO N-LINEAS-W
              ADD VALOR-VAR TO TOTAL-W
           END-IF

           MOVE CANT-VAR  TO CANT-EDIT
           MOVE VALOR-VAR TO VALOR-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*ITEM*:"          DELIMITED BY SIZE
                  ITEM-VAR            DELIMITED BY SIZE
                  ",*ARTICULO*:*"     DELIMITED BY SIZE
                  COD-ART-VAR         DELIMITED BY "  "
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-VAR         DELIMITED BY "  "
                  "*,*ALMACEN*:*"     DELIMITED BY SIZE
                  ALMACEN-VAR         DELIMITED BY SIZE
                  "*,*CANTIDAD*:*"    DELIMITED BY SIZE
                  CANT-EDIT           DELIMITED BY SIZE
                  "*,*VALOR*:*"       DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-VAR          DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    SALIDA CON TRANSACCION PROPIA "2L" (VENTA DE ARTICULOS EN
      *    LA ISLA); EL COMPROBANTE ES LA PLANILLA Y LA SECUENCIA EL
      *    ITEM, ASI LA LLAVE NO CHOCA ENTRE LINEAS NI PLANILLAS.

       GRABAR-SALIDA-INVENTARIO.
           OPEN I-O MOVIMIENTO-INVENT
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-INVENT
              CLOSE       MOVIMIENTO-INVENT
              OPEN I-O    MOVIMIENTO-INVENT
           END-IF

           PERFORM ARMAR-LLAVE-INVENTARIO
           MOVE CANT-VAR          TO CANT-INV
           MOVE COSTO-VAR         TO VLR-INV
           MOVE VALOR-VAR         TO VLR-VEN-INV
           MOVE NRO-COMB-VAR      TO DOCUM-INV
           MOVE VEND-VAR          TO VEND-INV
           MOVE "VENTA ARTICULOS PLANILLA" TO DETALLE3-INV
           ACCEPT HORA-ELAB-INV FROM TIME
           MOVE FECHA-HOY-W (3:6) TO FECHA-ELAB-INV
           MOVE OPER-LLEGAD-W     TO OPER-ELAB-INV

           WRITE REG-INVENT
                 INVALID KEY
                    CLOSE MOVIMIENTO-INVENT
                    MOVE "99"                       TO MSJ1-HTML
                    MOVE "Salida de inventario duplicada"
                         TO MSJ2-HTML
                    MOVE "BOM140"                   TO MSJ3-HTML
                    GO TO ENVIAR2-ERROR
           END-WRITE

           CLOSE MOVIMIENTO-INVENT

           MOVE "W" TO ACCION-JRN-W
           PERFORM ANOTAR-JOURNAL-INVENT.

       BORRAR-SALIDA-INVENTARIO.
           OPEN I-O MOVIMIENTO-INVENT
           PERFORM ARMAR-LLAVE-INVENTARIO
           READ MOVIMIENTO-INVENT
                INVALID KEY
                   MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              DELETE MOVIMIENTO-INVENT END-DELETE
              MOVE "D" TO ACCION-JRN-W
              PERFORM ANOTAR-JOURNAL-INVENT
           END-IF

           MOVE "00" TO OTR-STAT
           CLOSE MOVIMIENTO-INVENT.

       ARMAR-LLAVE-INVENTARIO.
           INITIALIZE REG-INVENT
           MOVE "2L"              TO COD-TRANS-INV
           MOVE "1"               TO SUC-TRANS-INV
           MOVE NRO-COMB-VAR      TO COMPROB-INV
           MOVE ITEM-VAR          TO SECU-INV
           MOVE ALMACEN-VAR       TO ALMACEN-INV
           MOVE COD-ART-VAR       TO COD-ART-INV
           MOVE FECHA-VAR         TO FECHA-INV.

      *    IMAGEN AL DIARIO DE TRANSACCIONES Y MARCA PARA EL
      *    RECALCULO INCREMENTAL DE KARDEX.

       ANOTAR-JOURNAL-INVENT.
           MOVE "SC-MOVINV"  TO ARCHIVO-JRN-W
           MOVE SPACES       TO IMAGEN-JRN-W
           MOVE REG-INVENT   TO IMAGEN-JRN-W
           CALL "CON848R" USING ACCION-JRN-W ARCHIVO-JRN-W
                                DIRECTORIO-LLEGAD-W IMAGEN-JRN-W
                                INVALID-JRN-W
                ON EXCEPTION CONTINUE
           END-CALL

           MOVE LLAVE-ART-INV TO COMBO-CKP-W
           CALL "INV011R" USING NOM-CKP-W COMBO-CKP-W
                                OPER-LLEGAD-W INVALID-CKP-W
                ON EXCEPTION CONTINUE
           END-CALL.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
