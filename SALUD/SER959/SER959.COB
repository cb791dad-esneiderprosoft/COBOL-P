      *=================================================================
      * SALUD - REPORTE TRIMESTRAL DE PRECIOS DE MEDICAMENTOS A SISMED.
      *         EL MEDICAMENTO SE IDENTIFICA POR SU CUM (MAESTRO DE
      *         ARTICULOS, FD-ARTIC); LO QUE NO TIENE CUM NO SE
      *         REPORTA.
      *         - OPC "C": GRABA EL CUM Y EL PRECIO TECHO REGULADO POR
      *           UNIDAD DE UN ARTICULO.
      *         - OPC "V": REVISION PREVIA DEL TRIMESTRE: PRECIOS
      *           MINIMO, MAXIMO Y PROMEDIO Y UNIDADES POR CUM Y
      *           CANAL, MARCANDO LOS QUE SE VENDIERON POR ENCIMA DEL
      *           PRECIO TECHO.
      *         - OPC "G": LO MISMO, Y ADEMAS GENERA EL ARCHIVO PLANO
      *           DEL TRIMESTRE PARA CARGAR A SISMED.
      *         LOS CANALES SALEN DEL MOVIMIENTO DE INVENTARIO
      *         (SC-MOVINV) DEL TRIMESTRE:
      *           C COMPRA: ENTRADAS "1C" DE LA RECEPCION DE INV820, AL
      *             VALOR DE LA ENTRADA.
      *           I VENTA INSTITUCIONAL: SALIDAS DE LA FAMILIA "2" CON
      *             VALOR DE VENTA (LA DISPENSACION A PACIENTES QUE
      *             SE FACTURA), MENOS LA DE MOSTRADOR.
      *           R VENTA COMERCIAL: SALIDAS "2M" DEL MOSTRADOR DE
      *             FARMACIA (SER946).
      *         LINEA DEL ARCHIVO PLANO, SEPARADA POR "|":
      *           PERIODO (AAAAT) | CANAL | CUM | UNIDADES | PRECIO
      *           MINIMO | PRECIO MAXIMO | PRECIO PROMEDIO | VALOR
      *           TOTAL.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER959".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-INVEN.CBL".

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

           SELECT ARCHIVO-SISMED
                  ASSIGN NOM-SIS-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-INVEN.CBL".
       COPY "..\..\FUENTES\FD-ARTIC.CBL".

       FD  ARCHIVO-SISMED
           LABEL RECORD STANDARD.
       01  REG-SISMED                 PIC X(120).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-ART-W              PIC X(70).
       77 NOM-INVENT-W           PIC X(70).
       77 NOM-SIS-W              PIC X(90).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 ANO-LLEGAD-W           PIC 9(4).
          02 TRIM-LLEGAD-W          PIC 9.
          02 ART-LLEGAD-W           PIC X(16).
          02 CUM-LLEGAD-W           PIC X(15).
          02 PRECIO-REG-LLEGAD-W    PIC 9(9)V99.
          02 OPER-LLEGAD-W          PIC X(4).

      *    ACUMULADO POR CUM Y CANAL DEL TRIMESTRE.
       01 TABLA-CUM-W.
          02 CANT-CUM-W             PIC 9(4) VALUE 0.
          02 CUM-TAB-W OCCURS 3000.
             03 CUM-W               PIC X(15).
             03 CANAL-W             PIC X.
             03 DESCRIP-CUM-W       PIC X(40).
             03 TECHO-CUM-W         PIC 9(9)V99.
             03 UNIDADES-CUM-W      PIC 9(11)V99.
             03 VALOR-CUM-W         PIC 9(13)V99.
             03 MINIMO-CUM-W        PIC 9(11)V99.
             03 MAXIMO-CUM-W        PIC 9(11)V99.

       01 VARIABLES.
          02 FECHA-DESDE-W      PIC 9(8).
          02 FECHA-HASTA-W      PIC 9(8).
          02 FECHA-LIM-R-W REDEFINES FECHA-HASTA-W.
             03 ANO-HASTA-W     PIC 9(4).
             03 MES-HASTA-W     PIC 99.
             03 DIA-HASTA-W     PIC 99.
          02 MES-DESDE-W        PIC 99.
          02 K                  PIC 9(4).
          02 CANAL-MOV-W        PIC X.
          02 VALOR-MOV-W        PIC 9(13)V99.
          02 PRECIO-UNIT-W      PIC 9(11)V99.
          02 PROMEDIO-W         PIC 9(11)V99.
          02 CANT-EXCEDE-W      PIC 9(5) VALUE 0.
          02 SW-FIN-INV-W       PIC X.
          02 SW-EXCEDE-W        PIC X.
             88 EXCEDE-TECHO-W      VALUE "S".
          02 ART-ANT-W          PIC X(16) VALUE SPACES.
          02 CUM-ANT-W          PIC X(15).
          02 DESCRIP-ANT-W      PIC X(40).
          02 TECHO-ANT-W        PIC 9(9)V99.
          02 PERIODO-W.
             03 ANO-PER-W       PIC 9(4).
             03 TRIM-PER-W      PIC 9.
          02 UNIDADES-TXT       PIC 9(11).99.
          02 MINIMO-TXT         PIC 9(11).99.
          02 MAXIMO-TXT         PIC 9(11).99.
          02 PROMEDIO-TXT       PIC 9(11).99.
          02 VALOR-TXT          PIC 9(13).99.
          02 TECHO-TXT          PIC 9(9).99.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 CANT-ENV           PIC 9(4).
          02 FILLER             PIC X VALUE "|".
          02 EXCEDE-ENV         PIC 9(5).
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
              MOVE "SER959"                TO MSJ3-HTML
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
              MOVE "SER959"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-INVENT SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-INVENT.
       ESCR-EXCEP-INVENT.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-INVENT-W            TO MSJ2-HTML
              MOVE "SER959"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ARTIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MAESTRO-ARTICULOS.
       ESCR-EXCEP-ARTIC.
           IF OTR-STAT = "00" OR "02" OR "23"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ART-W               TO MSJ2-HTML
              MOVE "SER959"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SISMED SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SISMED.
       ESCR-EXCEP-SISMED.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SIS-W               TO MSJ2-HTML
              MOVE "SER959"                TO MSJ3-HTML
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
              MOVE "SER959"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER959" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, ANO-LLEGAD-W, TRIM-LLEGAD-W,
                   ART-LLEGAD-W, CUM-LLEGAD-W, PRECIO-REG-LLEGAD-W,
                   OPER-LLEGAD-W
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
           INITIALIZE NOM-ART-W NOM-INVENT-W NOM-SIS-W NOM-PLANO-W
           MOVE "\\" TO NOM-ART-W

           INSPECT NOM-ART-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ART-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ART-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-ART-W TO NOM-INVENT-W

           INSPECT NOM-ART-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-MAESART.DAT"
           INSPECT NOM-INVENT-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-MOVINV.DAT"

           MOVE ANO-LLEGAD-W  TO ANO-PER-W
           MOVE TRIM-LLEGAD-W TO TRIM-PER-W
           MOVE SPACES TO NOM-SIS-W
           STRING "C:\PROSOFT\TEMP\SC-SISMED-" DELIMITED BY SIZE
                  PERIODO-W                    DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
                  INTO NOM-SIS-W
           END-STRING

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER959-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "C"   GO TO GRABAR-CUM
             WHEN "V"   GO TO REVISAR-TRIMESTRE
             WHEN "G"   GO TO REVISAR-TRIMESTRE
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER959"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "C": CUM Y PRECIO TECHO DEL ARTICULO
      *=================================================================
       GRABAR-CUM.
           OPEN I-O MAESTRO-ARTICULOS
           MOVE ART-LLEGAD-W TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY
                   CLOSE MAESTRO-ARTICULOS
                   MOVE "99"                    TO MSJ1-HTML
                   MOVE "No existe el articulo" TO MSJ2-HTML
                   MOVE "SER959"                TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           MOVE CUM-LLEGAD-W        TO CUM-ART
           MOVE PRECIO-REG-LLEGAD-W TO PRECIO-REG-ART
           REWRITE REG-MAESTRO END-REWRITE
           CLOSE MAESTRO-ARTICULOS

           MOVE "00"                      TO DAT0-ENV
           MOVE "CUM del articulo grabado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "V" Y "G": ACUMULA EL TRIMESTRE POR CUM Y CANAL
      *=================================================================
       REVISAR-TRIMESTRE.
           IF ANO-LLEGAD-W = ZEROS
           OR TRIM-LLEGAD-W < 1 OR TRIM-LLEGAD-W > 4
              MOVE "99"                     TO MSJ1-HTML
              MOVE "Ano o trimestre no valido" TO MSJ2-HTML
              MOVE "SER959"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           COMPUTE MES-DESDE-W = TRIM-LLEGAD-W * 3 - 2
           COMPUTE FECHA-DESDE-W = ANO-LLEGAD-W * 10000
                                 + MES-DESDE-W * 100 + 1
           MOVE ANO-LLEGAD-W TO ANO-HASTA-W
           COMPUTE MES-HASTA-W = TRIM-LLEGAD-W * 3
           MOVE 31 TO DIA-HASTA-W

           OPEN INPUT MOVIMIENTO-INVENT MAESTRO-ARTICULOS

           INITIALIZE REG-INVENT
           MOVE FECHA-DESDE-W TO FECHA-INV
           MOVE "N"           TO SW-FIN-INV-W
           START MOVIMIENTO-INVENT KEY IS NOT LESS FECHA-INV
                 INVALID KEY MOVE "S" TO SW-FIN-INV-W
           END-START
           PERFORM LEER-MOVIMIENTO UNTIL SW-FIN-INV-W = "S"

           CLOSE MOVIMIENTO-INVENT MAESTRO-ARTICULOS

           OPEN OUTPUT ARCHIVO-JSON
           IF OPC-LLEGAD-W = "G"
              OPEN OUTPUT ARCHIVO-SISMED
           END-IF

           MOVE "{*SISMED*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-CUM VARYING K FROM 1 BY 1
                   UNTIL K > CANT-CUM-W
           MOVE 1 TO PUNTERO-W
           STRING "{*CUM*:**}],*PERIODO*:*" DELIMITED BY SIZE
                  PERIODO-W                 DELIMITED BY SIZE
                  "*,*EXCEDEN_TECHO*:"      DELIMITED BY SIZE
                  CANT-EXCEDE-W             DELIMITED BY SIZE
                  "}"                       DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           IF OPC-LLEGAD-W = "G"
              CLOSE ARCHIVO-SISMED
           END-IF

           MOVE "00"          TO DAT0-ENV
           MOVE CANT-CUM-W    TO CANT-ENV
           MOVE CANT-EXCEDE-W TO EXCEDE-ENV
           IF CANT-EXCEDE-W > ZEROS
              MOVE "Hay ventas sobre el precio techo" TO MENSAJE-ENV
           ELSE
              IF OPC-LLEGAD-W = "G"
                 MOVE "Archivo SISMED generado" TO MENSAJE-ENV
              ELSE
                 MOVE "Trimestre revisado"      TO MENSAJE-ENV
              END-IF
           END-IF
           GO TO ENVIO-DATOS.

       LEER-MOVIMIENTO.
           READ MOVIMIENTO-INVENT NEXT RECORD
                AT END MOVE "S" TO SW-FIN-INV-W
           END-READ.

           IF SW-FIN-INV-W = "N"
              IF FECHA-INV > FECHA-HASTA-W
                 MOVE "S" TO SW-FIN-INV-W
              ELSE
                 PERFORM CLASIFICAR-MOVIMIENTO
                 IF CANAL-MOV-W NOT = SPACE AND CANT-INV > ZEROS
                    PERFORM LEER-ARTICULO
                    IF CUM-ANT-W NOT = SPACES
                       PERFORM ACUMULAR-CUM
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CLASIFICAR-MOVIMIENTO.
           MOVE SPACE TO CANAL-MOV-W
           EVALUATE TRUE
             WHEN COD-TRANS-INV = "1C"
                  MOVE "C"         TO CANAL-MOV-W
                  MOVE VLR-INV     TO VALOR-MOV-W
             WHEN COD-TRANS-INV = "2M"
                  MOVE "R"         TO CANAL-MOV-W
                  MOVE VLR-VEN-INV TO VALOR-MOV-W
             WHEN COD1-TRANS-INV = "2" AND VLR-VEN-INV > ZEROS
                  MOVE "I"         TO CANAL-MOV-W
                  MOVE VLR-VEN-INV TO VALOR-MOV-W
           END-EVALUATE.

      *    EL MOVIMIENTO VA POR FECHA; EL ARTICULO SE RELEE SOLO
      *    CUANDO CAMBIA.
       LEER-ARTICULO.
           IF COD-ART-INV (1:16) NOT = ART-ANT-W
              MOVE COD-ART-INV (1:16) TO ART-ANT-W COD-ART
              MOVE SPACES             TO CUM-ANT-W DESCRIP-ANT-W
              MOVE ZEROS              TO TECHO-ANT-W
              READ MAESTRO-ARTICULOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE CUM-ART        TO CUM-ANT-W
                      MOVE DESCRIP-ART    TO DESCRIP-ANT-W
                      MOVE PRECIO-REG-ART TO TECHO-ANT-W
              END-READ
           END-IF.

       ACUMULAR-CUM.
           COMPUTE PRECIO-UNIT-W ROUNDED = VALOR-MOV-W / CANT-INV

           MOVE 1 TO K
           PERFORM BUSCAR-CUM
                   UNTIL K > CANT-CUM-W
                      OR (CUM-W (K) = CUM-ANT-W
                          AND CANAL-W (K) = CANAL-MOV-W)
           IF K > CANT-CUM-W
              IF CANT-CUM-W < 3000
                 ADD 1 TO CANT-CUM-W
                 MOVE CANT-CUM-W    TO K
                 INITIALIZE CUM-TAB-W (K)
                 MOVE CUM-ANT-W     TO CUM-W (K)
                 MOVE CANAL-MOV-W   TO CANAL-W (K)
                 MOVE DESCRIP-ANT-W TO DESCRIP-CUM-W (K)
                 MOVE PRECIO-UNIT-W TO MINIMO-CUM-W (K)
              ELSE
                 MOVE ZEROS TO K
              END-IF
           END-IF

           IF K > ZEROS
              PERFORM SUMAR-CUM
           END-IF.

       SUMAR-CUM.
           IF TECHO-ANT-W > TECHO-CUM-W (K)
              MOVE TECHO-ANT-W TO TECHO-CUM-W (K)
           END-IF
           ADD CANT-INV    TO UNIDADES-CUM-W (K)
           ADD VALOR-MOV-W TO VALOR-CUM-W (K)
           IF PRECIO-UNIT-W < MINIMO-CUM-W (K)
              MOVE PRECIO-UNIT-W TO MINIMO-CUM-W (K)
           END-IF
           IF PRECIO-UNIT-W > MAXIMO-CUM-W (K)
              MOVE PRECIO-UNIT-W TO MAXIMO-CUM-W (K)
           END-IF.

       BUSCAR-CUM.
           ADD 1 TO K.

      *    SOLO LA VENTA SE COMPARA CONTRA EL PRECIO TECHO; LA COMPRA
      *    SE REPORTA TAL CUAL.
       ESCRIBIR-CUM.
           MOVE ZEROS TO PROMEDIO-W
           IF UNIDADES-CUM-W (K) > ZEROS
              COMPUTE PROMEDIO-W ROUNDED =
                      VALOR-CUM-W (K) / UNIDADES-CUM-W (K)
           END-IF
           MOVE "N" TO SW-EXCEDE-W
           IF CANAL-W (K) NOT = "C"
           AND TECHO-CUM-W (K) > ZEROS
           AND MAXIMO-CUM-W (K) > TECHO-CUM-W (K)
              MOVE "S" TO SW-EXCEDE-W
              ADD 1 TO CANT-EXCEDE-W
           END-IF

           MOVE UNIDADES-CUM-W (K) TO UNIDADES-TXT
           MOVE MINIMO-CUM-W (K)   TO MINIMO-TXT
           MOVE MAXIMO-CUM-W (K)   TO MAXIMO-TXT
           MOVE PROMEDIO-W         TO PROMEDIO-TXT
           MOVE VALOR-CUM-W (K)    TO VALOR-TXT
           MOVE TECHO-CUM-W (K)    TO TECHO-TXT

           MOVE 1 TO PUNTERO-W
           STRING "{*CUM*:*"          DELIMITED BY SIZE
                  CUM-W (K)           DELIMITED BY SPACE
                  "*,*CANAL*:*"       DELIMITED BY SIZE
                  CANAL-W (K)         DELIMITED BY SIZE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-CUM-W (K)   DELIMITED BY "  "
                  "*,*UNIDADES*:*"    DELIMITED BY SIZE
                  UNIDADES-TXT        DELIMITED BY SIZE
                  "*,*MINIMO*:*"      DELIMITED BY SIZE
                  MINIMO-TXT          DELIMITED BY SIZE
                  "*,*MAXIMO*:*"      DELIMITED BY SIZE
                  MAXIMO-TXT          DELIMITED BY SIZE
                  "*,*PROMEDIO*:*"    DELIMITED BY SIZE
                  PROMEDIO-TXT        DELIMITED BY SIZE
                  "*,*VALOR*:*"       DELIMITED BY SIZE
                  VALOR-TXT           DELIMITED BY SIZE
                  "*,*TECHO*:*"       DELIMITED BY SIZE
                  TECHO-TXT           DELIMITED BY SIZE
                  "*,*EXCEDE*:*"      DELIMITED BY SIZE
                  SW-EXCEDE-W         DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           IF OPC-LLEGAD-W = "G"
              MOVE SPACES TO REG-SISMED
              STRING PERIODO-W    DELIMITED BY SIZE
                     "|"          DELIMITED BY SIZE
                     CANAL-W (K)  DELIMITED BY SIZE
                     "|"          DELIMITED BY SIZE
                     CUM-W (K)    DELIMITED BY SPACE
                     "|"          DELIMITED BY SIZE
                     UNIDADES-TXT DELIMITED BY SIZE
                     "|"          DELIMITED BY SIZE
                     MINIMO-TXT   DELIMITED BY SIZE
                     "|"          DELIMITED BY SIZE
                     MAXIMO-TXT   DELIMITED BY SIZE
                     "|"          DELIMITED BY SIZE
                     PROMEDIO-TXT DELIMITED BY SIZE
                     "|"          DELIMITED BY SIZE
                     VALOR-TXT    DELIMITED BY SIZE
                     INTO REG-SISMED
              END-STRING
              WRITE REG-SISMED END-WRITE
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
