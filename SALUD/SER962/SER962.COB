      *=================================================================
      * SALUD - BAJAS DE INVENTARIO DE FARMACIA (SC-ARCHBAJ, FD-BAJAS)
      *         POR VENCIMIENTO, AVERIA EN ALMACENAMIENTO, CUARENTENA
      *         DE CADENA DE FRIO (SER938) O RETIRO DEL MERCADO, CON
      *         APROBACION Y ACTA DE DESTRUCCION PARA LA SECRETARIA DE
      *         SALUD Y LA REVISORIA FISCAL:
      *         - OPC "A": ABRE LA SOLICITUD DE BAJA DE UN ALMACEN.
      *         - OPC "I": AGREGA UN ITEM: ARTICULO, LOTE, CANTIDAD Y
      *           CAUSA (V VENCIDO, A AVERIADO, F CUARENTENA DE CADENA
      *           DE FRIO, R RETIRO DEL MERCADO). EL LOTE VENCIDO DEBE
      *           ESTARLO (MISMA REGLA DE SER807F) Y EL DE CADENA DE
      *           FRIO DEBE ESTAR EN CUARENTENA O DESCARTADO EN SER938.
      *         - OPC "G": AGREGA LOS LOTES VENCIDOS CON SALDO (LOS QUE
      *           AVISA INV814B) QUE NO ESTEN YA EN LA SOLICITUD.
      *         - OPC "Q": QUITA UN ITEM DE LA SOLICITUD.
      *         - OPC "D": APROBACION DEL DIRECTOR DE FARMACIA.
      *         - OPC "C": APROBACION DE CONTABILIDAD (OTRA PERSONA),
      *           QUE DA DE BAJA: SALIDA "2B" DE SC-MOVINV AL COSTO,
      *           DESCARGA DEL LOTE, ASIENTO DE SALIDA EN EL LIBRO DE
      *           CONTROLADOS (SER937) Y COMPROBANTE DE LA PERDIDA EN
      *           SC-ARCHMOV DEL MES (DEBITO A LA CUENTA DE PERDIDA,
      *           CREDITO A LA DEL INVENTARIO).
      *         - OPC "K": ACTA DE DESTRUCCION CON EL CERTIFICADO DEL
      *           GESTOR DE RESIDUOS.
      *         - OPC "X": ANULA LA SOLICITUD NO DADA DE BAJA.
      *         - OPC "V": CONSULTA DE LA SOLICITUD CON SUS ITEMS.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER962".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-BAJAS.CBL".
       COPY "..\..\FUENTES\FS-LTFAR.CBL".
       COPY "..\..\FUENTES\FS-INVEN.CBL".
       COPY "..\..\FUENTES\FS-TEMPE.CBL".
       COPY "..\..\FUENTES\FS-CTLES.CBL".
       COPY "..\..\FUENTES\FS-MOVIM.CBL".

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
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-BAJAS.CBL".
       COPY "..\..\FUENTES\FD-LTFAR.CBL".
       COPY "..\..\FUENTES\FD-INVEN.CBL".
       COPY "..\..\FUENTES\FD-TEMPE.CBL".
       COPY "..\..\FUENTES\FD-CTLES.CBL".
       COPY "..\..\FUENTES\FD-MOVIM.CBL".
       COPY "..\..\FUENTES\FD-ARTIC.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-BAJ-W              PIC X(70).
       77 NOM-LOTEFARM-W         PIC X(70).
       77 NOM-INVENT-W           PIC X(70).
       77 NOM-TMP-W              PIC X(70).
       77 NOM-CTL-W              PIC X(70).
       77 NOM-ART-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(6).
          02 ALM-LLEGAD-W           PIC X(5).
          02 ITEM-LLEGAD-W          PIC 9(3).
          02 ART-LLEGAD-W           PIC X(16).
          02 LOTE-LLEGAD-W          PIC X(4).
          02 CANT-LLEGAD-W          PIC 9(7)V99.
          02 CAUSA-LLEGAD-W         PIC X.
          02 DETALLE-LLEGAD-W       PIC X(30).
          02 DIR-CONTAB-LLEGADA-W   PIC X(30).
          02 MES-CONTAB-LLEGADA-W   PIC X(5).
          02 LOTE-CONT-LLEGAD-W     PIC XX.
          02 CTA-PERDIDA-LLEGAD-W   PIC X(11).
          02 CTA-INVENT-LLEGAD-W    PIC X(11).
          02 CERTIF-LLEGAD-W        PIC X(20).
          02 GESTOR-LLEGAD-W        PIC 9(11).
          02 NOMBRE-GESTOR-LLEGAD-W PIC X(40).
          02 FECHA-DESTR-LLEGAD-W   PIC 9(8).
          02 METODO-LLEGAD-W        PIC X(20).
          02 OPER-LLEGAD-W          PIC X(4).

      *    LOTES QUE YA ESTAN EN LA SOLICITUD (OPC "G").
       01 TABLA-LOTES-W.
          02 CANT-LOT-W             PIC 9(3) VALUE 0.
          02 LOTE-TAB-W             PIC X(4) OCCURS 500.

       01 VARIABLES.
          02 K                  PIC 9(4).
          02 NRO-W              PIC 9(6).
          02 ITEM-W             PIC 9(3).
          02 CANT-ITEMS-W       PIC 9(3).
          02 NRO-COMP-W         PIC 9(6).
          02 LINEA-MOV-W        PIC 9(4).
          02 FECHA6-W           PIC 9(6).
          02 ANO-MES-HOY-W      PIC 9(6).
          02 ANO-MES-LOTE-W     PIC 9(6).
          02 VALOR-W            PIC 9(13)V99.
          02 TOTAL-W            PIC 9(13)V99.
          02 SALDO-CTL-W        PIC S9(9)V99.
          02 DESCRIP-ANT-W      PIC X(40).
          02 NRO-LOTE-W         PIC X(10).
          02 VENCE-LOTE-W       PIC X(7).
          02 MSJ-ERROR-W        PIC X(70).
          02 SW-FIN-BAJ-W       PIC X.
          02 SW-FIN-LTF-W       PIC X.
          02 SW-SIN-CTL-W       PIC X.
          02 SW-SIN-FRIO-W      PIC X.
          02 SW-SOLIC-W         PIC X.
             88 SOLICITUD-EXISTE-W  VALUE "S".
          02 LOTE-CUAREN-W      PIC X.
          02 SW-CONTROLADO-W    PIC X.
          02 ESTADO-SOL-W       PIC X.
          02 ALMACEN-SOL-W      PIC X(5).
          02 OPER-DIR-SOL-W     PIC X(4).
          02 CANT-TXT           PIC 9(7).99.
          02 VALOR-TXT          PIC 9(13).99.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 SECU-CONTROL-W.
          02 SEC1-CONTROL-W     PIC 9.
          02 SEC2-CONTROL-W     PIC XX.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 ACCION-JRN-W          PIC X.
       01 ARCHIVO-JRN-W         PIC X(12).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-ENV            PIC 9(6).
          02 FILLER             PIC X VALUE "|".
          02 ITEM-ENV           PIC 9(3).
          02 FILLER             PIC X VALUE "|".
          02 VALOR-ENV          PIC X(22).
          02 FILLER             PIC X VALUE "|".
          02 COMPROB-ENV        PIC X(11).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(50).

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
              MOVE "SER962"                TO MSJ3-HTML
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
              MOVE "SER962"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-BAJAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-BAJAS.
       ESCR-EXCEP-BAJAS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-BAJ-W               TO MSJ2-HTML
              MOVE "SER962"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LTFAR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LOTE-FARM.
       ESCR-EXCEP-LTFAR.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LOTEFARM-W          TO MSJ2-HTML
              MOVE "SER962"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-INVENT SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-INVENT.
       ESCR-EXCEP-INVENT.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-INVENT-W            TO MSJ2-HTML
              MOVE "SER962"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TEMPE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CADENA-FRIO.
       ESCR-EXCEP-TEMPE.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TMP-W               TO MSJ2-HTML
              MOVE "SER962"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CTLES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CONTROLADOS.
       ESCR-EXCEP-CTLES.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CTL-W               TO MSJ2-HTML
              MOVE "SER962"                TO MSJ3-HTML
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
              MOVE "SER962"                TO MSJ3-HTML
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
              MOVE "SER962"                TO MSJ3-HTML
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
              MOVE "SER962"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER962" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, ALM-LLEGAD-W,
                   ITEM-LLEGAD-W, ART-LLEGAD-W, LOTE-LLEGAD-W,
                   CANT-LLEGAD-W, CAUSA-LLEGAD-W, DETALLE-LLEGAD-W,
                   DIR-CONTAB-LLEGADA-W, MES-CONTAB-LLEGADA-W,
                   LOTE-CONT-LLEGAD-W, CTA-PERDIDA-LLEGAD-W,
                   CTA-INVENT-LLEGAD-W, CERTIF-LLEGAD-W,
                   GESTOR-LLEGAD-W, NOMBRE-GESTOR-LLEGAD-W,
                   FECHA-DESTR-LLEGAD-W, METODO-LLEGAD-W,
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
           INITIALIZE NOM-BAJ-W NOM-PLANO-W
           MOVE "\\" TO NOM-BAJ-W

           INSPECT NOM-BAJ-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-BAJ-W REPLACING FIRST " "
                   BY "\"
           MOVE NOM-BAJ-W TO NOM-MOV
           INSPECT NOM-BAJ-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-BAJ-W TO NOM-LOTEFARM-W NOM-INVENT-W NOM-TMP-W
                             NOM-CTL-W NOM-ART-W

           INSPECT NOM-BAJ-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHBAJ.DAT"
           INSPECT NOM-LOTEFARM-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-LOTEF.DAT"
           INSPECT NOM-INVENT-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-MOVINV.DAT"
           INSPECT NOM-TMP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTMP.DAT"
           INSPECT NOM-CTL-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCTL.DAT"
           INSPECT NOM-ART-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-MAESART.DAT"

      *    COMPROBANTE DE LA PERDIDA EN EL SC-ARCHMOV DEL MES CONTABLE.
           INSPECT NOM-MOV REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "     "
                   BY MES-CONTAB-LLEGADA-W
           INSPECT NOM-MOV REPLACING FIRST "              "
                   BY "SC-ARCHMOV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER962-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

           MOVE FECHA-TOTAL (1:6) TO ANO-MES-HOY-W.
           MOVE FECHA-TOTAL (3:6) TO FECHA6-W.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO ABRIR-SOLICITUD
             WHEN "I"   GO TO AGREGAR-ITEM
             WHEN "G"   GO TO AGREGAR-VENCIDOS
             WHEN "Q"   GO TO QUITAR-ITEM
             WHEN "D"   GO TO APROBAR-DIRECTOR
             WHEN "C"   GO TO APROBAR-CONTABILIDAD
             WHEN "K"   GO TO REGISTRAR-DESTRUCCION
             WHEN "X"   GO TO ANULAR-SOLICITUD
             WHEN "V"   GO TO CONSULTAR-SOLICITUD
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER962"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "A": ABRE LA SOLICITUD DE BAJA
      *=================================================================
       ABRIR-SOLICITUD.
           IF ALM-LLEGAD-W = SPACES
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el almacen"          TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-BAJAS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-BAJAS
              CLOSE       ARCHIVO-BAJAS
              OPEN I-O    ARCHIVO-BAJAS
           END-IF

      *    REGISTRO DE CONTROL: ULTIMA SOLICITUD ABIERTA.
           INITIALIZE REG-BAJA
           READ ARCHIVO-BAJAS
                INVALID KEY
                   INITIALIZE REG-BAJA
                   WRITE REG-BAJA END-WRITE
           END-READ
           ADD 1 TO ULT-NRO-BAJ
           MOVE ULT-NRO-BAJ TO NRO-W
           REWRITE REG-BAJA END-REWRITE

           INITIALIZE REG-BAJA
           MOVE NRO-W           TO NRO-BAJ
           MOVE ZEROS           TO ITEM-BAJ
           MOVE ALM-LLEGAD-W    TO ALMACEN-BAJ
           MOVE "S"             TO ESTADO-BAJ
           MOVE FECHA-TOTAL     TO FECHA-BAJ
           MOVE OPER-LLEGAD-W   TO OPER-BAJ
           WRITE REG-BAJA END-WRITE
           CLOSE ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-W           TO NRO-ENV
           MOVE "Solicitud de baja abierta" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "I": ITEM DE LA SOLICITUD
      *=================================================================
       AGREGAR-ITEM.
           IF ART-LLEGAD-W = SPACES OR CANT-LLEGAD-W = ZEROS
              MOVE "Falta el articulo o la cantidad" TO MSJ-ERROR-W
           ELSE
              IF CAUSA-LLEGAD-W NOT = "V" AND CAUSA-LLEGAD-W NOT = "A"
              AND CAUSA-LLEGAD-W NOT = "F" AND CAUSA-LLEGAD-W NOT = "R"
                 MOVE "Causa de la baja no valida" TO MSJ-ERROR-W
              ELSE
                 IF LOTE-LLEGAD-W = SPACES AND CAUSA-LLEGAD-W NOT = "A"
                    MOVE "La causa exige el lote"  TO MSJ-ERROR-W
                 ELSE
                    MOVE SPACES TO MSJ-ERROR-W
                 END-IF
              END-IF
           END-IF
           IF MSJ-ERROR-W NOT = SPACES
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           PERFORM VALIDAR-SOLICITADA

           INITIALIZE REG-LOTE-FARM
           IF LOTE-LLEGAD-W NOT = SPACES
              PERFORM VALIDAR-LOTE-ITEM
           END-IF
           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT MAESTRO-ARTICULOS
           MOVE ART-LLEGAD-W TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           CLOSE MAESTRO-ARTICULOS
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el articulo"     TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NRO-LLEGAD-W    TO NRO-BAJ
           MOVE ZEROS           TO ITEM-BAJ
           READ ARCHIVO-BAJAS END-READ
           PERFORM GRABAR-ITEM
           CLOSE ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE ITEM-W          TO ITEM-ENV
           MOVE "Item agregado a la baja" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    EL LOTE DEBE SER DEL ARTICULO Y TENER SALDO; EL VENCIDO
      *    DEBE ESTAR VENCIDO Y EL DE CADENA DE FRIO EN CUARENTENA O
      *    DESCARTADO POR CALIDAD.
       VALIDAR-LOTE-ITEM.
           OPEN INPUT ARCHIVO-LOTE-FARM
           MOVE LOTE-LLEGAD-W TO COD-LTF
           READ ARCHIVO-LOTE-FARM
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00" OR ART-LTF NOT = ART-LLEGAD-W
              MOVE "El lote no existe o no es del articulo"
                   TO MSJ-ERROR-W
           ELSE
              MOVE LOTE-LTF  TO NRO-LOTE-W
              MOVE VENCE-LTF TO VENCE-LOTE-W
              PERFORM CALCULAR-VENCIMIENTO-LOTE
              IF SALDO-LTF < CANT-LLEGAD-W
                 MOVE "La cantidad supera el saldo del lote"
                      TO MSJ-ERROR-W
              END-IF
              IF CAUSA-LLEGAD-W = "V"
              AND ANO-MES-LOTE-W > ANO-MES-HOY-W
                 MOVE "El lote no esta vencido" TO MSJ-ERROR-W
              END-IF
           END-IF
           CLOSE ARCHIVO-LOTE-FARM

           IF MSJ-ERROR-W = SPACES AND CAUSA-LLEGAD-W = "F"
              MOVE "N" TO SW-SIN-FRIO-W
              OPEN INPUT ARCHIVO-CADENA-FRIO
              IF OTR-STAT NOT = "00"
                 MOVE "S" TO SW-SIN-FRIO-W
              END-IF
              PERFORM BUSCAR-CUARENTENA THRU FIN-BUSCAR-CUARENTENA
              IF SW-SIN-FRIO-W = "N"
                 CLOSE ARCHIVO-CADENA-FRIO
              END-IF
              IF LOTE-CUAREN-W = "N"
                 MOVE "El lote no esta en cuarentena de cadena de frio"
                      TO MSJ-ERROR-W
              END-IF
           END-IF.

      *    LA SOLICITUD (ITEM 000) DEBE ESTAR LEIDA EN REG-BAJA.
       GRABAR-ITEM.
           ADD 1 TO ULT-ITEM-BAJ
           MOVE ULT-ITEM-BAJ TO ITEM-W
           REWRITE REG-BAJA END-REWRITE

           INITIALIZE REG-BAJA
           INITIALIZE DATOS-ITEM-BAJ
           MOVE NRO-LLEGAD-W     TO NRO-BAJ
           MOVE ITEM-W           TO ITEM-BAJ
           MOVE ART-LLEGAD-W     TO COD-ART-ITEM-BAJ
           MOVE LOTE-LLEGAD-W    TO LOTE-ITEM-BAJ
           IF LOTE-LLEGAD-W NOT = SPACES
              MOVE NRO-LOTE-W    TO NRO-LOTE-ITEM-BAJ
              MOVE VENCE-LOTE-W  TO VENCE-ITEM-BAJ
           END-IF
           MOVE CANT-LLEGAD-W    TO CANT-ITEM-BAJ
           MOVE CAUSA-LLEGAD-W   TO CAUSA-ITEM-BAJ
           MOVE DETALLE-LLEGAD-W TO DETALLE-ITEM-BAJ
           MOVE "N"              TO CONTROLADO-ITEM-BAJ
           WRITE REG-BAJA END-WRITE.

      *=================================================================
      * OPC "G": LOTES VENCIDOS CON SALDO
      *=================================================================
       AGREGAR-VENCIDOS.
           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           PERFORM VALIDAR-SOLICITADA

           OPEN INPUT ARCHIVO-LOTE-FARM
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el archivo de lotes" TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE ZEROS TO CANT-LOT-W
           PERFORM UBICAR-ITEMS
           PERFORM CARGAR-LOTE-SOLICITUD UNTIL SW-FIN-BAJ-W = "S"

           MOVE ZEROS  TO CANT-ITEMS-W
           MOVE "V"    TO CAUSA-LLEGAD-W
           MOVE SPACES TO DETALLE-LLEGAD-W
           MOVE "N"    TO SW-FIN-LTF-W
           MOVE LOW-VALUES TO COD-LTF
           START ARCHIVO-LOTE-FARM KEY IS NOT LESS COD-LTF
                 INVALID KEY MOVE "S" TO SW-FIN-LTF-W
           END-START
           PERFORM REVISAR-LOTE-VENCIDO UNTIL SW-FIN-LTF-W = "S"
           CLOSE ARCHIVO-LOTE-FARM ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE CANT-ITEMS-W    TO ITEM-ENV
           MOVE "Lotes vencidos agregados a la baja" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       CARGAR-LOTE-SOLICITUD.
           READ ARCHIVO-BAJAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-BAJ-W
           END-READ.

           IF SW-FIN-BAJ-W = "N"
              IF NRO-BAJ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-BAJ-W
              ELSE
                 IF LOTE-ITEM-BAJ NOT = SPACES AND CANT-LOT-W < 500
                    ADD 1 TO CANT-LOT-W
                    MOVE LOTE-ITEM-BAJ TO LOTE-TAB-W (CANT-LOT-W)
                 END-IF
              END-IF
           END-IF.

       REVISAR-LOTE-VENCIDO.
           READ ARCHIVO-LOTE-FARM NEXT RECORD
                AT END MOVE "S" TO SW-FIN-LTF-W
           END-READ.

           IF SW-FIN-LTF-W = "N" AND SALDO-LTF > ZEROS
              PERFORM CALCULAR-VENCIMIENTO-LOTE
              IF ANO-MES-LOTE-W NOT > ANO-MES-HOY-W
                 MOVE 1 TO K
                 PERFORM BUSCAR-LOTE-TABLA
                         UNTIL K > CANT-LOT-W
                            OR LOTE-TAB-W (K) = COD-LTF
                 IF K > CANT-LOT-W AND CANT-LOT-W < 500
                    PERFORM AGREGAR-LOTE-VENCIDO
                 END-IF
              END-IF
           END-IF.

       BUSCAR-LOTE-TABLA.
           ADD 1 TO K.

       AGREGAR-LOTE-VENCIDO.
           ADD 1 TO CANT-LOT-W CANT-ITEMS-W
           MOVE COD-LTF   TO LOTE-TAB-W (CANT-LOT-W) LOTE-LLEGAD-W
           MOVE ART-LTF   TO ART-LLEGAD-W
           MOVE SALDO-LTF TO CANT-LLEGAD-W
           MOVE LOTE-LTF  TO NRO-LOTE-W
           MOVE VENCE-LTF TO VENCE-LOTE-W

           MOVE NRO-LLEGAD-W TO NRO-BAJ
           MOVE ZEROS        TO ITEM-BAJ
           READ ARCHIVO-BAJAS END-READ
           PERFORM GRABAR-ITEM.

      *=================================================================
      * OPC "Q": QUITA UN ITEM
      *=================================================================
       QUITAR-ITEM.
           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           PERFORM VALIDAR-SOLICITADA

           MOVE NRO-LLEGAD-W  TO NRO-BAJ
           MOVE ITEM-LLEGAD-W TO ITEM-BAJ
           IF ITEM-LLEGAD-W = ZEROS
              MOVE "23" TO OTR-STAT
           ELSE
              READ ARCHIVO-BAJAS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el item"         TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           DELETE ARCHIVO-BAJAS END-DELETE
           CLOSE ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE ITEM-LLEGAD-W   TO ITEM-ENV
           MOVE "Item retirado de la baja" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "D": APROBACION DEL DIRECTOR DE FARMACIA
      *=================================================================
       APROBAR-DIRECTOR.
           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           PERFORM VALIDAR-SOLICITADA

           PERFORM CONTAR-ITEMS
           IF CANT-ITEMS-W = ZEROS
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La solicitud no tiene items" TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE NRO-LLEGAD-W  TO NRO-BAJ
           MOVE ZEROS         TO ITEM-BAJ
           READ ARCHIVO-BAJAS END-READ
           MOVE "D"           TO ESTADO-BAJ
           MOVE OPER-LLEGAD-W TO OPER-DIR-BAJ
           MOVE FECHA-TOTAL   TO FECHA-DIR-BAJ
           REWRITE REG-BAJA END-REWRITE
           CLOSE ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE CANT-ITEMS-W    TO ITEM-ENV
           MOVE "Baja aprobada por el director de farmacia"
                TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       CONTAR-ITEMS.
           MOVE ZEROS TO CANT-ITEMS-W
           PERFORM UBICAR-ITEMS
           PERFORM CONTAR-ITEM UNTIL SW-FIN-BAJ-W = "S".

       CONTAR-ITEM.
           READ ARCHIVO-BAJAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-BAJ-W
           END-READ.

           IF SW-FIN-BAJ-W = "N"
              IF NRO-BAJ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-BAJ-W
              ELSE
                 ADD 1 TO CANT-ITEMS-W
              END-IF
           END-IF.

      *=================================================================
      * OPC "C": APROBACION DE CONTABILIDAD Y BAJA
      *=================================================================
       APROBAR-CONTABILIDAD.
           IF DIR-CONTAB-LLEGADA-W = SPACES
           OR MES-CONTAB-LLEGADA-W = SPACES
           OR LOTE-CONT-LLEGAD-W = SPACES
           OR CTA-PERDIDA-LLEGAD-W = SPACES
           OR CTA-INVENT-LLEGAD-W = SPACES
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Faltan el mes, el lote o las cuentas contables"
                   TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           IF ESTADO-SOL-W NOT = "D"
              MOVE "Falta la aprobacion del director de farmacia"
                   TO MSJ-ERROR-W
           ELSE
              IF OPER-LLEGAD-W = OPER-DIR-SOL-W
                 MOVE "Contabilidad y el director deben ser distintos"
                      TO MSJ-ERROR-W
              ELSE
                 MOVE SPACES TO MSJ-ERROR-W
              END-IF
           END-IF
           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-LOTE-FARM
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el archivo de lotes" TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           MOVE "N" TO SW-SIN-CTL-W
           OPEN I-O ARCHIVO-CONTROLADOS
           IF OTR-STAT NOT = "00"
              MOVE "S" TO SW-SIN-CTL-W
           END-IF

      *    PRIMERO SE REVISAN TODOS LOS ITEMS CONTRA LOS SALDOS DE LOS
      *    LOTES Y DEL LIBRO DE CONTROLADOS; NADA SE DA DE BAJA SI ALGO
      *    NO CUADRA.
           MOVE SPACES TO MSJ-ERROR-W
           PERFORM UBICAR-ITEMS
           PERFORM REVISAR-ITEM UNTIL SW-FIN-BAJ-W = "S"
           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-BAJAS ARCHIVO-LOTE-FARM
              IF SW-SIN-CTL-W = "N"
                 CLOSE ARCHIVO-CONTROLADOS
              END-IF
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O MOVIMIENTO-INVENT
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-INVENT
              CLOSE       MOVIMIENTO-INVENT
              OPEN I-O    MOVIMIENTO-INVENT
           END-IF
           OPEN INPUT MAESTRO-ARTICULOS

           MOVE ZEROS TO TOTAL-W
           PERFORM UBICAR-ITEMS
           PERFORM DAR-BAJA-ITEM UNTIL SW-FIN-BAJ-W = "S"

           CLOSE ARCHIVO-LOTE-FARM MOVIMIENTO-INVENT MAESTRO-ARTICULOS
           IF SW-SIN-CTL-W = "N"
              CLOSE ARCHIVO-CONTROLADOS
           END-IF

      *    COMPROBANTE DE LA PERDIDA POR LA SECUENCIA DEL LOTE CONTABLE.
           MOVE SPACES TO COMPROB-ENV
           IF TOTAL-W > ZEROS
              OPEN I-O MOVIMIENTO-DIARIO
              IF OTR-STAT = "35"
                 OPEN OUTPUT MOVIMIENTO-DIARIO
                 CLOSE       MOVIMIENTO-DIARIO
                 OPEN I-O    MOVIMIENTO-DIARIO
              END-IF
              PERFORM TOMAR-NUMERO-COMPROBANTE
              MOVE ZEROS                TO LINEA-MOV-W
              INITIALIZE MOV-DIARIO
              MOVE CTA-PERDIDA-LLEGAD-W TO CUENTA-MOV
              MOVE TOTAL-W              TO VALOR-MOV
              PERFORM GRABAR-LINEA-COMPROBANTE
              INITIALIZE MOV-DIARIO
              MOVE CTA-INVENT-LLEGAD-W  TO CUENTA-MOV
              COMPUTE VALOR-MOV = TOTAL-W * -1
              PERFORM GRABAR-LINEA-COMPROBANTE
              CLOSE MOVIMIENTO-DIARIO
              STRING SECU-CONTROL-W DELIMITED BY SIZE
                     NRO-COMP-W     DELIMITED BY SIZE
                     INTO COMPROB-ENV
              END-STRING
           END-IF

           MOVE NRO-LLEGAD-W  TO NRO-BAJ
           MOVE ZEROS         TO ITEM-BAJ
           READ ARCHIVO-BAJAS END-READ
           MOVE "C"           TO ESTADO-BAJ
           MOVE OPER-LLEGAD-W TO OPER-CONT-BAJ
           MOVE FECHA-TOTAL   TO FECHA-CONT-BAJ
           MOVE COMPROB-ENV   TO COMPROB-BAJ
           MOVE TOTAL-W       TO VALOR-BAJ
           REWRITE REG-BAJA END-REWRITE
           CLOSE ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE TOTAL-W         TO VALOR-EDIT
           MOVE VALOR-EDIT      TO VALOR-ENV
           MOVE "Baja aprobada y contabilizada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       REVISAR-ITEM.
           READ ARCHIVO-BAJAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-BAJ-W
           END-READ.

           IF SW-FIN-BAJ-W = "N"
              IF NRO-BAJ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-BAJ-W
              ELSE
                 PERFORM REVISAR-SALDOS-ITEM
                 IF MSJ-ERROR-W NOT = SPACES
                    MOVE "S" TO SW-FIN-BAJ-W
                 END-IF
              END-IF
           END-IF.

       REVISAR-SALDOS-ITEM.
           IF LOTE-ITEM-BAJ NOT = SPACES
              MOVE LOTE-ITEM-BAJ TO COD-LTF
              READ ARCHIVO-LOTE-FARM
                   INVALID KEY MOVE ZEROS TO SALDO-LTF
              END-READ
              IF SALDO-LTF < CANT-ITEM-BAJ
                 STRING "Lote sin saldo para la baja: "
                                         DELIMITED BY SIZE
                        COD-ART-ITEM-BAJ DELIMITED BY SPACE
                        INTO MSJ-ERROR-W
                 END-STRING
              END-IF
           END-IF

           PERFORM LEER-MARCA-CONTROLADO
           IF MSJ-ERROR-W = SPACES AND SW-CONTROLADO-W = "S"
              IF SALDO-CTL < CANT-ITEM-BAJ
                 STRING "Libro de controlados sin saldo: "
                                         DELIMITED BY SIZE
                        COD-ART-ITEM-BAJ DELIMITED BY SPACE
                        INTO MSJ-ERROR-W
                 END-STRING
              END-IF
           END-IF.

      *    ARTICULO CONTROLADO: MARCA "P" CON FRANJA EN SC-ARCHCTL,
      *    LA MISMA REGLA CON QUE SER807 ANUNCIA LA DISPENSACION.
       LEER-MARCA-CONTROLADO.
           MOVE "N" TO SW-CONTROLADO-W
           IF SW-SIN-CTL-W = "N"
              MOVE "P"              TO TIPO-CTL
              MOVE COD-ART-ITEM-BAJ TO ART-CTL
              MOVE ZEROS            TO FECHA-CTL CONSEC-CTL
              READ ARCHIVO-CONTROLADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF FRANJA-CTL NOT = SPACE AND FRANJA-CTL NOT = "N"
                         MOVE "S" TO SW-CONTROLADO-W
                      END-IF
              END-READ
           END-IF.

       DAR-BAJA-ITEM.
           READ ARCHIVO-BAJAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-BAJ-W
           END-READ.

           IF SW-FIN-BAJ-W = "N"
              IF NRO-BAJ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-BAJ-W
              ELSE
                 PERFORM POSTEAR-ITEM
              END-IF
           END-IF.

       POSTEAR-ITEM.
           MOVE COD-ART-ITEM-BAJ TO COD-ART
           MOVE ZEROS            TO VLR-UNIT-ITEM-BAJ
           READ MAESTRO-ARTICULOS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE VLR-ART TO VLR-UNIT-ITEM-BAJ
           END-READ
           COMPUTE VLR-ITEM-BAJ ROUNDED =
                   CANT-ITEM-BAJ * VLR-UNIT-ITEM-BAJ
           ADD VLR-ITEM-BAJ TO TOTAL-W

           PERFORM GRABAR-MOVIMIENTO

           IF LOTE-ITEM-BAJ NOT = SPACES
              MOVE LOTE-ITEM-BAJ TO COD-LTF
              READ ARCHIVO-LOTE-FARM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      SUBTRACT CANT-ITEM-BAJ FROM SALDO-LTF
                      REWRITE REG-LOTE-FARM END-REWRITE
              END-READ
           END-IF

           PERFORM LEER-MARCA-CONTROLADO
           MOVE SW-CONTROLADO-W TO CONTROLADO-ITEM-BAJ
           IF SW-CONTROLADO-W = "S"
              COMPUTE SALDO-CTL-W = SALDO-CTL - CANT-ITEM-BAJ
              MOVE SALDO-CTL-W TO SALDO-CTL
              REWRITE REG-CONTROLADO END-REWRITE
              PERFORM GRABAR-ASIENTO-CTL THRU FIN-GRABAR-ASIENTO-CTL
           END-IF

           REWRITE REG-BAJA END-REWRITE.

      *    SALIDA "2B": COMPROBANTE LA SOLICITUD, SECUENCIA EL ITEM.
       GRABAR-MOVIMIENTO.
           INITIALIZE REG-INVENT
           MOVE "2B"              TO COD-TRANS-INV
           MOVE "1"               TO SUC-TRANS-INV
           MOVE NRO-LLEGAD-W      TO COMPROB-INV DOCUM-INV
           MOVE ITEM-BAJ          TO SECU-INV
           MOVE ALMACEN-SOL-W     TO ALMACEN-INV
           MOVE COD-ART-ITEM-BAJ  TO COD-ART-INV
           MOVE FECHA-TOTAL       TO FECHA-INV
           MOVE CANT-ITEM-BAJ     TO CANT-INV
           MOVE VLR-ITEM-BAJ      TO VLR-INV
           EVALUATE TRUE
             WHEN CAUSA-VENCIDO
                  MOVE "BAJA POR VENCIMIENTO" TO DETALLE3-INV
             WHEN CAUSA-AVERIADO
                  MOVE "BAJA POR AVERIA" TO DETALLE3-INV
             WHEN CAUSA-CADENA-FRIO
                  MOVE "BAJA POR CUARENTENA CADENA DE FRIO"
                       TO DETALLE3-INV
             WHEN OTHER
                  MOVE "BAJA POR RETIRO DEL MERCADO" TO DETALLE3-INV
           END-EVALUATE
           STRING "BAJA "       DELIMITED BY SIZE
                  NRO-LLEGAD-W  DELIMITED BY SIZE
                  " LOTE "      DELIMITED BY SIZE
                  LOTE-ITEM-BAJ DELIMITED BY SIZE
                  INTO OBSERV-INV
           END-STRING
           MOVE FECHA-TOTAL (3:6) TO FECHA-ELAB-INV
           MOVE HORA-TOTAL (1:4)  TO HORA-ELAB-INV
           MOVE OPER-LLEGAD-W     TO OPER-ELAB-INV

           WRITE REG-INVENT
                 INVALID KEY CONTINUE
           END-WRITE.

      *    ASIENTO DE SALIDA EN EL LIBRO DE CONTROLADOS (COMO SER937),
      *    CON EL DIRECTOR QUE APROBO LA BAJA EN LUGAR DEL PRESCRIPTOR.
       GRABAR-ASIENTO-CTL.
           INITIALIZE REG-CONTROLADO
           MOVE "M"               TO TIPO-CTL
           MOVE COD-ART-ITEM-BAJ  TO ART-CTL
           MOVE FECHA-TOTAL       TO FECHA-CTL
           MOVE 1                 TO CONSEC-CTL.

       BUSCAR-CONSEC-ASIENTO-CTL.
           READ ARCHIVO-CONTROLADOS
                INVALID KEY
                   GO TO ESCRIBIR-ASIENTO-CTL
           END-READ
           ADD 1 TO CONSEC-CTL
           GO TO BUSCAR-CONSEC-ASIENTO-CTL.

       ESCRIBIR-ASIENTO-CTL.
           MOVE "S"               TO CLASE-CTL
           MOVE CANT-ITEM-BAJ     TO CANTIDAD-CTL
           MOVE SALDO-CTL-W       TO SALDO-CTL
           MOVE "BAJA INVENTARIO" TO PRESCRIPCION-CTL
           MOVE OPER-DIR-SOL-W    TO PRESCRIPTOR-CTL
           MOVE ZEROS             TO PACIENTE-CTL
           MOVE SPACES            TO DOCUMENTO-CTL
           STRING "BJ"         DELIMITED BY SIZE
                  NRO-LLEGAD-W DELIMITED BY SIZE
                  INTO DOCUMENTO-CTL
           END-STRING
           MOVE OPER-LLEGAD-W     TO OPER-CTL
           WRITE REG-CONTROLADO END-WRITE.

       FIN-GRABAR-ASIENTO-CTL.
           EXIT.

       TOMAR-NUMERO-COMPROBANTE.
           INITIALIZE MOV-DIARIO
           MOVE 0                  TO SEC1-CONTROL-W
           MOVE LOTE-CONT-LLEGAD-W TO SEC2-CONTROL-W
           MOVE SECU-CONTROL-W     TO SECU-MOV
           MOVE "99999999"         TO LLAVE-COMP-MOV

           READ MOVIMIENTO-DIARIO KEY IS SECUENCIA-MOV
                INVALID KEY
                    MOVE 1          TO NRO-COMP-W
                    MOVE NRO-COMP-W TO ULT-NRO-MOV
                    MOVE "BAJAS DE INVENTARIO" TO DETALLE-MOV
                    WRITE MOV-DIARIO END-WRITE
                    MOVE "W" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
                NOT INVALID KEY
                    COMPUTE NRO-COMP-W = ULT-NRO-MOV + 1
                    MOVE NRO-COMP-W TO ULT-NRO-MOV
                    REWRITE MOV-DIARIO END-REWRITE
                    MOVE "R" TO ACCION-JRN-W
                    PERFORM ANOTAR-JOURNAL-MOV
           END-READ.

       GRABAR-LINEA-COMPROBANTE.
           ADD 1 TO LINEA-MOV-W
           MOVE SECU-CONTROL-W TO SECU-MOV
           MOVE NRO-COMP-W     TO LLAVE-COMP-MOV
           MOVE LINEA-MOV-W    TO CONSEC-MOV
           MOVE 0              TO TIP-DOC-MOV
           MOVE NRO-COMP-W     TO NRO-DOC-MOV
           MOVE ZEROS          TO ID-MOV
           MOVE FECHA6-W       TO FECHA-MOV
           MOVE SPACES         TO REFER-MOV
           STRING "BJ"         DELIMITED BY SIZE
                  NRO-LLEGAD-W DELIMITED BY SIZE
                  INTO REFER-MOV
           END-STRING
           MOVE "BAJA DE INVENTARIO DE FARMACIA" TO DETALLE-MOV
           MOVE FECHA6-W       TO FECHA-ELAB-MOV
           ACCEPT HORA-ELAB-MOV FROM TIME
           MOVE OPER-LLEGAD-W  TO OPER-MOV
           MOVE LINEA-MOV-W    TO CONSEC-FEC-MOV
           WRITE MOV-DIARIO END-WRITE.
           MOVE "W" TO ACCION-JRN-W.
           PERFORM ANOTAR-JOURNAL-MOV.

      *=================================================================
      * OPC "K": ACTA DE DESTRUCCION
      *=================================================================
       REGISTRAR-DESTRUCCION.
           IF CERTIF-LLEGAD-W = SPACES OR GESTOR-LLEGAD-W = ZEROS
           OR FECHA-DESTR-LLEGAD-W = ZEROS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Faltan el certificado, el gestor o la fecha"
                   TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           IF ESTADO-SOL-W NOT = "C"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La baja no esta aprobada y contabilizada"
                   TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "X"                    TO ESTADO-BAJ
           MOVE CERTIF-LLEGAD-W        TO CERTIF-BAJ
           MOVE GESTOR-LLEGAD-W        TO GESTOR-BAJ
           MOVE NOMBRE-GESTOR-LLEGAD-W TO NOMBRE-GESTOR-BAJ
           MOVE FECHA-DESTR-LLEGAD-W   TO FECHA-DESTR-BAJ
           MOVE METODO-LLEGAD-W        TO METODO-DESTR-BAJ
           MOVE OPER-LLEGAD-W          TO OPER-DESTR-BAJ
           REWRITE REG-BAJA END-REWRITE
           CLOSE ARCHIVO-BAJAS

           GO TO CONSULTAR-SOLICITUD.

      *=================================================================
      * OPC "X": ANULA LA SOLICITUD
      *=================================================================
       ANULAR-SOLICITUD.
           OPEN I-O ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD
           IF ESTADO-SOL-W NOT = "S" AND ESTADO-SOL-W NOT = "D"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La baja ya se contabilizo" TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "A"           TO ESTADO-BAJ
           MOVE OPER-LLEGAD-W TO OPER-BAJ
           REWRITE REG-BAJA END-REWRITE
           CLOSE ARCHIVO-BAJAS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE "Solicitud de baja anulada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "V" (Y "K"): SOLICITUD CON SUS ITEMS / ACTA DE DESTRUCCION
      *=================================================================
       CONSULTAR-SOLICITUD.
           OPEN INPUT ARCHIVO-BAJAS
           PERFORM LEER-SOLICITUD

           OPEN INPUT MAESTRO-ARTICULOS
           OPEN OUTPUT ARCHIVO-JSON

           MOVE VALOR-BAJ TO VALOR-TXT
           MOVE 1 TO PUNTERO-W
           STRING "{*BAJA*:*"          DELIMITED BY SIZE
                  NRO-BAJ              DELIMITED BY SIZE
                  "*,*ALMACEN*:*"      DELIMITED BY SIZE
                  ALMACEN-BAJ          DELIMITED BY SPACE
                  "*,*ESTADO*:*"       DELIMITED BY SIZE
                  ESTADO-BAJ           DELIMITED BY SIZE
                  "*,*FECHA*:*"        DELIMITED BY SIZE
                  FECHA-BAJ            DELIMITED BY SIZE
                  "*,*SOLICITA*:*"     DELIMITED BY SIZE
                  OPER-BAJ             DELIMITED BY SIZE
                  "*,*DIRECTOR*:*"     DELIMITED BY SIZE
                  OPER-DIR-BAJ         DELIMITED BY SIZE
                  "*,*FECHA_DIRECTOR*:*" DELIMITED BY SIZE
                  FECHA-DIR-BAJ        DELIMITED BY SIZE
                  "*,*CONTABILIDAD*:*" DELIMITED BY SIZE
                  OPER-CONT-BAJ        DELIMITED BY SIZE
                  "*,*FECHA_CONTABILIDAD*:*" DELIMITED BY SIZE
                  FECHA-CONT-BAJ       DELIMITED BY SIZE
                  "*,*COMPROBANTE*:*"  DELIMITED BY SIZE
                  COMPROB-BAJ          DELIMITED BY SPACE
                  "*,*VALOR*:*"        DELIMITED BY SIZE
                  VALOR-TXT            DELIMITED BY SIZE
                  "*,"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           STRING "*CERTIFICADO*:*"    DELIMITED BY SIZE
                  CERTIF-BAJ           DELIMITED BY "  "
                  "*,*GESTOR*:*"       DELIMITED BY SIZE
                  GESTOR-BAJ           DELIMITED BY SIZE
                  "*,*NOMBRE_GESTOR*:*" DELIMITED BY SIZE
                  NOMBRE-GESTOR-BAJ    DELIMITED BY "  "
                  "*,*FECHA_DESTRUCCION*:*" DELIMITED BY SIZE
                  FECHA-DESTR-BAJ      DELIMITED BY SIZE
                  "*,*METODO*:*"       DELIMITED BY SIZE
                  METODO-DESTR-BAJ     DELIMITED BY "  "
                  "*,*REGISTRA*:*"     DELIMITED BY SIZE
                  OPER-DESTR-BAJ       DELIMITED BY SIZE
                  "*,*ITEMS*:["        DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM UBICAR-ITEMS
           PERFORM LISTAR-ITEM UNTIL SW-FIN-BAJ-W = "S"

           MOVE "{*ITEM*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-BAJAS MAESTRO-ARTICULOS

           MOVE "00"            TO DAT0-ENV
           MOVE NRO-LLEGAD-W    TO NRO-ENV
           MOVE COMPROB-BAJ     TO COMPROB-ENV
           IF OPC-LLEGAD-W = "K"
              MOVE "Acta de destruccion registrada" TO MENSAJE-ENV
           ELSE
              MOVE "Solicitud de baja" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

       LISTAR-ITEM.
           READ ARCHIVO-BAJAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-BAJ-W
           END-READ.

           IF SW-FIN-BAJ-W = "N"
              IF NRO-BAJ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-BAJ-W
              ELSE
                 PERFORM ESCRIBIR-ITEM
              END-IF
           END-IF.

       ESCRIBIR-ITEM.
           MOVE SPACES           TO DESCRIP-ANT-W
           MOVE COD-ART-ITEM-BAJ TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE DESCRIP-ART TO DESCRIP-ANT-W
           END-READ

           MOVE CANT-ITEM-BAJ TO CANT-TXT
           MOVE VLR-ITEM-BAJ  TO VALOR-TXT
           MOVE 1 TO PUNTERO-W
           STRING "{*ITEM*:*"          DELIMITED BY SIZE
                  ITEM-BAJ             DELIMITED BY SIZE
                  "*,*ARTICULO*:*"     DELIMITED BY SIZE
                  COD-ART-ITEM-BAJ     DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*"  DELIMITED BY SIZE
                  DESCRIP-ANT-W        DELIMITED BY "  "
                  "*,*LOTE*:*"         DELIMITED BY SIZE
                  NRO-LOTE-ITEM-BAJ    DELIMITED BY SPACE
                  "*,*VENCE*:*"        DELIMITED BY SIZE
                  VENCE-ITEM-BAJ       DELIMITED BY SIZE
                  "*,*CANTIDAD*:*"     DELIMITED BY SIZE
                  CANT-TXT             DELIMITED BY SIZE
                  "*,*CAUSA*:*"        DELIMITED BY SIZE
                  CAUSA-ITEM-BAJ       DELIMITED BY SIZE
                  "*,*DETALLE*:*"      DELIMITED BY SIZE
                  DETALLE-ITEM-BAJ     DELIMITED BY "  "
                  "*,*VALOR*:*"        DELIMITED BY SIZE
                  VALOR-TXT            DELIMITED BY SIZE
                  "*,*CONTROLADO*:*"   DELIMITED BY SIZE
                  CONTROLADO-ITEM-BAJ  DELIMITED BY SIZE
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       LEER-SOLICITUD.
           MOVE "N" TO SW-SOLIC-W
           IF OTR-STAT = "00" AND NRO-LLEGAD-W > ZEROS
              INITIALIZE REG-BAJA
              MOVE NRO-LLEGAD-W TO NRO-BAJ
              READ ARCHIVO-BAJAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE "S"          TO SW-SOLIC-W
                      MOVE ESTADO-BAJ   TO ESTADO-SOL-W
                      MOVE ALMACEN-BAJ  TO ALMACEN-SOL-W
                      MOVE OPER-DIR-BAJ TO OPER-DIR-SOL-W
              END-READ
           END-IF

           IF NOT SOLICITUD-EXISTE-W
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe la solicitud de baja" TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       VALIDAR-SOLICITADA.
           IF ESTADO-SOL-W NOT = "S"
              CLOSE ARCHIVO-BAJAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La solicitud ya no se puede modificar"
                   TO MSJ2-HTML
              MOVE "SER962"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

      *    DEJA EL ARCHIVO EN EL PRIMER ITEM DE LA SOLICITUD.
       UBICAR-ITEMS.
           MOVE NRO-LLEGAD-W TO NRO-BAJ
           MOVE ZEROS        TO ITEM-BAJ
           MOVE "N"          TO SW-FIN-BAJ-W
           START ARCHIVO-BAJAS KEY IS GREATER LLAVE-BAJ
                 INVALID KEY MOVE "S" TO SW-FIN-BAJ-W
           END-START.

      *    VENCIMIENTO MM/AAAA DEL LOTE LLEVADO A AAAAMM, COMO EN
      *    SER807F; SIN VENCIMIENTO EL LOTE SE TRATA COMO VENCIDO.
       CALCULAR-VENCIMIENTO-LOTE.
           IF VENCE-LTF (1:2) = "  " OR VENCE-LTF (1:2) = "00"
              MOVE ZEROS TO ANO-MES-LOTE-W
           ELSE
              MOVE VENCE-LTF (4:4) TO ANO-MES-LOTE-W (1:4)
              MOVE VENCE-LTF (1:2) TO ANO-MES-LOTE-W (5:2)
           END-IF.

      *    CUARENTENA DE CADENA DE FRIO DEL LOTE (SER938): CADA
      *    EXCURSION ES UN EPISODIO "Q" PROPIO; MANDA EL MAS RECIENTE.
      *    EN CUARENTENA ("C") O DESCARTADO POR CALIDAD ("D") SE PUEDE
      *    DAR DE BAJA; LIBERADO ("L") NO.
       BUSCAR-CUARENTENA.
           MOVE "N" TO LOTE-CUAREN-W

           IF SW-SIN-FRIO-W = "S"
              GO TO FIN-BUSCAR-CUARENTENA
           END-IF

           MOVE "Q"           TO TIPO-TMP
           MOVE LOTE-LLEGAD-W TO COD1-TMP
           MOVE SPACES        TO COD2-TMP
           MOVE ZEROS         TO FECHA-TMP HORA-TMP
           START ARCHIVO-CADENA-FRIO KEY IS NOT LESS LLAVE-TMP
                 INVALID KEY GO TO FIN-BUSCAR-CUARENTENA
           END-START.

       LEER-CUARENTENA.
           READ ARCHIVO-CADENA-FRIO NEXT RECORD
                AT END GO TO FIN-BUSCAR-CUARENTENA
           END-READ

           IF  TIPO-TMP = "Q"
           AND COD1-TMP (1:4) = LOTE-LLEGAD-W
              IF LOTE-EN-CUARENTENA OR LOTE-DESCARTADO
                 MOVE "S" TO LOTE-CUAREN-W
              ELSE
                 MOVE "N" TO LOTE-CUAREN-W
              END-IF
              GO TO LEER-CUARENTENA
           END-IF.

       FIN-BUSCAR-CUARENTENA.
           EXIT.

      *    IMAGEN AL DIARIO DE TRANSACCIONES (CON848R), COMO LOS
      *    COMPROBANTES DE CONTABILIDAD.
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
