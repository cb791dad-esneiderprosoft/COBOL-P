      *=================================================================
      * SALUD - CENTRAL DE MEZCLAS: ORDENES DE PRODUCCION DE MEZCLAS
      *         ONCOLOGICAS (CICLOS DE QUIMIOTERAPIA DE LA HISTORIA DE
      *         ONCOLOGIA, HC9004) Y DE NUTRICION PARENTERAL, UNA POR
      *         FORMULA DEL PACIENTE (SC-ARCHMEZ, FD-MEZCL).
      *         - OPC "A": ABRE LA ORDEN: PACIENTE, FORMULA, TIPO (Q
      *           ONCOLOGICA, N NUTRICION PARENTERAL), CICLO, ARTICULO
      *           DE LA MEZCLA, VOLUMEN, ESTABILIDAD EN HORAS Y ALMACEN.
      *         - OPC "C": AGREGA UN COMPONENTE: ARTICULO Y LOTE (EL
      *           LOTE LO VALIDA SER807F; EN BLANCO TOMA EL SUGERIDO
      *           FEFO), VIALES ABIERTOS, FRACCION USADA, Y PARA EL
      *           SOBRANTE SU ESTABILIDAD Y DESTINO (G GUARDADO, D
      *           DESECHADO). SIN VIALES LO USADO SALE DE UN SOBRANTE
      *           GUARDADO: LA VARIABLE "sobrante" TRAE SU ORDEN E
      *           ITEM (ORDEN|ITEM), QUE DEBE SER DE UNA ORDEN
      *           TERMINADA, DEL MISMO ARTICULO Y LOTE, DENTRO DE SU
      *           ESTABILIDAD Y CON SALDO PARA LO QUE SE USA.
      *         - OPC "Q": QUITA UN COMPONENTE DE LA ORDEN ABIERTA.
      *         - OPC "X": ANULA LA ORDEN ABIERTA.
      *         - OPC "T": TERMINA LA ORDEN CON QUIEN PREPARA Y EL
      *           QUIMICO QUE VERIFICA (DISTINTOS): VUELVE A REVISAR
      *           LOS SOBRANTES GUARDADOS QUE SE USAN, DEJA PRIMERO
      *           LOS CARGOS (SI UNO FALLA LA ORDEN SIGUE ABIERTA Y AL
      *           REPETIR SAL733R RECONOCE LOS YA GRABADOS), DESCARGA LOS
      *           COMPONENTES DE SC-MOVINV Y DE SUS LOTES (SALIDA "2E"
      *           LO USADO, "2R" EL SOBRANTE DESECHADO), CARGA A LA
      *           CUENTA DEL PACIENTE LO USADO DE CADA COMPONENTE
      *           (SAL733R), Y DEJA LA MEZCLA COMO LOTE PROPIO EN
      *           SC-LOTEF (ENTRADA "1M" AL COSTO DE LO USADO) YA
      *           DISPENSADO AL PACIENTE (SALIDA "2S"), CON FECHA Y HORA
      *           LIMITE DE USO. LO USADO DE CADA SOBRANTE GUARDADO SE
      *           ANOTA EN EL COMPONENTE DE LA ORDEN DE ORIGEN.
      *         - OPC "V": CONSULTA DE LA ORDEN CON SUS COMPONENTES.
      *         - OPC "E": DATOS DEL ROTULO DE LA MEZCLA TERMINADA, CON
      *           LA FECHA LIMITE DE USO.
      *         - OPC "M": MERMA DEL MES (AAAAMM) POR MEDICAMENTO DE
      *           LAS ORDENES TERMINADAS: USADO, SOBRANTE DESECHADO Y
      *           SU VALOR, Y SOBRANTE GUARDADO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER961".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-MEZCL.CBL".
       COPY "..\..\FUENTES\FS-LTFAR.CBL".
       COPY "..\..\FUENTES\FS-INVEN.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".

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
       COPY "..\..\FUENTES\FD-MEZCL.CBL".
       COPY "..\..\FUENTES\FD-LTFAR.CBL".
       COPY "..\..\FUENTES\FD-INVEN.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-ARTIC.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".

       77 NOM-MEZ-W              PIC X(70).
       77 NOM-LOTEFARM-W         PIC X(70).
       77 NOM-INVENT-W           PIC X(70).
       77 NOM-ART-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(6).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 FORMULA-LLEGAD-W       PIC X(10).
          02 TIPO-LLEGAD-W          PIC X.
          02 CICLO-LLEGAD-W         PIC 99.
          02 PRODUCTO-LLEGAD-W      PIC X(16).
          02 VOLUMEN-LLEGAD-W       PIC 9(5)V99.
          02 ESTAB-LLEGAD-W         PIC 9(3).
          02 ALM-LLEGAD-W           PIC X(5).
          02 ITEM-LLEGAD-W          PIC 9(3).
          02 ART-LLEGAD-W           PIC X(16).
          02 LOTE-LLEGAD-W          PIC X(4).
          02 VIALES-LLEGAD-W        PIC 9(3).
          02 USADA-LLEGAD-W         PIC 9(3)V999.
          02 DESTINO-LLEGAD-W       PIC X.
          02 ESTAB-SOB-LLEGAD-W     PIC 9(3).
          02 MOTIVO-LLEGAD-W        PIC X(30).
          02 PREPARA-LLEGAD-W       PIC X(4).
          02 VERIFICA-LLEGAD-W      PIC X(4).
          02 PERIODO-LLEGAD-W       PIC 9(6).
          02 OPER-LLEGAD-W          PIC X(4).
          02 SOB-NRO-LLEGAD-W       PIC 9(6).
          02 SOB-ITEM-LLEGAD-W      PIC 9(3).

      *    MERMA DEL MES POR MEDICAMENTO.
       01 TABLA-MERMA-W.
          02 CANT-MER-W             PIC 9(3) VALUE 0.
          02 MER-TAB-W OCCURS 500.
             03 ART-MER-W           PIC X(16).
             03 USADO-MER-W         PIC 9(7)V999.
             03 DESECHO-MER-W       PIC 9(7)V999.
             03 GUARDA-MER-W        PIC 9(7)V999.
             03 VALOR-MER-W         PIC 9(13)V99.

      *    SOBRANTES GUARDADOS QUE USA LA ORDEN QUE SE TERMINA.
       01 TABLA-SOB-W.
          02 CANT-SOB-W             PIC 9(3).
          02 SOB-TAB-W OCCURS 100.
             03 NRO-SOB-W           PIC 9(6).
             03 ITEM-SOB-W          PIC 9(3).
             03 ART-SOB-W           PIC X(16).
             03 LOTE-SOB-W          PIC X(4).
             03 USADA-SOB-W         PIC 9(3)V999.

      *    SOBRANTE GUARDADO QUE SE REVISA.
       01 ORIGEN-SOB-W.
          02 NRO-ORIG-W         PIC 9(6).
          02 ITEM-ORIG-W        PIC 9(3).
          02 ART-ORIG-W         PIC X(16).
          02 LOTE-ORIG-W        PIC X(4).
          02 NECESITA-W         PIC 9(5)V999.

       01 VARIABLES.
          02 K                  PIC 9(4).
          02 S                  PIC 9(3).
          02 T                  PIC 9(3).
          02 FECHA-HOY-W        PIC 9(8).
          02 HORA-HOY-W         PIC 9(4).
          02 NRO-W              PIC 9(6).
          02 ITEM-W             PIC 9(3).
          02 SOBRANTE-W         PIC 9(3)V999.
          02 CONSUMO-W          PIC 9(3)V999.
          02 VALOR-W            PIC 9(11)V99.
          02 COSTO-W            PIC 9(11)V99.
          02 TOTAL-MERMA-W      PIC 9(13)V99 VALUE 0.
          02 ANO-MES-HOY-W      PIC 9(6).
          02 ANO-MES-LOTE-W     PIC 9(6).
          02 FECHA-BASE-W       PIC 9(8).
          02 HORA-BASE-W.
             03 HH-BASE-W       PIC 99.
             03 MM-BASE-W       PIC 99.
          02 HORAS-W            PIC 9(3).
          02 MINUTOS-W          PIC 9(7).
          02 DIAS-W             PIC 9(5).
          02 FECHA-RES-W        PIC 9(8).
          02 FECHA-RES-R-W REDEFINES FECHA-RES-W.
             03 ANO-RES-W       PIC 9(4).
             03 MES-RES-W       PIC 99.
             03 DIA-RES-W       PIC 99.
          02 HORA-RES-W.
             03 HH-RES-W        PIC 99.
             03 MM-RES-W        PIC 99.
          02 COD-LOTE-PROD-W    PIC X(4).
          02 NRO-B36-W          PIC 9(6).
          02 DIG-B36-W          PIC 99.
          02 TABLA-B36-W        PIC X(36)
             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 NOMBRE-PACI-W      PIC X(50).
          02 DESCRIP-ANT-W      PIC X(40).
          02 MSJ-ERROR-W        PIC X(70).
          02 SW-ERROR-W         PIC X.
          02 SW-FIN-MEZ-W       PIC X.
          02 SW-ORDEN-W         PIC X.
             88 ORDEN-EXISTE-W      VALUE "S".
          02 SW-INCLUYE-W       PIC X.
          02 SW-MOV-OK-W        PIC X.
          02 TRANS-W            PIC XX.
          02 CANT-MOV-W         PIC 9(3)V999.
          02 VLR-MOV-W          PIC 9(11)V99.
          02 ART-MOV-W          PIC X(16).
          02 SECU-NUM-W         PIC 9(3).
          02 VOLUMEN-TXT        PIC 9(5).99.
          02 CANT1-TXT          PIC 9(7).999.
          02 CANT2-TXT          PIC 9(7).999.
          02 CANT3-TXT          PIC 9(7).999.
          02 VALOR-TXT          PIC 9(13).99.

       01 ORDEN-W.
          02 COD-PACI-ORD-W     PIC 9(11).
          02 ESTADO-ORD-W       PIC X.
          02 ULT-ITEM-ORD-W     PIC 9(3).
          02 ALMACEN-ORD-W      PIC X(5).
          02 PRODUCTO-ORD-W     PIC X(16).
          02 ESTAB-ORD-W        PIC 9(3).
          02 FECHA-TERM-ORD-W   PIC 9(8).

       01 DATOS-FEFO-W.
          02 ART-FEFO-W         PIC X(16).
          02 CANT-FEFO-W        PIC 9(7)V99.
          02 LOTE-ELEG-FEFO-W   PIC X(4).
          02 MOTIVO-FEFO-W      PIC X(30).
          02 LOTE-SUGERIDO-W    PIC X(4).
          02 RESPUESTA-FEFO-W   PIC X.
          02 INVALID-LTF-W      PIC 99.

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-ENV            PIC 9(6).
          02 FILLER             PIC X VALUE "|".
          02 ITEM-ENV           PIC 9(3).
          02 FILLER             PIC X VALUE "|".
          02 LIMITE-ENV         PIC 9(8).
          02 FILLER             PIC X VALUE "|".
          02 HORA-LIMITE-ENV    PIC 9(4).
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
              MOVE "SER961"                TO MSJ3-HTML
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
              MOVE "SER961"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MEZCL SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MEZCLAS.
       ESCR-EXCEP-MEZCL.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-MEZ-W               TO MSJ2-HTML
              MOVE "SER961"                TO MSJ3-HTML
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
              MOVE "SER961"                TO MSJ3-HTML
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
              MOVE "SER961"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PACIE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEP-PACIE.
           IF OTR-STAT = "00" OR "02" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE PACIE-W                 TO MSJ2-HTML
              MOVE "SER961"                TO MSJ3-HTML
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
              MOVE "SER961"                TO MSJ3-HTML
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
              MOVE "SER961"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER961" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, PACI-LLEGAD-W,
                   FORMULA-LLEGAD-W, TIPO-LLEGAD-W, CICLO-LLEGAD-W,
                   PRODUCTO-LLEGAD-W, VOLUMEN-LLEGAD-W,
                   ESTAB-LLEGAD-W, ALM-LLEGAD-W, ITEM-LLEGAD-W,
                   ART-LLEGAD-W, LOTE-LLEGAD-W, VIALES-LLEGAD-W,
                   USADA-LLEGAD-W, DESTINO-LLEGAD-W,
                   ESTAB-SOB-LLEGAD-W, MOTIVO-LLEGAD-W,
                   PREPARA-LLEGAD-W, VERIFICA-LLEGAD-W,
                   PERIODO-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "sobrante" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SOB-NRO-LLEGAD-W, SOB-ITEM-LLEGAD-W
           END-UNSTRING

           IF SOB-NRO-LLEGAD-W NOT NUMERIC
           OR SOB-ITEM-LLEGAD-W NOT NUMERIC
              MOVE ZEROS TO SOB-NRO-LLEGAD-W SOB-ITEM-LLEGAD-W
           END-IF.

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
           INITIALIZE NOM-MEZ-W NOM-PLANO-W
           MOVE "\\" TO NOM-MEZ-W

           INSPECT NOM-MEZ-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-MEZ-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-MEZ-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-MEZ-W TO NOM-LOTEFARM-W NOM-INVENT-W NOM-ART-W
                             NOM-CRG-W PACIE-W

           INSPECT NOM-MEZ-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHMEZ.DAT"
           INSPECT NOM-LOTEFARM-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-LOTEF.DAT"
           INSPECT NOM-INVENT-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-MOVINV.DAT"
           INSPECT NOM-ART-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-MAESART.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER961-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

           MOVE FECHA-TOTAL (1:6) TO ANO-MES-HOY-W.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO ABRIR-ORDEN
             WHEN "C"   GO TO AGREGAR-COMPONENTE
             WHEN "Q"   GO TO QUITAR-COMPONENTE
             WHEN "X"   GO TO ANULAR-ORDEN
             WHEN "T"   GO TO TERMINAR-ORDEN
             WHEN "V"   GO TO CONSULTAR-ORDEN
             WHEN "E"   GO TO CONSULTAR-ORDEN
             WHEN "M"   GO TO MERMA-MES
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER961"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "A": ABRE LA ORDEN DE PRODUCCION
      *=================================================================
       ABRIR-ORDEN.
           IF PACI-LLEGAD-W = ZEROS OR PRODUCTO-LLEGAD-W = SPACES
           OR ALM-LLEGAD-W = SPACES
           OR (TIPO-LLEGAD-W NOT = "Q" AND TIPO-LLEGAD-W NOT = "N")
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Faltan datos de la orden"  TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT MAESTRO-ARTICULOS
           MOVE PRODUCTO-LLEGAD-W TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY
                   CLOSE MAESTRO-ARTICULOS
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "No existe el articulo de la mezcla"
                        TO MSJ2-HTML
                   MOVE "SER961"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           MOVE DESCRIP-ART TO DESCRIP-ANT-W
           CLOSE MAESTRO-ARTICULOS

           OPEN I-O ARCHIVO-MEZCLAS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-MEZCLAS
              CLOSE       ARCHIVO-MEZCLAS
              OPEN I-O    ARCHIVO-MEZCLAS
           END-IF

      *    REGISTRO DE CONTROL: ULTIMA ORDEN ABIERTA.
           INITIALIZE REG-MEZCLA
           READ ARCHIVO-MEZCLAS
                INVALID KEY
                   INITIALIZE REG-MEZCLA
                   WRITE REG-MEZCLA END-WRITE
           END-READ
           ADD 1 TO ULT-NRO-MEZ
           MOVE ULT-NRO-MEZ TO NRO-W
           REWRITE REG-MEZCLA END-REWRITE

           INITIALIZE REG-MEZCLA
           MOVE NRO-W             TO NRO-MEZ
           MOVE ZEROS             TO ITEM-MEZ
           MOVE PACI-LLEGAD-W     TO COD-PACI-MEZ
           MOVE FORMULA-LLEGAD-W  TO FORMULA-MEZ
           MOVE TIPO-LLEGAD-W     TO TIPO-MEZ
           MOVE CICLO-LLEGAD-W    TO CICLO-MEZ
           MOVE PRODUCTO-LLEGAD-W TO PRODUCTO-MEZ
           MOVE DESCRIP-ANT-W     TO DESCRIP-MEZ
           MOVE VOLUMEN-LLEGAD-W  TO VOLUMEN-MEZ
           MOVE ESTAB-LLEGAD-W    TO ESTAB-HORAS-MEZ
           MOVE ALM-LLEGAD-W      TO ALMACEN-MEZ
           MOVE "O"               TO ESTADO-MEZ
           MOVE FECHA-TOTAL       TO FECHA-MEZ
           MOVE OPER-LLEGAD-W     TO OPER-MEZ
           WRITE REG-MEZCLA END-WRITE
           CLOSE ARCHIVO-MEZCLAS

           MOVE "00"             TO DAT0-ENV
           MOVE NRO-W            TO NRO-ENV
           MOVE "Orden de produccion abierta" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "C": COMPONENTE DE LA ORDEN
      *=================================================================
       AGREGAR-COMPONENTE.
           IF ART-LLEGAD-W = SPACES OR USADA-LLEGAD-W = ZEROS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el articulo o la cantidad usada"
                   TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    LOS VIALES ABIERTOS CUBREN LO USADO; SIN VIALES LO USADO SALE
      *    DE UN SOBRANTE GUARDADO Y NO QUEDA SOBRANTE NUEVO.
           MOVE ZEROS TO SOBRANTE-W
           IF VIALES-LLEGAD-W > ZEROS
              IF USADA-LLEGAD-W > VIALES-LLEGAD-W
                 MOVE "99"                     TO MSJ1-HTML
                 MOVE "Lo usado supera los viales abiertos"
                      TO MSJ2-HTML
                 MOVE "SER961"                 TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
              COMPUTE SOBRANTE-W = VIALES-LLEGAD-W - USADA-LLEGAD-W
              MOVE VIALES-LLEGAD-W TO CONSUMO-W
           ELSE
              MOVE USADA-LLEGAD-W  TO CONSUMO-W
           END-IF
           IF SOBRANTE-W > ZEROS
           AND DESTINO-LLEGAD-W NOT = "G" AND DESTINO-LLEGAD-W NOT = "D"
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el destino del sobrante" TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-MEZCLAS
           PERFORM LEER-ORDEN
           PERFORM VALIDAR-ORDEN-ABIERTA

           IF VIALES-LLEGAD-W = ZEROS
              PERFORM TOMAR-SOBRANTE-GUARDADO
           END-IF

           MOVE ART-LLEGAD-W     TO ART-FEFO-W
           MOVE CONSUMO-W        TO CANT-FEFO-W
           MOVE LOTE-LLEGAD-W    TO LOTE-ELEG-FEFO-W
           MOVE MOTIVO-LLEGAD-W  TO MOTIVO-FEFO-W
           MOVE SPACES           TO LOTE-SUGERIDO-W
           CALL "SER807F" USING NOM-LOTEFARM-W ART-FEFO-W
                                CANT-FEFO-W LOTE-ELEG-FEFO-W
                                MOTIVO-FEFO-W
                                LOTE-SUGERIDO-W RESPUESTA-FEFO-W
                                INVALID-LTF-W
           CANCEL "SER807F"

           EVALUATE RESPUESTA-FEFO-W
             WHEN "B"   MOVE "Lote vencido: no se usa" TO MSJ-ERROR-W
             WHEN "N"   MOVE "Lote sin saldo suficiente"
                             TO MSJ-ERROR-W
             WHEN "M"   MOVE "Lote posterior al sugerido: falta motivo"
                             TO MSJ-ERROR-W
             WHEN OTHER MOVE SPACES TO MSJ-ERROR-W
           END-EVALUATE
           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           IF LOTE-LLEGAD-W = SPACES
              MOVE LOTE-SUGERIDO-W TO LOTE-LLEGAD-W
           END-IF

           ADD 1 TO ULT-ITEM-MEZ
           MOVE ULT-ITEM-MEZ TO ITEM-W
           REWRITE REG-MEZCLA END-REWRITE

           INITIALIZE REG-MEZCLA
           INITIALIZE DATOS-COMP-MEZ
           MOVE NRO-LLEGAD-W     TO NRO-MEZ
           MOVE ITEM-W           TO ITEM-MEZ
           MOVE ART-LLEGAD-W     TO COD-ART-COMP-MEZ
           MOVE LOTE-LLEGAD-W    TO LOTE-COMP-MEZ
           MOVE VIALES-LLEGAD-W  TO VIALES-COMP-MEZ
           MOVE USADA-LLEGAD-W   TO CANT-USADA-MEZ
           MOVE SOBRANTE-W       TO SOBRANTE-MEZ
           MOVE MOTIVO-LLEGAD-W  TO MOTIVO-LOTE-MEZ
           IF VIALES-LLEGAD-W = ZEROS
              MOVE SOB-NRO-LLEGAD-W  TO NRO-ORIG-SOB-MEZ
              MOVE SOB-ITEM-LLEGAD-W TO ITEM-ORIG-SOB-MEZ
           END-IF
           IF SOBRANTE-W > ZEROS
              MOVE DESTINO-LLEGAD-W   TO DESTINO-SOB-MEZ
              MOVE ESTAB-SOB-LLEGAD-W TO ESTAB-SOB-MEZ
              IF SOB-GUARDADO
                 MOVE FECHA-TOTAL        TO FECHA-BASE-W
                 MOVE HORA-TOTAL (1:4)   TO HORA-BASE-W
                 MOVE ESTAB-SOB-LLEGAD-W TO HORAS-W
                 PERFORM SUMAR-HORAS
                 MOVE FECHA-RES-W        TO FECHA-LIM-SOB-MEZ
                 MOVE HORA-RES-W         TO HORA-LIM-SOB-MEZ
              END-IF
           END-IF
           WRITE REG-MEZCLA END-WRITE
           CLOSE ARCHIVO-MEZCLAS

           MOVE "00"           TO DAT0-ENV
           MOVE NRO-LLEGAD-W   TO NRO-ENV
           MOVE ITEM-W         TO ITEM-ENV
           MOVE "Componente agregado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "Q": QUITA UN COMPONENTE
      *=================================================================
       QUITAR-COMPONENTE.
           OPEN I-O ARCHIVO-MEZCLAS
           PERFORM LEER-ORDEN
           PERFORM VALIDAR-ORDEN-ABIERTA

           MOVE NRO-LLEGAD-W  TO NRO-MEZ
           MOVE ITEM-LLEGAD-W TO ITEM-MEZ
           IF ITEM-LLEGAD-W = ZEROS
              MOVE "23" TO OTR-STAT
           ELSE
              READ ARCHIVO-MEZCLAS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el componente"   TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           DELETE ARCHIVO-MEZCLAS END-DELETE
           CLOSE ARCHIVO-MEZCLAS

           MOVE "00"           TO DAT0-ENV
           MOVE NRO-LLEGAD-W   TO NRO-ENV
           MOVE ITEM-LLEGAD-W  TO ITEM-ENV
           MOVE "Componente retirado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "X": ANULA LA ORDEN ABIERTA
      *=================================================================
       ANULAR-ORDEN.
           OPEN I-O ARCHIVO-MEZCLAS
           PERFORM LEER-ORDEN
           PERFORM VALIDAR-ORDEN-ABIERTA

           MOVE "A"           TO ESTADO-MEZ
           MOVE OPER-LLEGAD-W TO OPER-MEZ
           REWRITE REG-MEZCLA END-REWRITE
           CLOSE ARCHIVO-MEZCLAS

           MOVE "00"           TO DAT0-ENV
           MOVE NRO-LLEGAD-W   TO NRO-ENV
           MOVE "Orden anulada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "T": TERMINA LA ORDEN
      *=================================================================
       TERMINAR-ORDEN.
           IF PREPARA-LLEGAD-W = SPACES OR VERIFICA-LLEGAD-W = SPACES
           OR PREPARA-LLEGAD-W = VERIFICA-LLEGAD-W
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Prepara y verifica deben ser personas distintas"
                   TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-MEZCLAS
           PERFORM LEER-ORDEN
           PERFORM VALIDAR-ORDEN-ABIERTA

           OPEN I-O ARCHIVO-LOTE-FARM
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el archivo de lotes" TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    PRIMERO SE REVISAN TODOS LOS COMPONENTES Y EL CODIGO DEL
      *    LOTE DE LA MEZCLA; NADA SE DESCARGA SI ALGO NO ESTA EN ORDEN.
           MOVE SPACES TO MSJ-ERROR-W
           MOVE ZEROS  TO K CANT-SOB-W
           PERFORM UBICAR-COMPONENTES
           PERFORM REVISAR-COMPONENTE UNTIL SW-FIN-MEZ-W = "S"
           IF K = ZEROS AND MSJ-ERROR-W = SPACES
              MOVE "La orden no tiene componentes" TO MSJ-ERROR-W
           END-IF

      *    LOS SOBRANTES GUARDADOS PUDIERON VENCERSE O GASTARSE EN
      *    OTRA ORDEN DESDE QUE SE AGREGARON.
           IF MSJ-ERROR-W = SPACES
              PERFORM VALIDAR-SOBRANTE VARYING S FROM 1 BY 1
                      UNTIL S > CANT-SOB-W OR MSJ-ERROR-W NOT = SPACES
           END-IF

           PERFORM ARMAR-LOTE-MEZCLA
           MOVE COD-LOTE-PROD-W TO COD-LTF
           READ ARCHIVO-LOTE-FARM
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF MSJ-ERROR-W = SPACES
                      MOVE "El codigo del lote de la mezcla ya existe"
                           TO MSJ-ERROR-W
                   END-IF
           END-READ

           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-MEZCLAS ARCHIVO-LOTE-FARM
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    LOS CARGOS VAN ANTES QUE EL INVENTARIO: SI UNO NO SE PUEDE
      *    GRABAR NADA SE DESCARGA Y LA ORDEN SIGUE ABIERTA.
           PERFORM UBICAR-COMPONENTES
           PERFORM CARGAR-COMPONENTE UNTIL SW-FIN-MEZ-W = "S"
           CANCEL "SAL733R"
           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-MEZCLAS ARCHIVO-LOTE-FARM
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O MOVIMIENTO-INVENT
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-INVENT
              CLOSE       MOVIMIENTO-INVENT
              OPEN I-O    MOVIMIENTO-INVENT
           END-IF
           OPEN INPUT MAESTRO-ARTICULOS

           MOVE ZEROS TO COSTO-W
           PERFORM UBICAR-COMPONENTES
           PERFORM DESCARGAR-COMPONENTE UNTIL SW-FIN-MEZ-W = "S"

      *    LA MEZCLA ENTRA COMO LOTE PROPIO AL COSTO DE LO USADO Y SALE
      *    DE UNA VEZ AL PACIENTE; SE COBRAN LOS COMPONENTES.
           MOVE FECHA-TOTAL      TO FECHA-BASE-W
           MOVE HORA-TOTAL (1:4) TO HORA-BASE-W
           MOVE ESTAB-ORD-W      TO HORAS-W
           PERFORM SUMAR-HORAS

           INITIALIZE REG-LOTE-FARM
           MOVE COD-LOTE-PROD-W  TO COD-LTF
           MOVE PRODUCTO-ORD-W   TO ART-LTF
           MOVE SPACES           TO LOTE-LTF
           STRING "MZ"         DELIMITED BY SIZE
                  NRO-LLEGAD-W DELIMITED BY SIZE
                  INTO LOTE-LTF
           END-STRING
           STRING MES-RES-W    DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  ANO-RES-W    DELIMITED BY SIZE
                  INTO VENCE-LTF
           END-STRING
           STRING "MEZCLA ORDEN " DELIMITED BY SIZE
                  NRO-LLEGAD-W    DELIMITED BY SIZE
                  " PAC "         DELIMITED BY SIZE
                  COD-PACI-ORD-W  DELIMITED BY SIZE
                  INTO DESCRIP-LTF
           END-STRING
           MOVE ZEROS            TO SALDO-LTF
           WRITE REG-LOTE-FARM END-WRITE

           MOVE "1M"            TO TRANS-W
           MOVE PRODUCTO-ORD-W  TO ART-MOV-W
           MOVE 1               TO CANT-MOV-W
           MOVE COSTO-W         TO VLR-MOV-W
           MOVE ZEROS           TO SECU-NUM-W
           PERFORM GRABAR-MOVIMIENTO
           MOVE "2S"            TO TRANS-W
           PERFORM GRABAR-MOVIMIENTO

           CLOSE ARCHIVO-LOTE-FARM MOVIMIENTO-INVENT MAESTRO-ARTICULOS

           PERFORM CONSUMIR-SOBRANTE VARYING S FROM 1 BY 1
                   UNTIL S > CANT-SOB-W

           INITIALIZE REG-MEZCLA
           MOVE NRO-LLEGAD-W TO NRO-MEZ
           MOVE ZEROS        TO ITEM-MEZ
           READ ARCHIVO-MEZCLAS END-READ
           MOVE "L"               TO ESTADO-MEZ
           MOVE PREPARA-LLEGAD-W  TO PREPARA-MEZ
           MOVE VERIFICA-LLEGAD-W TO VERIFICA-MEZ
           MOVE FECHA-TOTAL       TO FECHA-TERM-MEZ
           MOVE HORA-TOTAL (1:4)  TO HORA-TERM-MEZ
           MOVE FECHA-RES-W       TO FECHA-LIMITE-MEZ
           MOVE HORA-RES-W        TO HORA-LIMITE-MEZ
           MOVE COD-LOTE-PROD-W   TO LOTE-PROD-MEZ
           MOVE LOTE-LTF          TO NRO-LOTE-PROD-MEZ
           MOVE COSTO-W           TO COSTO-MEZ
           REWRITE REG-MEZCLA END-REWRITE
           CLOSE ARCHIVO-MEZCLAS

           MOVE "00"           TO DAT0-ENV
           MOVE NRO-LLEGAD-W   TO NRO-ENV
           MOVE FECHA-RES-W    TO LIMITE-ENV
           MOVE HORA-RES-W     TO HORA-LIMITE-ENV
           MOVE "Mezcla terminada y dispensada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    EL LOTE DEBE EXISTIR, NO ESTAR VENCIDO Y TENER SALDO PARA LO
      *    QUE SE DESCARGA (LOS VIALES ABIERTOS SI EL SOBRANTE SE
      *    DESECHA, SI NO SOLO LO USADO).
       REVISAR-COMPONENTE.
           READ ARCHIVO-MEZCLAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-MEZ-W
           END-READ.

           IF SW-FIN-MEZ-W = "N"
              IF NRO-MEZ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-MEZ-W
              ELSE
                 ADD 1 TO K
                 IF VIALES-COMP-MEZ = ZEROS
                    PERFORM ANOTAR-SOBRANTE
                 END-IF
                 PERFORM CALCULAR-CONSUMO
                 MOVE LOTE-COMP-MEZ TO COD-LTF
                 READ ARCHIVO-LOTE-FARM
                      INVALID KEY MOVE "23" TO OTR-STAT
                 END-READ
                 IF OTR-STAT NOT = "00"
                    MOVE "23" TO OTR-STAT
                 ELSE
                    PERFORM CALCULAR-VENCIMIENTO-LOTE
                    IF ANO-MES-LOTE-W NOT > ANO-MES-HOY-W
                    OR SALDO-LTF < CONSUMO-W
                       MOVE "23" TO OTR-STAT
                    END-IF
                 END-IF
                 IF OTR-STAT NOT = "00"
                    MOVE "00" TO OTR-STAT
                    MOVE "S"  TO SW-FIN-MEZ-W
                    MOVE SPACES TO MSJ-ERROR-W
                    STRING "Lote vencido o sin saldo: "
                                            DELIMITED BY SIZE
                           COD-ART-COMP-MEZ DELIMITED BY SPACE
                           INTO MSJ-ERROR-W
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       CALCULAR-CONSUMO.
           IF VIALES-COMP-MEZ > ZEROS AND SOB-DESECHADO
              MOVE VIALES-COMP-MEZ TO CONSUMO-W
           ELSE
              MOVE CANT-USADA-MEZ  TO CONSUMO-W
           END-IF.

       DESCARGAR-COMPONENTE.
           READ ARCHIVO-MEZCLAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-MEZ-W
           END-READ.

           IF SW-FIN-MEZ-W = "N"
              IF NRO-MEZ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-MEZ-W
              ELSE
                 PERFORM POSTEAR-COMPONENTE
              END-IF
           END-IF.

       POSTEAR-COMPONENTE.
           MOVE LOTE-COMP-MEZ    TO COD-LTF
           MOVE COD-ART-COMP-MEZ TO COD-ART
           MOVE ZEROS            TO VLR-UNIT-COMP-MEZ
           READ MAESTRO-ARTICULOS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE VLR-ART TO VLR-UNIT-COMP-MEZ
           END-READ

           MOVE ITEM-MEZ         TO SECU-NUM-W
           MOVE COD-ART-COMP-MEZ TO ART-MOV-W
           MOVE "2E"             TO TRANS-W
           MOVE CANT-USADA-MEZ   TO CANT-MOV-W
           COMPUTE VLR-MOV-W ROUNDED =
                   CANT-USADA-MEZ * VLR-UNIT-COMP-MEZ
           ADD VLR-MOV-W TO COSTO-W
           PERFORM GRABAR-MOVIMIENTO

           IF SOB-DESECHADO AND SOBRANTE-MEZ > ZEROS
              MOVE "2R"           TO TRANS-W
              MOVE SOBRANTE-MEZ   TO CANT-MOV-W
              COMPUTE VLR-MOV-W ROUNDED =
                      SOBRANTE-MEZ * VLR-UNIT-COMP-MEZ
              PERFORM GRABAR-MOVIMIENTO
           END-IF

           PERFORM CALCULAR-CONSUMO
           MOVE LOTE-COMP-MEZ TO COD-LTF
           READ ARCHIVO-LOTE-FARM
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   SUBTRACT CONSUMO-W FROM SALDO-LTF
                   REWRITE REG-LOTE-FARM END-REWRITE
           END-READ

           REWRITE REG-MEZCLA END-REWRITE.

      *    CARGO A LA CUENTA DEL PACIENTE DE LO USADO DEL COMPONENTE;
      *    EL DOCUMENTO ES ORDEN-ITEM.
       CARGAR-COMPONENTE.
           READ ARCHIVO-MEZCLAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-MEZ-W
           END-READ.

           IF SW-FIN-MEZ-W = "N"
              IF NRO-MEZ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-MEZ-W
              ELSE
                 INITIALIZE REG-CARGO-LNK
                 MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
                 MOVE COD-PACI-ORD-W    TO PACI-CARGO-LNK
                 MOVE "I"               TO CLASE-CARGO-LNK
                 MOVE COD-ART-COMP-MEZ  TO CODIGO-CARGO-LNK
                 MOVE CANT-USADA-MEZ    TO CANTIDAD-CARGO-LNK
                 MOVE FECHA-TOTAL       TO FECHA-CARGO-LNK
                 MOVE "SER961"          TO ORIGEN-CARGO-LNK
                 STRING NRO-LLEGAD-W DELIMITED BY SIZE
                        "-"          DELIMITED BY SIZE
                        ITEM-MEZ     DELIMITED BY SIZE
                        INTO DOC-CARGO-LNK
                 END-STRING
                 MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
                 CALL "SAL733R" USING REG-CARGO-LNK
                 IF RESULT-CARGO-LNK NOT = "00" AND NOT = "DU"
                    MOVE "S" TO SW-FIN-MEZ-W
                    MOVE "No se pudo dejar el cargo por facturar"
                         TO MSJ-ERROR-W
                 ELSE
                    MOVE NRO-CARGO-LNK TO NRO-CARGO-COMP-MEZ
                    REWRITE REG-MEZCLA END-REWRITE
                 END-IF
              END-IF
           END-IF.

      *    OPC "C" SIN VIALES: EL SOBRANTE GUARDADO QUE SE USA. DEJA EL
      *    ENCABEZADO DE LA ORDEN OTRA VEZ EN EL REGISTRO.
       TOMAR-SOBRANTE-GUARDADO.
           IF SOB-NRO-LLEGAD-W = ZEROS OR SOB-ITEM-LLEGAD-W = ZEROS
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Indique la orden y el item del sobrante guardado"
                   TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE SOB-NRO-LLEGAD-W  TO NRO-ORIG-W
           MOVE SOB-ITEM-LLEGAD-W TO ITEM-ORIG-W
           MOVE ART-LLEGAD-W      TO ART-ORIG-W
           MOVE LOTE-LLEGAD-W     TO LOTE-ORIG-W
           MOVE USADA-LLEGAD-W    TO NECESITA-W
           PERFORM REVISAR-SOBRANTE THRU FIN-REVISAR-SOBRANTE
           IF MSJ-ERROR-W NOT = SPACES
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE MSJ-ERROR-W                 TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE LOTE-ORIG-W TO LOTE-LLEGAD-W
           IF MOTIVO-LLEGAD-W = SPACES
              MOVE "SOBRANTE GUARDADO" TO MOTIVO-LLEGAD-W
           END-IF

           INITIALIZE REG-MEZCLA
           MOVE NRO-LLEGAD-W TO NRO-MEZ
           MOVE ZEROS        TO ITEM-MEZ
           READ ARCHIVO-MEZCLAS END-READ.

      *    COMPONENTE SIN VIALES DE LA ORDEN QUE SE TERMINA.
       ANOTAR-SOBRANTE.
           IF CANT-SOB-W < 100
              ADD 1 TO CANT-SOB-W
              MOVE NRO-ORIG-SOB-MEZ  TO NRO-SOB-W   (CANT-SOB-W)
              MOVE ITEM-ORIG-SOB-MEZ TO ITEM-SOB-W  (CANT-SOB-W)
              MOVE COD-ART-COMP-MEZ  TO ART-SOB-W   (CANT-SOB-W)
              MOVE LOTE-COMP-MEZ     TO LOTE-SOB-W  (CANT-SOB-W)
              MOVE CANT-USADA-MEZ    TO USADA-SOB-W (CANT-SOB-W)
           ELSE
              IF MSJ-ERROR-W = SPACES
                 MOVE "La orden usa demasiados sobrantes guardados"
                      TO MSJ-ERROR-W
              END-IF
           END-IF.

      *    LO QUE LA ORDEN TOMA DE UN MISMO SOBRANTE SE SUMA.
       VALIDAR-SOBRANTE.
           MOVE NRO-SOB-W  (S) TO NRO-ORIG-W
           MOVE ITEM-SOB-W (S) TO ITEM-ORIG-W
           MOVE ART-SOB-W  (S) TO ART-ORIG-W
           MOVE LOTE-SOB-W (S) TO LOTE-ORIG-W
           MOVE ZEROS          TO NECESITA-W
           PERFORM SUMAR-SOBRANTE VARYING T FROM 1 BY 1
                   UNTIL T > CANT-SOB-W
           PERFORM REVISAR-SOBRANTE THRU FIN-REVISAR-SOBRANTE.

       SUMAR-SOBRANTE.
           IF  NRO-SOB-W  (T) = NRO-ORIG-W
           AND ITEM-SOB-W (T) = ITEM-ORIG-W
              ADD USADA-SOB-W (T) TO NECESITA-W
           END-IF.

      *    EL SOBRANTE DEBE SER DE UNA ORDEN TERMINADA, GUARDADO, DEL
      *    MISMO ARTICULO Y LOTE (SIN LOTE SE TOMA EL DEL SOBRANTE),
      *    SIN PASAR SU FECHA Y HORA LIMITE Y CON SALDO PARA LO QUE SE
      *    NECESITA.
       REVISAR-SOBRANTE.
           MOVE SPACES TO MSJ-ERROR-W
           MOVE FECHA-TOTAL      TO FECHA-HOY-W
           MOVE HORA-TOTAL (1:4) TO HORA-HOY-W

           INITIALIZE REG-MEZCLA
           MOVE NRO-ORIG-W TO NRO-MEZ
           MOVE ZEROS      TO ITEM-MEZ
           READ ARCHIVO-MEZCLAS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00" OR NOT MEZ-TERMINADA
              MOVE "00" TO OTR-STAT
              MOVE "No existe el sobrante guardado" TO MSJ-ERROR-W
              GO TO FIN-REVISAR-SOBRANTE
           END-IF

           INITIALIZE REG-MEZCLA
           MOVE NRO-ORIG-W  TO NRO-MEZ
           MOVE ITEM-ORIG-W TO ITEM-MEZ
           READ ARCHIVO-MEZCLAS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00" OR NOT SOB-GUARDADO
           OR SOBRANTE-MEZ = ZEROS
              MOVE "00" TO OTR-STAT
              MOVE "No existe el sobrante guardado" TO MSJ-ERROR-W
              GO TO FIN-REVISAR-SOBRANTE
           END-IF

           IF LOTE-ORIG-W = SPACES
              MOVE LOTE-COMP-MEZ TO LOTE-ORIG-W
           END-IF
           IF COD-ART-COMP-MEZ NOT = ART-ORIG-W
           OR LOTE-COMP-MEZ    NOT = LOTE-ORIG-W
              MOVE "El sobrante guardado es de otro articulo o lote"
                   TO MSJ-ERROR-W
              GO TO FIN-REVISAR-SOBRANTE
           END-IF

           IF FECHA-LIM-SOB-MEZ < FECHA-HOY-W
           OR (FECHA-LIM-SOB-MEZ = FECHA-HOY-W
               AND HORA-LIM-SOB-MEZ < HORA-HOY-W)
              MOVE "El sobrante guardado paso su limite de estabilidad"
                   TO MSJ-ERROR-W
              GO TO FIN-REVISAR-SOBRANTE
           END-IF

           IF SOB-USADO-MEZ + NECESITA-W > SOBRANTE-MEZ
              MOVE "El sobrante guardado no alcanza" TO MSJ-ERROR-W
           END-IF.

       FIN-REVISAR-SOBRANTE.
           EXIT.

      *    LO USADO QUEDA ANOTADO EN EL SOBRANTE DE LA ORDEN DE ORIGEN.
       CONSUMIR-SOBRANTE.
           INITIALIZE REG-MEZCLA
           MOVE NRO-SOB-W  (S) TO NRO-MEZ
           MOVE ITEM-SOB-W (S) TO ITEM-MEZ
           READ ARCHIVO-MEZCLAS
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   ADD USADA-SOB-W (S) TO SOB-USADO-MEZ
                   REWRITE REG-MEZCLA END-REWRITE
           END-READ
           MOVE "00" TO OTR-STAT.

      *    COMPROBANTE: LA ORDEN; ITEM: EL COMPONENTE (000 LA MEZCLA).
       GRABAR-MOVIMIENTO.
           INITIALIZE REG-INVENT
           MOVE TRANS-W           TO COD-TRANS-INV
           MOVE "1"               TO SUC-TRANS-INV
           MOVE NRO-LLEGAD-W      TO COMPROB-INV DOCUM-INV
           MOVE SECU-NUM-W        TO SECU-INV
           MOVE ALMACEN-ORD-W     TO ALMACEN-INV
           MOVE ART-MOV-W         TO COD-ART-INV
           MOVE FECHA-TOTAL       TO FECHA-INV
           MOVE CANT-MOV-W        TO CANT-INV
           MOVE VLR-MOV-W         TO VLR-INV
           EVALUATE TRANS-W
             WHEN "2E"
                  MOVE "COMPONENTE MEZCLA ORDEN" TO DETALLE3-INV
             WHEN "2R"
                  MOVE "SOBRANTE DE VIAL DESECHADO" TO DETALLE3-INV
             WHEN "1M"
                  MOVE "MEZCLA PRODUCIDA CENTRAL DE MEZCLAS"
                       TO DETALLE3-INV
             WHEN OTHER
                  MOVE "MEZCLA DISPENSADA AL PACIENTE" TO DETALLE3-INV
           END-EVALUATE
           STRING "ORDEN "     DELIMITED BY SIZE
                  NRO-LLEGAD-W DELIMITED BY SIZE
                  " LOTE "     DELIMITED BY SIZE
                  COD-LTF      DELIMITED BY SIZE
                  INTO OBSERV-INV
           END-STRING
           MOVE FECHA-TOTAL (3:6) TO FECHA-ELAB-INV
           MOVE HORA-TOTAL (1:4)  TO HORA-ELAB-INV
           MOVE OPER-LLEGAD-W     TO OPER-ELAB-INV

           WRITE REG-INVENT
                 INVALID KEY CONTINUE
           END-WRITE.

      *    CODIGO DEL LOTE DE LA MEZCLA EN SC-LOTEF: "Q" Y LA ORDEN EN
      *    BASE 36 (TRES POSICIONES).
       ARMAR-LOTE-MEZCLA.
           MOVE "Q"          TO COD-LOTE-PROD-W
           MOVE NRO-LLEGAD-W TO NRO-B36-W
           DIVIDE NRO-B36-W BY 36 GIVING NRO-B36-W
                  REMAINDER DIG-B36-W
           MOVE TABLA-B36-W (DIG-B36-W + 1:1) TO COD-LOTE-PROD-W (4:1)
           DIVIDE NRO-B36-W BY 36 GIVING NRO-B36-W
                  REMAINDER DIG-B36-W
           MOVE TABLA-B36-W (DIG-B36-W + 1:1) TO COD-LOTE-PROD-W (3:1)
           DIVIDE NRO-B36-W BY 36 GIVING NRO-B36-W
                  REMAINDER DIG-B36-W
           MOVE TABLA-B36-W (DIG-B36-W + 1:1) TO COD-LOTE-PROD-W (2:1).

      *=================================================================
      * OPC "V" Y "E": ORDEN CON SUS COMPONENTES / ROTULO
      *=================================================================
       CONSULTAR-ORDEN.
           OPEN INPUT ARCHIVO-MEZCLAS
           PERFORM LEER-ORDEN
           IF OPC-LLEGAD-W = "E" AND NOT MEZ-TERMINADA
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La mezcla no esta terminada" TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE SPACES TO NOMBRE-PACI-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT = "00"
              MOVE COD-PACI-MEZ TO COD-PACI
              READ ARCHIVO-PACIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DESCRIP-PACI TO NOMBRE-PACI-W
              END-READ
              CLOSE ARCHIVO-PACIENTES
           END-IF

           OPEN INPUT MAESTRO-ARTICULOS
           OPEN OUTPUT ARCHIVO-JSON

           MOVE VOLUMEN-MEZ TO VOLUMEN-TXT
           MOVE COSTO-MEZ   TO VALOR-TXT
           MOVE 1 TO PUNTERO-W
           STRING "{*ORDEN*:*"       DELIMITED BY SIZE
                  NRO-MEZ            DELIMITED BY SIZE
                  "*,*PACIENTE*:*"   DELIMITED BY SIZE
                  COD-PACI-MEZ       DELIMITED BY SIZE
                  "*,*NOMBRE*:*"     DELIMITED BY SIZE
                  NOMBRE-PACI-W      DELIMITED BY "  "
                  "*,*FORMULA*:*"    DELIMITED BY SIZE
                  FORMULA-MEZ        DELIMITED BY SPACE
                  "*,*TIPO*:*"       DELIMITED BY SIZE
                  TIPO-MEZ           DELIMITED BY SIZE
                  "*,*CICLO*:*"      DELIMITED BY SIZE
                  CICLO-MEZ          DELIMITED BY SIZE
                  "*,*PRODUCTO*:*"   DELIMITED BY SIZE
                  PRODUCTO-MEZ       DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-MEZ        DELIMITED BY "  "
                  "*,*VOLUMEN*:*"    DELIMITED BY SIZE
                  VOLUMEN-TXT        DELIMITED BY SIZE
                  "*,*ESTABILIDAD*:*" DELIMITED BY SIZE
                  ESTAB-HORAS-MEZ    DELIMITED BY SIZE
                  "*,*ESTADO*:*"     DELIMITED BY SIZE
                  ESTADO-MEZ         DELIMITED BY SIZE
                  "*,"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           STRING "*PREPARA*:*"      DELIMITED BY SIZE
                  PREPARA-MEZ        DELIMITED BY SIZE
                  "*,*VERIFICA*:*"   DELIMITED BY SIZE
                  VERIFICA-MEZ       DELIMITED BY SIZE
                  "*,*FECHA_ELAB*:*" DELIMITED BY SIZE
                  FECHA-TERM-MEZ     DELIMITED BY SIZE
                  "*,*HORA_ELAB*:*"  DELIMITED BY SIZE
                  HORA-TERM-MEZ      DELIMITED BY SIZE
                  "*,*FECHA_LIMITE*:*" DELIMITED BY SIZE
                  FECHA-LIMITE-MEZ   DELIMITED BY SIZE
                  "*,*HORA_LIMITE*:*" DELIMITED BY SIZE
                  HORA-LIMITE-MEZ    DELIMITED BY SIZE
                  "*,*LOTE*:*"       DELIMITED BY SIZE
                  NRO-LOTE-PROD-MEZ  DELIMITED BY SPACE
                  "*,*COSTO*:*"      DELIMITED BY SIZE
                  VALOR-TXT          DELIMITED BY SIZE
                  "*,*COMPONENTES*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM UBICAR-COMPONENTES
           PERFORM LISTAR-COMPONENTE UNTIL SW-FIN-MEZ-W = "S"

           MOVE "{*ITEM*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-MEZCLAS MAESTRO-ARTICULOS

           MOVE "00"             TO DAT0-ENV
           MOVE NRO-LLEGAD-W     TO NRO-ENV
           MOVE FECHA-LIMITE-MEZ TO LIMITE-ENV
           MOVE HORA-LIMITE-MEZ  TO HORA-LIMITE-ENV
           IF OPC-LLEGAD-W = "E"
              MOVE "Rotulo de la mezcla" TO MENSAJE-ENV
           ELSE
              MOVE "Orden de produccion" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

       LISTAR-COMPONENTE.
           READ ARCHIVO-MEZCLAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-MEZ-W
           END-READ.

           IF SW-FIN-MEZ-W = "N"
              IF NRO-MEZ NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-MEZ-W
              ELSE
                 PERFORM ESCRIBIR-COMPONENTE
              END-IF
           END-IF.

       ESCRIBIR-COMPONENTE.
           MOVE SPACES           TO DESCRIP-ANT-W
           MOVE COD-ART-COMP-MEZ TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE DESCRIP-ART TO DESCRIP-ANT-W
           END-READ

           MOVE CANT-USADA-MEZ TO CANT1-TXT
           MOVE SOBRANTE-MEZ   TO CANT2-TXT
           MOVE 1 TO PUNTERO-W
           STRING "{*ITEM*:*"         DELIMITED BY SIZE
                  ITEM-MEZ            DELIMITED BY SIZE
                  "*,*ARTICULO*:*"    DELIMITED BY SIZE
                  COD-ART-COMP-MEZ    DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-ANT-W       DELIMITED BY "  "
                  "*,*LOTE*:*"        DELIMITED BY SIZE
                  LOTE-COMP-MEZ       DELIMITED BY SIZE
                  "*,*VIALES*:*"      DELIMITED BY SIZE
                  VIALES-COMP-MEZ     DELIMITED BY SIZE
                  "*,*USADA*:*"       DELIMITED BY SIZE
                  CANT1-TXT           DELIMITED BY SIZE
                  "*,*SOBRANTE*:*"    DELIMITED BY SIZE
                  CANT2-TXT           DELIMITED BY SIZE
                  "*,*DESTINO*:*"     DELIMITED BY SIZE
                  DESTINO-SOB-MEZ     DELIMITED BY SIZE
                  "*,*ESTAB_SOBRANTE*:*" DELIMITED BY SIZE
                  ESTAB-SOB-MEZ       DELIMITED BY SIZE
                  "*,*LIMITE_SOBRANTE*:*" DELIMITED BY SIZE
                  FECHA-LIM-SOB-MEZ   DELIMITED BY SIZE
                  HORA-LIM-SOB-MEZ    DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "M": MERMA DEL MES POR MEDICAMENTO
      *=================================================================
       MERMA-MES.
           IF PERIODO-LLEGAD-W = ZEROS
              MOVE ANO-MES-HOY-W TO PERIODO-LLEGAD-W
           END-IF

           OPEN INPUT ARCHIVO-MEZCLAS
           IF OTR-STAT NOT = "00"
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No hay ordenes de produccion" TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-MEZCLA
           MOVE 1   TO NRO-MEZ
           MOVE "N" TO SW-FIN-MEZ-W SW-INCLUYE-W
           START ARCHIVO-MEZCLAS KEY IS NOT LESS LLAVE-MEZ
                 INVALID KEY MOVE "S" TO SW-FIN-MEZ-W
           END-START
           PERFORM LEER-MERMA UNTIL SW-FIN-MEZ-W = "S"
           CLOSE ARCHIVO-MEZCLAS

           OPEN INPUT MAESTRO-ARTICULOS
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*MERMA*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-MERMA VARYING K FROM 1 BY 1
                   UNTIL K > CANT-MER-W
           MOVE TOTAL-MERMA-W TO VALOR-TXT
           MOVE 1 TO PUNTERO-W
           STRING "{*ARTICULO*:**}],*PERIODO*:*" DELIMITED BY SIZE
                  PERIODO-LLEGAD-W              DELIMITED BY SIZE
                  "*,*TOTAL_MERMA*:*"           DELIMITED BY SIZE
                  VALOR-TXT                     DELIMITED BY SIZE
                  "*}"                          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON MAESTRO-ARTICULOS

           MOVE "00"       TO DAT0-ENV
           MOVE CANT-MER-W TO ITEM-ENV
           MOVE "Merma del mes por medicamento" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *    LA ORDEN (ITEM 000) VA ANTES DE SUS COMPONENTES: ELLA DECIDE
      *    SI LOS COMPONENTES QUE SIGUEN ENTRAN AL MES.
       LEER-MERMA.
           READ ARCHIVO-MEZCLAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-MEZ-W
           END-READ.

           IF SW-FIN-MEZ-W = "N"
              IF ITEM-MEZ = ZEROS
                 MOVE "N" TO SW-INCLUYE-W
                 IF MEZ-TERMINADA
                 AND FECHA-TERM-MEZ (1:6) = PERIODO-LLEGAD-W
                    MOVE "S" TO SW-INCLUYE-W
                 END-IF
              ELSE
                 IF SW-INCLUYE-W = "S"
                    PERFORM ACUMULAR-MERMA
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-MERMA.
           MOVE 1 TO K
           PERFORM BUSCAR-MERMA
                   UNTIL K > CANT-MER-W
                      OR ART-MER-W (K) = COD-ART-COMP-MEZ
           IF K > CANT-MER-W
              IF CANT-MER-W < 500
                 ADD 1 TO CANT-MER-W
                 MOVE CANT-MER-W       TO K
                 INITIALIZE MER-TAB-W (K)
                 MOVE COD-ART-COMP-MEZ TO ART-MER-W (K)
              ELSE
                 MOVE ZEROS TO K
              END-IF
           END-IF

           IF K > ZEROS
              PERFORM SUMAR-MERMA
           END-IF.

       SUMAR-MERMA.
           ADD CANT-USADA-MEZ TO USADO-MER-W (K)
           IF SOB-DESECHADO
              ADD SOBRANTE-MEZ TO DESECHO-MER-W (K)
              COMPUTE VALOR-W ROUNDED =
                      SOBRANTE-MEZ * VLR-UNIT-COMP-MEZ
              ADD VALOR-W TO VALOR-MER-W (K) TOTAL-MERMA-W
           END-IF
           IF SOB-GUARDADO
              ADD SOBRANTE-MEZ TO GUARDA-MER-W (K)
           END-IF.

       BUSCAR-MERMA.
           ADD 1 TO K.

       ESCRIBIR-MERMA.
           MOVE SPACES        TO DESCRIP-ANT-W
           MOVE ART-MER-W (K) TO COD-ART
           READ MAESTRO-ARTICULOS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE DESCRIP-ART TO DESCRIP-ANT-W
           END-READ

           MOVE USADO-MER-W (K)   TO CANT1-TXT
           MOVE DESECHO-MER-W (K) TO CANT2-TXT
           MOVE GUARDA-MER-W (K)  TO CANT3-TXT
           MOVE VALOR-MER-W (K)   TO VALOR-TXT
           MOVE 1 TO PUNTERO-W
           STRING "{*ARTICULO*:*"     DELIMITED BY SIZE
                  ART-MER-W (K)       DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-ANT-W       DELIMITED BY "  "
                  "*,*USADO*:*"       DELIMITED BY SIZE
                  CANT1-TXT           DELIMITED BY SIZE
                  "*,*DESECHADO*:*"   DELIMITED BY SIZE
                  CANT2-TXT           DELIMITED BY SIZE
                  "*,*GUARDADO*:*"    DELIMITED BY SIZE
                  CANT3-TXT           DELIMITED BY SIZE
                  "*,*VALOR_MERMA*:*" DELIMITED BY SIZE
                  VALOR-TXT           DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       LEER-ORDEN.
           MOVE "N" TO SW-ORDEN-W
           IF OTR-STAT = "00" AND NRO-LLEGAD-W > ZEROS
              INITIALIZE REG-MEZCLA
              MOVE NRO-LLEGAD-W TO NRO-MEZ
              READ ARCHIVO-MEZCLAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE "S"             TO SW-ORDEN-W
                      MOVE COD-PACI-MEZ    TO COD-PACI-ORD-W
                      MOVE ESTADO-MEZ      TO ESTADO-ORD-W
                      MOVE ULT-ITEM-MEZ    TO ULT-ITEM-ORD-W
                      MOVE ALMACEN-MEZ     TO ALMACEN-ORD-W
                      MOVE PRODUCTO-MEZ    TO PRODUCTO-ORD-W
                      MOVE ESTAB-HORAS-MEZ TO ESTAB-ORD-W
              END-READ
           END-IF

           IF NOT ORDEN-EXISTE-W
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe la orden"        TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       VALIDAR-ORDEN-ABIERTA.
           IF ESTADO-ORD-W NOT = "O"
              CLOSE ARCHIVO-MEZCLAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La orden no esta abierta"  TO MSJ2-HTML
              MOVE "SER961"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

      *    DEJA EL ARCHIVO EN EL PRIMER COMPONENTE DE LA ORDEN.
       UBICAR-COMPONENTES.
           MOVE NRO-LLEGAD-W TO NRO-MEZ
           MOVE ZEROS        TO ITEM-MEZ
           MOVE "N"          TO SW-FIN-MEZ-W
           START ARCHIVO-MEZCLAS KEY IS GREATER LLAVE-MEZ
                 INVALID KEY MOVE "S" TO SW-FIN-MEZ-W
           END-START.

      *    FECHA Y HORA BASE MAS N HORAS (FECHA LIMITE DE USO).
       SUMAR-HORAS.
           COMPUTE MINUTOS-W = HH-BASE-W * 60 + MM-BASE-W
                             + HORAS-W * 60
           DIVIDE MINUTOS-W BY 1440 GIVING DIAS-W
                  REMAINDER MINUTOS-W
           COMPUTE FECHA-RES-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-BASE-W) + DIAS-W)
           DIVIDE MINUTOS-W BY 60 GIVING HH-RES-W
                  REMAINDER MM-RES-W.

      *    VENCIMIENTO MM/AAAA DEL LOTE LLEVADO A AAAAMM, COMO EN
      *    SER807F; SIN VENCIMIENTO EL LOTE SE TRATA COMO VENCIDO.
       CALCULAR-VENCIMIENTO-LOTE.
           IF VENCE-LTF (1:2) = "  " OR VENCE-LTF (1:2) = "00"
              MOVE ZEROS TO ANO-MES-LOTE-W
           ELSE
              MOVE VENCE-LTF (4:4) TO ANO-MES-LOTE-W (1:4)
              MOVE VENCE-LTF (1:2) TO ANO-MES-LOTE-W (5:2)
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
