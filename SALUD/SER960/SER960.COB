      *=================================================================
      * SALUD - DOSIS UNITARIA: PREPARACION DEL CARRO DE MEDICAMENTOS
      *         DE LOS PISOS, DISPENSACION Y DEVOLUCIONES (SC-ARCHDUN,
      *         FD-DOSUN).
      *         - OPC "G": GENERA LA CORRIDA DE UN SERVICIO Y UNA RONDA
      *           (FECHA Y HORA; EN CEROS, AHORA): TOMA DE LAS CAMAS
      *           OCUPADAS DEL SERVICIO (SC-ARCHCAM) LAS DOSIS
      *           PENDIENTES DEL MAR (SC-ARCHMAR) DE LAS 24 HORAS
      *           SIGUIENTES, CON EL LOTE FEFO QUE SUGIERE SER807F PARA
      *           LO QUE EL PACIENTE NECESITA DE CADA ARTICULO, Y
      *           DEVUELVE LA LISTA DE ALISTAMIENTO COMO LA OPC "L".
      *           UNA RONDA DEL SERVICIO YA GENERADA NO SE REPITE, Y
      *           LA DOSIS QUE YA TOMO OTRA CORRIDA DEL SERVICIO CUYAS
      *           24 HORAS SE CRUZAN CON LAS DE ESTA NO SE VUELVE A
      *           PREPARAR.
      *         - OPC "L": LISTA DE ALISTAMIENTO DE LA CORRIDA POR
      *           CAJETIN (CAMA) Y PACIENTE, CON EL LOTE, EL ESTADO DE
      *           LA DOSIS Y EL DEL MAR (LAS REHUSADAS U OMITIDAS SON
      *           LAS QUE REGRESAN DEL PISO).
      *         - OPC "D": CONFIRMA EN UN SOLO PASO LA DISPENSACION DE
      *           LA CORRIDA: POR CADA DOSIS PREPARADA, SALIDA "2P" EN
      *           SC-MOVINV, DESCARGUE DEL SALDO DEL LOTE (SC-LOTEF) Y
      *           CARGO A LA CUENTA DEL PACIENTE (SAL733R). LA DOSIS
      *           CUYO LOTE SE VENCIO O SE QUEDO SIN SALDO, O CUYO
      *           CARGO NO SE PUDO GRABAR, NO SALE Y LA CORRIDA SIGUE
      *           ABIERTA. EL CARGO VA ANTES DE LA SALIDA: AL REPETIR
      *           LA DISPENSACION SAL733R LO RECONOCE ("DU").
      *         - OPC "R": DEVOLUCION DE UNA DOSIS DISPENSADA QUE NO SE
      *           ENTREGO O QUE EL PACIENTE REHUSO: ENTRADA "1P" EN
      *           SC-MOVINV, EL SALDO VUELVE AL LOTE Y SE REBAJA EL
      *           CARGO (SAL733R OPCION "D"); SI YA ESTABA FACTURADO
      *           QUEDA MARCADA PARA NOTA CREDITO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER960".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-DOSUN.CBL".
       COPY "..\..\FUENTES\FS-MARAD.CBL".
       COPY "..\..\FUENTES\FS-CAMAS.CBL".
       COPY "..\..\FUENTES\FS-LTFAR.CBL".
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

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-DOSUN.CBL".
       COPY "..\..\FUENTES\FD-MARAD.CBL".
       COPY "..\..\FUENTES\FD-CAMAS.CBL".
       COPY "..\..\FUENTES\FD-LTFAR.CBL".
       COPY "..\..\FUENTES\FD-INVEN.CBL".
       COPY "..\..\FUENTES\FD-ARTIC.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".

       77 NOM-DUN-W              PIC X(70).
       77 NOM-MAR-W              PIC X(70).
       77 NOM-CAM-W              PIC X(70).
       77 NOM-LOTEFARM-W         PIC X(70).
       77 NOM-INVENT-W           PIC X(70).
       77 NOM-ART-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(6).
          02 SERVICIO-LLEGAD-W      PIC X(4).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 ALM-LLEGAD-W           PIC X(5).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 FECHA-DOSIS-LLEGAD-W   PIC 9(8).
          02 HORA-DOSIS-LLEGAD-W    PIC 9(4).
          02 ART-LLEGAD-W           PIC X(16).
          02 MOTIVO-LLEGAD-W        PIC X.
          02 OPER-LLEGAD-W          PIC X(4).

      *    DOSIS DEL PACIENTE EN LA VENTANA DE LA RONDA Y LO QUE
      *    NECESITA DE CADA ARTICULO (PARA PEDIR UN SOLO LOTE).
       01 TABLA-DOSIS-W.
          02 CANT-DOS-W             PIC 9(3).
          02 DOS-TAB-W OCCURS 200.
             03 FECHA-DOS-W         PIC 9(8).
             03 HORA-DOS-W          PIC 9(4).
             03 ART-DOS-W           PIC X(16).
             03 DOSIS-DOS-W         PIC X(20).
             03 POS-ART-DOS-W       PIC 9(3).

       01 TABLA-ART-W.
          02 CANT-ART-W             PIC 9(3).
          02 ART-TAB-W OCCURS 100.
             03 ART-W               PIC X(16).
             03 CANT-PED-W          PIC 9(5).
             03 LOTE-W              PIC X(4).

      *    CORRIDAS DEL SERVICIO CUYA VENTANA DE 24 HORAS SE CRUZA
      *    CON LA DE LA RONDA QUE SE GENERA.
       01 TABLA-RONDAS-W.
          02 CANT-RON-W             PIC 9(2).
          02 NRO-RON-W              PIC 9(6) OCCURS 50.

       01 VARIABLES.
          02 K                  PIC 9(4).
          02 R                  PIC 9(2).
          02 MIN-RONDA-W        PIC 9(11).
          02 MIN-PREVIA-W       PIC 9(11).
          02 HORAS-W            PIC 9(2).
          02 MINUTOS-W          PIC 9(2).
          02 SW-DOSIS-PREVIA-W  PIC X.
             88 DOSIS-YA-TOMADA-W   VALUE "S".
          02 FECHA-SIG-W        PIC 9(8).
          02 DIAS-RONDA-W       PIC 9(7).
          02 NRO-W              PIC 9(6).
          02 NRO-BUSCA-W        PIC 9(6).
          02 NRO-TOPE-W         PIC 9(6).
          02 CANT-GEN-W         PIC 9(5) VALUE 0.
          02 CANT-SIN-LOTE-W    PIC 9(5) VALUE 0.
          02 CANT-DISP-W        PIC 9(5) VALUE 0.
          02 CANT-NOVEDAD-W     PIC 9(5) VALUE 0.
          02 CANT-PREP-W        PIC 9(5) VALUE 0.
          02 CANT-DEV-W         PIC 9(5) VALUE 0.
          02 ULT-SECU-W         PIC 9(3).
          02 ULT-DEV-W          PIC 9(3).
          02 SECU-NUM-W         PIC 9(3).
          02 ALMACEN-W          PIC X(5).
          02 SERVICIO-RON-W     PIC X(4).
          02 FECHA-RON-W        PIC 9(8).
          02 HORA-RON-W         PIC 9(4).
          02 ESTADO-RON-W       PIC X.
          02 ANO-MES-HOY-W      PIC 9(6).
          02 ANO-MES-LOTE-W     PIC 9(6).
          02 ART-ANT-W          PIC X(16) VALUE SPACES.
          02 DESCRIP-ANT-W      PIC X(40).
          02 VLR-ANT-W          PIC 9(11)V99.
          02 VENTA-ANT-W        PIC 9(11)V99.
          02 LOTE-NRO-W         PIC X(10).
          02 VENCE-W            PIC X(7).
          02 ESTADO-MAR-W       PIC X.
          02 SW-CORRIDA-W       PIC X.
             88 CORRIDA-EXISTE-W    VALUE "S".
          02 SW-RONDA-W         PIC X.
             88 RONDA-REPETIDA-W    VALUE "S".
          02 SW-FIN-CAM-W       PIC X.
          02 SW-FIN-MAR-W       PIC X.
          02 SW-FIN-DUN-W       PIC X.
          02 SW-LOTE-OK-W       PIC X.
          02 SW-MOV-OK-W        PIC X.
          02 SW-SIN-LOTEF-W     PIC X.

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
          02 CANT-ENV           PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 PEND-ENV           PIC 9(5).
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
              MOVE "SER960"                TO MSJ3-HTML
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
              MOVE "SER960"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DOSUN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DOSIS-UNIT.
       ESCR-EXCEP-DOSUN.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-DUN-W               TO MSJ2-HTML
              MOVE "SER960"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MAR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MAR.
       ESCR-EXCEP-MAR.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-MAR-W               TO MSJ2-HTML
              MOVE "SER960"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CAMAS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CAMAS.
       ESCR-EXCEP-CAMAS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CAM-W               TO MSJ2-HTML
              MOVE "SER960"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-LTFAR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LOTE-FARM.
       ESCR-EXCEP-LTFAR.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-LOTEFARM-W          TO MSJ2-HTML
              MOVE "SER960"                TO MSJ3-HTML
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
              MOVE "SER960"                TO MSJ3-HTML
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
              MOVE "SER960"                TO MSJ3-HTML
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
              MOVE "SER960"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER960" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, SERVICIO-LLEGAD-W,
                   FECHA-LLEGAD-W, HORA-LLEGAD-W, ALM-LLEGAD-W,
                   PACI-LLEGAD-W, FECHA-DOSIS-LLEGAD-W,
                   HORA-DOSIS-LLEGAD-W, ART-LLEGAD-W,
                   MOTIVO-LLEGAD-W, OPER-LLEGAD-W
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
           INITIALIZE NOM-DUN-W NOM-PLANO-W
           MOVE "\\" TO NOM-DUN-W

           INSPECT NOM-DUN-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-DUN-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-DUN-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-DUN-W TO NOM-MAR-W NOM-CAM-W NOM-LOTEFARM-W
                             NOM-INVENT-W NOM-ART-W NOM-CRG-W

           INSPECT NOM-DUN-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDUN.DAT"
           INSPECT NOM-MAR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHMAR.DAT"
           INSPECT NOM-CAM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCAM.DAT"
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

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER960-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

           MOVE FECHA-TOTAL (1:6) TO ANO-MES-HOY-W.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GENERAR-CORRIDA
             WHEN "L"   GO TO LISTAR-CORRIDA
             WHEN "D"   GO TO DISPENSAR-CORRIDA
             WHEN "R"   GO TO DEVOLVER-DOSIS
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER960"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "G": CORRIDA DEL SERVICIO PARA LAS 24 HORAS DE LA RONDA
      *=================================================================
       GENERAR-CORRIDA.
           IF SERVICIO-LLEGAD-W = SPACES OR ALM-LLEGAD-W = SPACES
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta el servicio o el almacen" TO MSJ2-HTML
              MOVE "SER960"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF
           IF HORA-LLEGAD-W = ZEROS
              MOVE HORA-TOTAL (1:4) TO HORA-LLEGAD-W
           END-IF

           COMPUTE DIAS-RONDA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-LLEGAD-W)
           IF DIAS-RONDA-W = ZEROS OR HORA-LLEGAD-W > 2359
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Fecha u hora de la ronda no valida" TO MSJ2-HTML
              MOVE "SER960"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           COMPUTE FECHA-SIG-W =
                   FUNCTION DATE-OF-INTEGER (DIAS-RONDA-W + 1)

           PERFORM ABRIR-DOSIS-UNIT

      *    REGISTRO DE CONTROL: ULTIMA CORRIDA GENERADA.
           INITIALIZE REG-DOSIS-UNIT
           READ ARCHIVO-DOSIS-UNIT
                INVALID KEY
                   INITIALIZE REG-DOSIS-UNIT
                   INITIALIZE DATOS-CORRIDA-DUN
                   WRITE REG-DOSIS-UNIT END-WRITE
           END-READ
           MOVE ULT-NRO-DUN TO NRO-W

      *    LA MISMA RONDA DEL SERVICIO NO SE PREPARA DOS VECES (SE
      *    REVISAN LAS ULTIMAS 50 CORRIDAS); DE PASO SE TOMAN LAS QUE
      *    SE CRUZAN CON SU VENTANA.
           DIVIDE HORA-LLEGAD-W BY 100 GIVING HORAS-W
                  REMAINDER MINUTOS-W
           COMPUTE MIN-RONDA-W = DIAS-RONDA-W * 1440
                               + HORAS-W * 60 + MINUTOS-W
           MOVE ZEROS TO CANT-RON-W
           MOVE "N" TO SW-RONDA-W
           MOVE ZEROS TO NRO-TOPE-W
           IF NRO-W > 50
              COMPUTE NRO-TOPE-W = NRO-W - 50
           END-IF
           PERFORM REVISAR-RONDA VARYING NRO-BUSCA-W FROM NRO-W BY -1
                   UNTIL NRO-BUSCA-W NOT > NRO-TOPE-W
                      OR RONDA-REPETIDA-W
           IF RONDA-REPETIDA-W
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                        TO MSJ1-HTML
              MOVE "La ronda del servicio ya tiene corrida"
                   TO MSJ2-HTML
              MOVE "SER960"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-DOSIS-UNIT
           READ ARCHIVO-DOSIS-UNIT END-READ
           ADD 1 TO NRO-W
           MOVE NRO-W TO ULT-NRO-DUN
           REWRITE REG-DOSIS-UNIT END-REWRITE

           INITIALIZE REG-DOSIS-UNIT
           INITIALIZE DATOS-CORRIDA-DUN
           MOVE NRO-W             TO NRO-DUN
           MOVE SERVICIO-LLEGAD-W TO SERVICIO-RON-DUN
           MOVE FECHA-LLEGAD-W    TO FECHA-RON-DUN
           MOVE HORA-LLEGAD-W     TO HORA-RON-DUN
           MOVE "P"               TO ESTADO-RON-DUN
           MOVE ALM-LLEGAD-W      TO ALMACEN-RON-DUN
           MOVE FECHA-TOTAL       TO FECHA-GEN-DUN
           MOVE OPER-LLEGAD-W     TO OPER-GEN-DUN
           WRITE REG-DOSIS-UNIT END-WRITE

           OPEN INPUT ARCHIVO-CAMAS
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el tablero de camas" TO MSJ2-HTML
              MOVE "SER960"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           OPEN INPUT ARCHIVO-MAR
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-DOSIS-UNIT ARCHIVO-CAMAS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "No existe el registro del MAR" TO MSJ2-HTML
              MOVE "SER960"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-CAMA
           MOVE "C"               TO TIPO-CAM
           MOVE SERVICIO-LLEGAD-W TO SERVICIO-CAM
           MOVE LOW-VALUES        TO CAMA-CAM
           MOVE "N"               TO SW-FIN-CAM-W
           START ARCHIVO-CAMAS KEY IS NOT LESS LLAVE-CAM
                 INVALID KEY MOVE "S" TO SW-FIN-CAM-W
           END-START
           PERFORM LEER-CAMA UNTIL SW-FIN-CAM-W = "S"

           CLOSE ARCHIVO-CAMAS ARCHIVO-MAR
           CANCEL "SER807F"

           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-W TO NRO-DUN
           READ ARCHIVO-DOSIS-UNIT END-READ
           MOVE CANT-GEN-W TO CANT-DOSIS-DUN
           REWRITE REG-DOSIS-UNIT END-REWRITE
           CLOSE ARCHIVO-DOSIS-UNIT

           MOVE NRO-W TO NRO-LLEGAD-W
           IF CANT-GEN-W = ZEROS
              MOVE "No hay dosis pendientes en la ronda" TO MENSAJE-ENV
           ELSE
              IF CANT-SIN-LOTE-W > ZEROS
                 MOVE "Corrida generada; hay dosis sin lote"
                      TO MENSAJE-ENV
              ELSE
                 MOVE "Corrida generada" TO MENSAJE-ENV
              END-IF
           END-IF
           GO TO LISTAR-CORRIDA.

       REVISAR-RONDA.
           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-BUSCA-W TO NRO-DUN
           READ ARCHIVO-DOSIS-UNIT
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF  SERVICIO-RON-DUN = SERVICIO-LLEGAD-W
                   AND FECHA-RON-DUN    = FECHA-LLEGAD-W
                   AND HORA-RON-DUN     = HORA-LLEGAD-W
                      MOVE "S" TO SW-RONDA-W
                   END-IF
                   IF  SERVICIO-RON-DUN = SERVICIO-LLEGAD-W
                   AND COD-PACI-DUN     = ZEROS
                   AND FECHA-RON-DUN    > ZEROS
                      PERFORM CRUZAR-VENTANA
                   END-IF
           END-READ.

       CRUZAR-VENTANA.
           DIVIDE HORA-RON-DUN BY 100 GIVING HORAS-W
                  REMAINDER MINUTOS-W
           COMPUTE MIN-PREVIA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-RON-DUN) * 1440
                 + HORAS-W * 60 + MINUTOS-W
           IF  MIN-PREVIA-W + 1440 > MIN-RONDA-W
           AND MIN-RONDA-W + 1440 > MIN-PREVIA-W
           AND CANT-RON-W < 50
              ADD 1 TO CANT-RON-W
              MOVE NRO-DUN TO NRO-RON-W (CANT-RON-W)
           END-IF.

       LEER-CAMA.
           READ ARCHIVO-CAMAS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-CAM-W
           END-READ.

           IF SW-FIN-CAM-W = "N"
              IF TIPO-CAM NOT = "C"
              OR SERVICIO-CAM NOT = SERVICIO-LLEGAD-W
                 MOVE "S" TO SW-FIN-CAM-W
              ELSE
                 IF (CAMA-OCUPADA OR CAMA-EGRESO-PEND)
                 AND COD-PACI-CAM > ZEROS
                    PERFORM PREPARAR-PACIENTE
                 END-IF
              END-IF
           END-IF.

      *    DOSIS PENDIENTES DEL PACIENTE DESDE LA HORA DE LA RONDA
      *    HASTA LA MISMA HORA DEL DIA SIGUIENTE; EL LOTE SE PIDE POR
      *    ARTICULO PARA LO QUE SUMAN SUS DOSIS.
       PREPARAR-PACIENTE.
           MOVE ZEROS TO CANT-DOS-W CANT-ART-W

           MOVE COD-PACI-CAM   TO COD-PACI-MAR
           MOVE FECHA-LLEGAD-W TO FECHA-MAR
           MOVE HORA-LLEGAD-W  TO HORA-MAR
           MOVE LOW-VALUES     TO COD-ART-MAR
           MOVE "N"            TO SW-FIN-MAR-W
           START ARCHIVO-MAR KEY IS NOT LESS LLAVE-MAR
                 INVALID KEY MOVE "S" TO SW-FIN-MAR-W
           END-START
           PERFORM LEER-DOSIS-MAR UNTIL SW-FIN-MAR-W = "S"

           PERFORM SUGERIR-LOTE VARYING K FROM 1 BY 1
                   UNTIL K > CANT-ART-W
           PERFORM GRABAR-DOSIS VARYING I FROM 1 BY 1
                   UNTIL I > CANT-DOS-W.

       LEER-DOSIS-MAR.
           READ ARCHIVO-MAR NEXT RECORD
                AT END MOVE "S" TO SW-FIN-MAR-W
           END-READ.

           IF SW-FIN-MAR-W = "N"
              IF COD-PACI-MAR NOT = COD-PACI-CAM
              OR FECHA-MAR > FECHA-SIG-W
              OR (FECHA-MAR = FECHA-SIG-W
                  AND HORA-MAR NOT < HORA-LLEGAD-W)
                 MOVE "S" TO SW-FIN-MAR-W
              ELSE
                 IF DOSIS-PENDIENTE
                    MOVE "N" TO SW-DOSIS-PREVIA-W
                    PERFORM BUSCAR-DOSIS-PREVIA VARYING R FROM 1 BY 1
                            UNTIL R > CANT-RON-W
                               OR DOSIS-YA-TOMADA-W
                    IF NOT DOSIS-YA-TOMADA-W
                       PERFORM TOMAR-DOSIS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       TOMAR-DOSIS.
           IF CANT-DOS-W < 200 AND CANT-GEN-W + CANT-DOS-W < 999
              ADD 1 TO CANT-DOS-W
              MOVE CANT-DOS-W  TO I
              MOVE FECHA-MAR   TO FECHA-DOS-W (I)
              MOVE HORA-MAR    TO HORA-DOS-W (I)
              MOVE COD-ART-MAR TO ART-DOS-W (I)
              MOVE DOSIS-MAR   TO DOSIS-DOS-W (I)

              MOVE 1 TO K
              PERFORM BUSCAR-ARTICULO
                      UNTIL K > CANT-ART-W
                         OR ART-W (K) = COD-ART-MAR
              IF K > CANT-ART-W
                 IF CANT-ART-W < 100
                    ADD 1 TO CANT-ART-W
                    MOVE CANT-ART-W  TO K
                    MOVE COD-ART-MAR TO ART-W (K)
                    MOVE ZEROS       TO CANT-PED-W (K)
                    MOVE SPACES      TO LOTE-W (K)
                 ELSE
                    MOVE ZEROS TO K
                 END-IF
              END-IF

              MOVE K TO POS-ART-DOS-W (I)
              IF K > ZEROS
                 ADD 1 TO CANT-PED-W (K)
              END-IF
           END-IF.

       BUSCAR-ARTICULO.
           ADD 1 TO K.

      *    LA DOSIS DEL MAR QUE OTRA CORRIDA YA TOMO (SALVO LA QUE
      *    QUEDO SIN LOTE) NO SE PREPARA OTRA VEZ.
       BUSCAR-DOSIS-PREVIA.
           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-RON-W (R) TO NRO-DUN
           MOVE COD-PACI-MAR  TO COD-PACI-DUN
           MOVE FECHA-MAR     TO FECHA-DUN
           MOVE HORA-MAR      TO HORA-DUN
           MOVE COD-ART-MAR   TO COD-ART-DUN
           READ ARCHIVO-DOSIS-UNIT
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF NOT DUN-SIN-LOTE
                      MOVE "S" TO SW-DOSIS-PREVIA-W
                   END-IF
           END-READ
           MOVE "00" TO OTR-STAT.

      *    SI NINGUN LOTE ALCANZA PARA TODAS LAS DOSIS SE SUGIERE EL
      *    QUE CUBRE AL MENOS UNA; AL DISPENSAR SE REVISA EL SALDO
      *    DOSIS POR DOSIS.
       SUGERIR-LOTE.
           MOVE ART-W (K)      TO ART-FEFO-W
           MOVE CANT-PED-W (K) TO CANT-FEFO-W
           MOVE SPACES         TO LOTE-ELEG-FEFO-W MOTIVO-FEFO-W
                                  LOTE-SUGERIDO-W
           CALL "SER807F" USING NOM-LOTEFARM-W ART-FEFO-W
                                CANT-FEFO-W LOTE-ELEG-FEFO-W
                                MOTIVO-FEFO-W
                                LOTE-SUGERIDO-W RESPUESTA-FEFO-W
                                INVALID-LTF-W

           IF RESPUESTA-FEFO-W = "N" AND CANT-FEFO-W > 1
              MOVE 1 TO CANT-FEFO-W
              CALL "SER807F" USING NOM-LOTEFARM-W ART-FEFO-W
                                   CANT-FEFO-W LOTE-ELEG-FEFO-W
                                   MOTIVO-FEFO-W
                                   LOTE-SUGERIDO-W RESPUESTA-FEFO-W
                                   INVALID-LTF-W
           END-IF

           IF RESPUESTA-FEFO-W = "S"
              MOVE LOTE-SUGERIDO-W TO LOTE-W (K)
           END-IF.

       GRABAR-DOSIS.
           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-W            TO NRO-DUN
           MOVE COD-PACI-CAM     TO COD-PACI-DUN
           MOVE FECHA-DOS-W (I)  TO FECHA-DUN
           MOVE HORA-DOS-W (I)   TO HORA-DUN
           MOVE ART-DOS-W (I)    TO COD-ART-DUN
           MOVE SERVICIO-CAM     TO SERVICIO-DUN
           MOVE CAMA-CAM         TO CAMA-DUN
           MOVE DOSIS-DOS-W (I)  TO DOSIS-DUN
           MOVE POS-ART-DOS-W (I) TO K
           IF K > ZEROS
              MOVE LOTE-W (K)    TO LOTE-DUN
           END-IF
           IF LOTE-DUN = SPACES
              MOVE "S"           TO ESTADO-DUN
           ELSE
              MOVE "P"           TO ESTADO-DUN
           END-IF

           WRITE REG-DOSIS-UNIT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO CANT-GEN-W
                    IF DUN-SIN-LOTE
                       ADD 1 TO CANT-SIN-LOTE-W
                    END-IF
           END-WRITE.

      *=================================================================
      * OPC "L": LISTA DE ALISTAMIENTO DE LA CORRIDA
      *=================================================================
       LISTAR-CORRIDA.
           OPEN INPUT ARCHIVO-DOSIS-UNIT
           PERFORM LEER-CABECERA
           IF NOT CORRIDA-EXISTE-W
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                       TO MSJ1-HTML
              MOVE "No existe la corrida"     TO MSJ2-HTML
              MOVE "SER960"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE ZEROS TO CANT-PREP-W CANT-DISP-W CANT-DEV-W
                         CANT-SIN-LOTE-W
           OPEN INPUT ARCHIVO-MAR MAESTRO-ARTICULOS
           MOVE "N" TO SW-SIN-LOTEF-W
           OPEN INPUT ARCHIVO-LOTE-FARM
           IF OTR-STAT NOT = "00"
              MOVE "S" TO SW-SIN-LOTEF-W
           END-IF
           OPEN OUTPUT ARCHIVO-JSON

           MOVE 1 TO PUNTERO-W
           STRING "{*CORRIDA*:*"    DELIMITED BY SIZE
                  NRO-LLEGAD-W      DELIMITED BY SIZE
                  "*,*SERVICIO*:*"  DELIMITED BY SIZE
                  SERVICIO-RON-W    DELIMITED BY SIZE
                  "*,*FECHA*:*"     DELIMITED BY SIZE
                  FECHA-RON-W       DELIMITED BY SIZE
                  "*,*HORA*:*"      DELIMITED BY SIZE
                  HORA-RON-W        DELIMITED BY SIZE
                  "*,*ESTADO*:*"    DELIMITED BY SIZE
                  ESTADO-RON-W      DELIMITED BY SIZE
                  "*,*DOSIS*:["     DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM UBICAR-DOSIS
           PERFORM LISTAR-DOSIS UNTIL SW-FIN-DUN-W = "S"

           MOVE 1 TO PUNTERO-W
           STRING "{*CAMA*:**}],*PREPARADAS*:" DELIMITED BY SIZE
                  CANT-PREP-W               DELIMITED BY SIZE
                  ",*DISPENSADAS*:"         DELIMITED BY SIZE
                  CANT-DISP-W               DELIMITED BY SIZE
                  ",*DEVUELTAS*:"           DELIMITED BY SIZE
                  CANT-DEV-W                DELIMITED BY SIZE
                  ",*SIN_LOTE*:"            DELIMITED BY SIZE
                  CANT-SIN-LOTE-W           DELIMITED BY SIZE
                  "}"                       DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-DOSIS-UNIT ARCHIVO-MAR
                 MAESTRO-ARTICULOS
           IF SW-SIN-LOTEF-W = "N"
              CLOSE ARCHIVO-LOTE-FARM
           END-IF

           MOVE "00"         TO DAT0-ENV
           MOVE NRO-LLEGAD-W TO NRO-ENV
           COMPUTE CANT-ENV = CANT-PREP-W + CANT-DISP-W + CANT-DEV-W
                            + CANT-SIN-LOTE-W
           COMPUTE PEND-ENV = CANT-PREP-W + CANT-SIN-LOTE-W
           IF MENSAJE-ENV = SPACES
              MOVE "Lista de alistamiento" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *    LA CORRIDA VA POR PACIENTE Y CADA PACIENTE TIENE UNA CAMA,
      *    ASI QUE LAS DOSIS SALEN AGRUPADAS POR CAJETIN.
       LISTAR-DOSIS.
           READ ARCHIVO-DOSIS-UNIT NEXT RECORD
                AT END MOVE "S" TO SW-FIN-DUN-W
           END-READ.

           IF SW-FIN-DUN-W = "N"
              IF NRO-DUN NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-DUN-W
              ELSE
                 PERFORM ESCRIBIR-DOSIS
              END-IF
           END-IF.

       ESCRIBIR-DOSIS.
           EVALUATE TRUE
             WHEN DUN-PREPARADA  ADD 1 TO CANT-PREP-W
             WHEN DUN-DISPENSADA ADD 1 TO CANT-DISP-W
             WHEN DUN-DEVUELTA   ADD 1 TO CANT-DEV-W
             WHEN DUN-SIN-LOTE   ADD 1 TO CANT-SIN-LOTE-W
           END-EVALUATE

           PERFORM LEER-ARTICULO

           MOVE SPACES TO LOTE-NRO-W VENCE-W
           IF LOTE-DUN NOT = SPACES AND SW-SIN-LOTEF-W = "N"
              MOVE LOTE-DUN TO COD-LTF
              READ ARCHIVO-LOTE-FARM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE LOTE-LTF  TO LOTE-NRO-W
                      MOVE VENCE-LTF TO VENCE-W
              END-READ
           END-IF

           MOVE SPACE        TO ESTADO-MAR-W
           MOVE COD-PACI-DUN TO COD-PACI-MAR
           MOVE FECHA-DUN    TO FECHA-MAR
           MOVE HORA-DUN     TO HORA-MAR
           MOVE COD-ART-DUN  TO COD-ART-MAR
           READ ARCHIVO-MAR
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE ESTADO-MAR TO ESTADO-MAR-W
           END-READ

           MOVE 1 TO PUNTERO-W
           STRING "{*CAMA*:*"         DELIMITED BY SIZE
                  CAMA-DUN            DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-DUN        DELIMITED BY SIZE
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-DUN           DELIMITED BY SIZE
                  "*,*HORA*:*"        DELIMITED BY SIZE
                  HORA-DUN            DELIMITED BY SIZE
                  "*,*ARTICULO*:*"    DELIMITED BY SIZE
                  COD-ART-DUN         DELIMITED BY SPACE
                  "*,*DESCRIPCION*:*" DELIMITED BY SIZE
                  DESCRIP-ANT-W       DELIMITED BY "  "
                  "*,*DOSIS*:*"       DELIMITED BY SIZE
                  DOSIS-DUN           DELIMITED BY "  "
                  "*,*LOTE*:*"        DELIMITED BY SIZE
                  LOTE-DUN            DELIMITED BY SIZE
                  "*,*NRO_LOTE*:*"    DELIMITED BY SIZE
                  LOTE-NRO-W          DELIMITED BY SPACE
                  "*,*VENCE*:*"       DELIMITED BY SIZE
                  VENCE-W             DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-DUN          DELIMITED BY SIZE
                  "*,*MAR*:*"         DELIMITED BY SIZE
                  ESTADO-MAR-W        DELIMITED BY SIZE
                  "*,*CREDITO*:*"     DELIMITED BY SIZE
                  CREDITO-DUN         DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "D": DISPENSACION DE LA CORRIDA EN UN SOLO PASO
      *=================================================================
       DISPENSAR-CORRIDA.
           OPEN I-O ARCHIVO-DOSIS-UNIT
           PERFORM LEER-CABECERA
           IF NOT CORRIDA-EXISTE-W
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                       TO MSJ1-HTML
              MOVE "No existe la corrida"     TO MSJ2-HTML
              MOVE "SER960"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           IF ESTADO-RON-W = "D"
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                       TO MSJ1-HTML
              MOVE "La corrida ya fue dispensada" TO MSJ2-HTML
              MOVE "SER960"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-LOTE-FARM
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                       TO MSJ1-HTML
              MOVE "No existe el archivo de lotes" TO MSJ2-HTML
              MOVE "SER960"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           PERFORM ABRIR-MOVIMIENTO
           OPEN INPUT MAESTRO-ARTICULOS

           PERFORM UBICAR-DOSIS
           PERFORM DISPENSAR-DOSIS UNTIL SW-FIN-DUN-W = "S"

           CLOSE ARCHIVO-LOTE-FARM MOVIMIENTO-INVENT MAESTRO-ARTICULOS
           CANCEL "SAL733R"

           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-LLEGAD-W TO NRO-DUN
           READ ARCHIVO-DOSIS-UNIT END-READ
           MOVE ULT-SECU-W    TO ULT-SECU-DUN
           MOVE FECHA-TOTAL   TO FECHA-DSP-RON-DUN
           MOVE OPER-LLEGAD-W TO OPER-DSP-RON-DUN
           IF CANT-NOVEDAD-W = ZEROS
              MOVE "D" TO ESTADO-RON-DUN
           END-IF
           REWRITE REG-DOSIS-UNIT END-REWRITE
           CLOSE ARCHIVO-DOSIS-UNIT

           MOVE "00"           TO DAT0-ENV
           MOVE NRO-LLEGAD-W   TO NRO-ENV
           MOVE CANT-DISP-W    TO CANT-ENV
           MOVE CANT-NOVEDAD-W TO PEND-ENV
           IF CANT-NOVEDAD-W > ZEROS
              MOVE "Dosis sin dispensar: lote vencido/sin saldo/cargo"
                   TO MENSAJE-ENV
           ELSE
              MOVE "Corrida dispensada y cargada" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

       DISPENSAR-DOSIS.
           READ ARCHIVO-DOSIS-UNIT NEXT RECORD
                AT END MOVE "S" TO SW-FIN-DUN-W
           END-READ.

           IF SW-FIN-DUN-W = "N"
              IF NRO-DUN NOT = NRO-LLEGAD-W
                 MOVE "S" TO SW-FIN-DUN-W
              ELSE
                 IF DUN-PREPARADA
                    PERFORM ENTREGAR-DOSIS
                 END-IF
              END-IF
           END-IF.

      *    EL LOTE SE REVISA DE NUEVO AL DISPENSAR: PUDO VENCERSE O
      *    GASTARSE DESPUES DE PREPARAR LA CORRIDA.
       ENTREGAR-DOSIS.
           MOVE "S"      TO SW-LOTE-OK-W
           MOVE LOTE-DUN TO COD-LTF
           READ ARCHIVO-LOTE-FARM
                INVALID KEY MOVE "N" TO SW-LOTE-OK-W
           END-READ
           IF SW-LOTE-OK-W = "S"
              PERFORM CALCULAR-VENCIMIENTO-LOTE
              IF SALDO-LTF < 1 OR ANO-MES-LOTE-W NOT > ANO-MES-HOY-W
                 MOVE "N" TO SW-LOTE-OK-W
              END-IF
           END-IF
           IF ULT-SECU-W NOT < 999
              MOVE "N" TO SW-LOTE-OK-W
           END-IF

           IF SW-LOTE-OK-W = "S"
              PERFORM CARGAR-DOSIS
              IF RESULT-CARGO-LNK NOT = "00" AND NOT = "DU"
                 MOVE "N" TO SW-LOTE-OK-W
              END-IF
           END-IF

           IF SW-LOTE-OK-W = "N"
              ADD 1 TO CANT-NOVEDAD-W
           ELSE
              PERFORM LEER-ARTICULO
              ADD 1 TO ULT-SECU-W
              PERFORM GRABAR-SALIDA-DOSIS
              IF SW-MOV-OK-W = "N"
                 ADD 1 TO CANT-NOVEDAD-W
              ELSE
                 SUBTRACT 1 FROM SALDO-LTF
                 REWRITE REG-LOTE-FARM END-REWRITE
                 MOVE NRO-CARGO-LNK    TO NRO-CARGO-DUN
                 MOVE "D"              TO ESTADO-DUN
                 MOVE FECHA-TOTAL      TO FECHA-DISP-DUN
                 MOVE HORA-TOTAL (1:4) TO HORA-DISP-DUN
                 MOVE OPER-LLEGAD-W    TO OPER-DISP-DUN
                 REWRITE REG-DOSIS-UNIT END-REWRITE
                 ADD 1 TO CANT-DISP-W
              END-IF
           END-IF.

      *    SALIDA CON TRANSACCION PROPIA "2P" (DOSIS UNITARIA), DE LA
      *    FAMILIA DE SALIDAS QUE INV010 VALORIZA; EL COMPROBANTE ES LA
      *    CORRIDA Y EL ITEM SU CONSECUTIVO DE SALIDAS.
       GRABAR-SALIDA-DOSIS.
           MOVE ULT-SECU-W TO SECU-NUM-W

           INITIALIZE REG-INVENT
           MOVE "2P"              TO COD-TRANS-INV
           MOVE "1"               TO SUC-TRANS-INV
           MOVE NRO-LLEGAD-W      TO COMPROB-INV DOCUM-INV
           MOVE SECU-NUM-W        TO SECU-INV
           MOVE ALMACEN-W         TO ALMACEN-INV
           MOVE COD-ART-DUN       TO COD-ART-INV
           MOVE FECHA-TOTAL       TO FECHA-INV
           MOVE 1                 TO CANT-INV
           MOVE VLR-ANT-W         TO VLR-INV
           MOVE VENTA-ANT-W       TO VLR-VEN-INV
           MOVE "DISPENSACION DOSIS UNITARIA" TO DETALLE3-INV
           STRING "LOTE "  DELIMITED BY SIZE
                  LOTE-DUN DELIMITED BY SIZE
                  " CAMA " DELIMITED BY SIZE
                  CAMA-DUN DELIMITED BY SIZE
                  INTO OBSERV-INV
           END-STRING
           MOVE FECHA-TOTAL (3:6) TO FECHA-ELAB-INV
           MOVE HORA-TOTAL (1:4)  TO HORA-ELAB-INV
           MOVE OPER-LLEGAD-W     TO OPER-ELAB-INV

           MOVE "S" TO SW-MOV-OK-W
           WRITE REG-INVENT
                 INVALID KEY MOVE "N" TO SW-MOV-OK-W
           END-WRITE.

      *    UN CARGO POR DOSIS, CON LA FECHA DE LA DOSIS: ASI LO
      *    ENCUENTRA TAMBIEN EL CRUCE DE CARGOS PERDIDOS CONTRA LAS
      *    DOSIS APLICADAS DEL MAR.
       CARGAR-DOSIS.
           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-DUN      TO PACI-CARGO-LNK
           MOVE "I"               TO CLASE-CARGO-LNK
           MOVE COD-ART-DUN       TO CODIGO-CARGO-LNK
           MOVE 1                 TO CANTIDAD-CARGO-LNK
           MOVE FECHA-DUN         TO FECHA-CARGO-LNK
           MOVE "SER960"          TO ORIGEN-CARGO-LNK
           STRING COD-PACI-DUN DELIMITED BY SIZE
                  FECHA-DUN    DELIMITED BY SIZE
                  HORA-DUN     DELIMITED BY SIZE
                  INTO DOC-CARGO-LNK
           END-STRING
           MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK.

      *=================================================================
      * OPC "R": DEVOLUCION DE UNA DOSIS DEL PISO
      *=================================================================
       DEVOLVER-DOSIS.
           IF MOTIVO-LLEGAD-W NOT = "R" AND MOTIVO-LLEGAD-W NOT = "N"
              MOVE "99"                         TO MSJ1-HTML
              MOVE "Motivo de devolucion no valido" TO MSJ2-HTML
              MOVE "SER960"                     TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-DOSIS-UNIT
           PERFORM LEER-CABECERA
           IF NOT CORRIDA-EXISTE-W
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                       TO MSJ1-HTML
              MOVE "No existe la corrida"     TO MSJ2-HTML
              MOVE "SER960"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-LLEGAD-W         TO NRO-DUN
           MOVE PACI-LLEGAD-W        TO COD-PACI-DUN
           MOVE FECHA-DOSIS-LLEGAD-W TO FECHA-DUN
           MOVE HORA-DOSIS-LLEGAD-W  TO HORA-DUN
           MOVE ART-LLEGAD-W         TO COD-ART-DUN
           READ ARCHIVO-DOSIS-UNIT
                INVALID KEY
                   CLOSE ARCHIVO-DOSIS-UNIT
                   MOVE "99"                        TO MSJ1-HTML
                   MOVE "La dosis no esta en la corrida" TO MSJ2-HTML
                   MOVE "SER960"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           IF NOT DUN-DISPENSADA
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                          TO MSJ1-HTML
              IF DUN-DEVUELTA
                 MOVE "La dosis ya fue devuelta" TO MSJ2-HTML
              ELSE
                 MOVE "La dosis no fue dispensada" TO MSJ2-HTML
              END-IF
              MOVE "SER960"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF ULT-DEV-W NOT < 999
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Corrida sin consecutivo de devolucion"
                   TO MSJ2-HTML
              MOVE "SER960"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-MOVIMIENTO
           OPEN INPUT MAESTRO-ARTICULOS
           PERFORM LEER-ARTICULO
           CLOSE MAESTRO-ARTICULOS

           ADD 1 TO ULT-DEV-W
           PERFORM GRABAR-ENTRADA-DEVOLUCION
           CLOSE MOVIMIENTO-INVENT
           IF SW-MOV-OK-W = "N"
              CLOSE ARCHIVO-DOSIS-UNIT
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Entrada de inventario duplicada" TO MSJ2-HTML
              MOVE "SER960"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    EL SALDO VUELVE AL LOTE DE DONDE SALIO LA DOSIS.
           OPEN I-O ARCHIVO-LOTE-FARM
           IF OTR-STAT = "00"
              MOVE LOTE-DUN TO COD-LTF
              READ ARCHIVO-LOTE-FARM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      ADD 1 TO SALDO-LTF
                      REWRITE REG-LOTE-FARM END-REWRITE
              END-READ
              CLOSE ARCHIVO-LOTE-FARM
           END-IF

           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
           MOVE "D"               TO OPCION-CARGO-LNK
           MOVE NRO-CARGO-DUN     TO NRO-CARGO-LNK
           MOVE 1                 TO CANTIDAD-CARGO-LNK
           MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           EVALUATE RESULT-CARGO-LNK
             WHEN "00"  MOVE "C"   TO CREDITO-DUN
             WHEN "FA"  MOVE "F"   TO CREDITO-DUN
             WHEN OTHER MOVE SPACE TO CREDITO-DUN
           END-EVALUATE
           MOVE "V"             TO ESTADO-DUN
           MOVE FECHA-TOTAL     TO FECHA-DEV-DUN
           MOVE OPER-LLEGAD-W   TO OPER-DEV-DUN
           MOVE MOTIVO-LLEGAD-W TO MOTIVO-DEV-DUN
           REWRITE REG-DOSIS-UNIT END-REWRITE

           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-LLEGAD-W TO NRO-DUN
           READ ARCHIVO-DOSIS-UNIT END-READ
           MOVE ULT-DEV-W TO ULT-DEV-DUN
           REWRITE REG-DOSIS-UNIT END-REWRITE
           CLOSE ARCHIVO-DOSIS-UNIT

           MOVE "00"         TO DAT0-ENV
           MOVE NRO-LLEGAD-W TO NRO-ENV
           MOVE 1            TO CANT-ENV
           EVALUATE RESULT-CARGO-LNK
             WHEN "00"
                  MOVE "Devolucion registrada, cargo rebajado"
                       TO MENSAJE-ENV
             WHEN "FA"
                  MOVE "Devolucion registrada; cargo facturado: N.C."
                       TO MENSAJE-ENV
             WHEN OTHER
                  MOVE "Devolucion registrada sin cargo que rebajar"
                       TO MENSAJE-ENV
           END-EVALUATE
           GO TO ENVIO-DATOS.

       GRABAR-ENTRADA-DEVOLUCION.
           MOVE ULT-DEV-W TO SECU-NUM-W

           INITIALIZE REG-INVENT
           MOVE "1P"              TO COD-TRANS-INV
           MOVE "1"               TO SUC-TRANS-INV
           MOVE NRO-LLEGAD-W      TO COMPROB-INV DOCUM-INV
           MOVE SECU-NUM-W        TO SECU-INV
           MOVE ALMACEN-W         TO ALMACEN-INV
           MOVE COD-ART-DUN       TO COD-ART-INV
           MOVE FECHA-TOTAL       TO FECHA-INV
           MOVE 1                 TO CANT-INV
           MOVE VLR-ANT-W         TO VLR-INV
           MOVE "DEVOLUCION DOSIS UNITARIA DEL PISO" TO DETALLE3-INV
           STRING "LOTE "  DELIMITED BY SIZE
                  LOTE-DUN DELIMITED BY SIZE
                  " CAMA " DELIMITED BY SIZE
                  CAMA-DUN DELIMITED BY SIZE
                  INTO OBSERV-INV
           END-STRING
           MOVE FECHA-TOTAL (3:6) TO FECHA-ELAB-INV
           MOVE HORA-TOTAL (1:4)  TO HORA-ELAB-INV
           MOVE OPER-LLEGAD-W     TO OPER-ELAB-INV

           MOVE "S" TO SW-MOV-OK-W
           WRITE REG-INVENT
                 INVALID KEY MOVE "N" TO SW-MOV-OK-W
           END-WRITE.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       ABRIR-DOSIS-UNIT.
           OPEN I-O ARCHIVO-DOSIS-UNIT
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-DOSIS-UNIT
              CLOSE       ARCHIVO-DOSIS-UNIT
              OPEN I-O    ARCHIVO-DOSIS-UNIT
           END-IF.

       ABRIR-MOVIMIENTO.
           OPEN I-O MOVIMIENTO-INVENT
           IF OTR-STAT = "35"
              OPEN OUTPUT MOVIMIENTO-INVENT
              CLOSE       MOVIMIENTO-INVENT
              OPEN I-O    MOVIMIENTO-INVENT
           END-IF.

      *    CABECERA DE LA CORRIDA: PACIENTE EN CEROS, ARTICULO EN
      *    BLANCO. EL ARCHIVO QUE NO EXISTE ES CORRIDA QUE NO EXISTE.
       LEER-CABECERA.
           MOVE "N" TO SW-CORRIDA-W
           IF OTR-STAT = "00" AND NRO-LLEGAD-W > ZEROS
              INITIALIZE REG-DOSIS-UNIT
              MOVE NRO-LLEGAD-W TO NRO-DUN
              READ ARCHIVO-DOSIS-UNIT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE "S"              TO SW-CORRIDA-W
                      MOVE SERVICIO-RON-DUN TO SERVICIO-RON-W
                      MOVE FECHA-RON-DUN    TO FECHA-RON-W
                      MOVE HORA-RON-DUN     TO HORA-RON-W
                      MOVE ESTADO-RON-DUN   TO ESTADO-RON-W
                      MOVE ALMACEN-RON-DUN  TO ALMACEN-W
                      MOVE ULT-SECU-DUN     TO ULT-SECU-W
                      MOVE ULT-DEV-DUN      TO ULT-DEV-W
              END-READ
           END-IF.

      *    DEJA EL ARCHIVO EN LA PRIMERA DOSIS DESPUES DE LA CABECERA.
       UBICAR-DOSIS.
           INITIALIZE REG-DOSIS-UNIT
           MOVE NRO-LLEGAD-W TO NRO-DUN
           MOVE "N"          TO SW-FIN-DUN-W
           START ARCHIVO-DOSIS-UNIT KEY IS GREATER LLAVE-DUN
                 INVALID KEY MOVE "S" TO SW-FIN-DUN-W
           END-START.

      *    EL ARTICULO SE RELEE SOLO CUANDO CAMBIA.
       LEER-ARTICULO.
           IF COD-ART-DUN NOT = ART-ANT-W
              MOVE COD-ART-DUN TO ART-ANT-W COD-ART
              MOVE SPACES      TO DESCRIP-ANT-W
              MOVE ZEROS       TO VLR-ANT-W VENTA-ANT-W
              READ MAESTRO-ARTICULOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE DESCRIP-ART       TO DESCRIP-ANT-W
                      MOVE VLR-ART           TO VLR-ANT-W
                      MOVE VR-VENTA1-ART (1) TO VENTA-ANT-W
              END-READ
           END-IF.

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
