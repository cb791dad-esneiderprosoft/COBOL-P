      *=================================================================
      * SALUD - INFORMES DE LA RADICACION DE FACTURAS ANTE LAS EPS
      *         (OPC "P" Y "C" DE SER924) EN BATCH: LO LLAMA SER924
      *         DESDE LA PANTALLA Y LA COLA DE INFORMES (CON883) CON
      *         EL AREA LNK-COLA.
      *         - OPC "P": FACTURAS SIN RADICAR CON SALDO.
      *         - OPC "C": CARTERA POR EDADES Y ENTIDAD DE LA
      *           CIRCULAR 030 (PLANO CIRCULAR030-FECHA.TXT).
      *         EL SALDO DE CADA FACTURA SALE DE SC-ARCHRAD MAS SUS
      *         MOVIMIENTOS EN SC-ARCHRMV (NOTAS DE SER925 Y PAGOS DE
      *         LAS REMESAS DE SER953).
      *         LA LINEA DE PARAMETROS ES LA MISMA DE LA PANTALLA
      *         (SESION|DIRECTORIO|OPC|...); LA SESION NO SE VALIDA
      *         AQUI, YA LA VALIDO QUIEN LLAMA. EL JSON QUEDA EN EL
      *         ARCHIVO QUE TRAE ARCHIVO-COLA-LNK.
      *         DEVUELVE "00" EN ESTADO-COLA-LNK SI TERMINO BIEN; SI
      *         NO, EL ESTADO DEL ARCHIVO QUE FALLO O "99" Y EL
      *         MENSAJE.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER924R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RADIC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RADMV.CBL".

           SELECT ARCHIVO-EXPORTA
                  ASSIGN NOM-EXP-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RADIC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RADMV.CBL".

       FD  ARCHIVO-EXPORTA
           LABEL RECORD STANDARD.
       01  REG-EXPORTA                PIC X(200).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC.CBL".

       77 NOM-USU-W              PIC X(70).
       77 NOM-RAD-W              PIC X(70).
       77 NOM-RMV-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 NOM-EXP-W              PIC X(90).
       77 SW-FIN                 PIC 9 VALUE 1.
       77 SW-RMV-W               PIC X.

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.

       01 VARIABLES.
          02 K                  PIC 9(3).
          02 N-ENT-W            PIC 9(3) VALUE 0.
          02 SW-HALLADO-W       PIC X.
          02 FECHA-HOY-W        PIC 9(8).
          02 FECHA-BASE-W       PIC 9(8).
          02 DIAS-HOY-W         PIC S9(9).
          02 DIAS-BASE-W        PIC S9(9).
          02 DIAS-EDAD-W        PIC S9(6).
          02 SALDO-FAC-W        PIC S9(13)V99.
          02 CANT-PEND-W        PIC 9(5) VALUE 0.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * CARTERA POR ENTIDAD Y EDAD PARA LA CIRCULAR 030
       01 TABLA-ENTIDADES.
          02 DET-ENT-W OCCURS 100.
             03 NIT-ENT-W       PIC 9(11).
             03 ED30-ENT-W      PIC S9(13)V99.
             03 ED60-ENT-W      PIC S9(13)V99.
             03 ED90-ENT-W      PIC S9(13)V99.
             03 ED180-ENT-W     PIC S9(13)V99.
             03 ED360-ENT-W     PIC S9(13)V99.
             03 EDMAS-ENT-W     PIC S9(13)V99.

       01 LIN-JSON-W             PIC X(300).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-COLA.CBL".

       PROCEDURE DIVISION USING REG-COLA-LNK.

       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-USU-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-RADIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RADICACION.
       ESCR-EXCEP-RADIC.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-RAD-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-RADMV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MOVTOS-RAD.
       ESCR-EXCEP-RADMV.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-RMV-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-EXPORTA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EXPORTA.
       ESCR-EXCEP-EXPORTA.
           IF OTR-STAT = "00" OR "10" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-EXP-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-PLANO-W             TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       END DECLARATIVES.
       PROCEDURAL SECTION.

       INICIAR-INFORME.
           MOVE "99"                TO ESTADO-COLA-LNK
           MOVE SPACES              TO MENSAJE-COLA-LNK
           MOVE ARCHIVO-COLA-LNK    TO NOM-PLANO-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING PARAMETROS-COLA-LNK DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W
           END-UNSTRING

           IF (OPC-LLEGAD-W NOT = "P" AND OPC-LLEGAD-W NOT = "C")
           OR DIRECTORIO-LLEGAD-W = SPACES
              MOVE "Parametros del informe no validos"
                                       TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       LEER-CONFIGURACION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W
           OPEN INPUT ARCHIVO-USUNET
           IF OTR-STAT NOT = "00"
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-USU-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF

           INITIALIZE LLAVE-USUNET
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

           IF NOMBRE-USUNET = SPACES
              MOVE "Falta configurar usuarios" TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-RAD-W NOM-RMV-W
           MOVE "\\" TO NOM-RAD-W

           INSPECT NOM-RAD-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-RAD-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-RAD-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-RAD-W TO NOM-RMV-W

           INSPECT NOM-RAD-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRAD.DAT"
           INSPECT NOM-RMV-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRMV.DAT".

       PREPARAR-FECHAS.
           ACCEPT FECHA-HOY-W FROM DATE YYYYMMDD
           COMPUTE DIAS-HOY-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY-W).

       ABRIR-RADICACION.
           OPEN INPUT ARCHIVO-RADICACION
           IF OTR-STAT NOT = "00"
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-RAD-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF

      *    SIN SC-ARCHRMV NINGUNA FACTURA TIENE NOTAS NI PAGOS.

           MOVE "S" TO SW-RMV-W
           OPEN INPUT ARCHIVO-MOVTOS-RAD
           IF OTR-STAT NOT = "00"
              MOVE "N"  TO SW-RMV-W
              MOVE "00" TO OTR-STAT
           END-IF

           IF OPC-LLEGAD-W = "C"
              GO TO GENERAR-CIRCULAR
           END-IF.

      *=================================================================
      * OPC "P" - FACTURAS SIN RADICAR (NADA SE ENVEJECE EN UN CAJON)
      *=================================================================
       LISTAR-PENDIENTES.
           OPEN OUTPUT ARCHIVO-JSON.

           MOVE "{*PENDIENTES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LLAVE-RAD
           START ARCHIVO-RADICACION KEY IS NOT LESS LLAVE-RAD
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-PENDIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*FACTURA*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-PEND-W                DELIMITED BY SIZE
                  "}"                        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-RADICACION.

       LEER-PENDIENTE.
           READ ARCHIVO-RADICACION NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM LEER-MOVTOS-RAD
              COMPUTE SALDO-FAC-W = VALOR-FAC-RAD + NOTAS-RMV
                      - ABONOS-RMV - GLOSA-RET-RMV - RETENC-RMV
              IF ESTADO-RAD = "P" AND SALDO-FAC-W > ZEROS
                 ADD 1 TO CANT-PEND-W
                 COMPUTE DIAS-BASE-W = FUNCTION INTEGER-OF-DATE
                         (FECHA-FACTURA-RAD)
                 COMPUTE DIAS-EDAD-W = DIAS-HOY-W - DIAS-BASE-W
                 MOVE SALDO-FAC-W TO VALOR-EDIT
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*FACTURA*:*"  DELIMITED BY SIZE
                        PREF-FAC-RAD    DELIMITED BY SIZE
                        NRO-FAC-RAD     DELIMITED BY SIZE
                        "*,*EPS*:"      DELIMITED BY SIZE
                        NIT-EPS-RAD     DELIMITED BY SIZE
                        ",*FECHA*:"     DELIMITED BY SIZE
                        FECHA-FACTURA-RAD DELIMITED BY SIZE
                        ",*DIAS*:"      DELIMITED BY SIZE
                        DIAS-EDAD-W     DELIMITED BY SIZE
                        ",*VALOR*:*"    DELIMITED BY SIZE
                        VALOR-EDIT      DELIMITED BY SIZE
                        "*},"           DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "C" - CARTERA POR EDADES Y ENTIDAD (CIRCULAR 030): LA
      *           EDAD CORRE DESDE LA RADICACION REAL (O DESDE LA
      *           FACTURA SI AUN NO SE RADICA) Y SE ESCRIBE EL PLANO
      *           DE CARGUE MAS EL RESUMEN EN PANTALLA.
      *=================================================================
       GENERAR-CIRCULAR.
           INITIALIZE LLAVE-RAD TABLA-ENTIDADES N-ENT-W
           START ARCHIVO-RADICACION KEY IS NOT LESS LLAVE-RAD
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM ACUMULAR-CARTERA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO NOM-EXP-W
           STRING "C:\PROSOFT\TEMP\CIRCULAR030-" DELIMITED BY SIZE
                  FECHA-HOY-W                     DELIMITED BY SIZE
                  ".TXT"                          DELIMITED BY SIZE
                  INTO NOM-EXP-W
           END-STRING
           OPEN OUTPUT ARCHIVO-EXPORTA.
           OPEN OUTPUT ARCHIVO-JSON.

           MOVE "{*CARTERA*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM ESCRIBIR-ENTIDAD
                   VARYING K FROM 1 BY 1 UNTIL K > N-ENT-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NIT*:0}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-EXPORTA.

       CERRAR-RADICACION.
           CLOSE ARCHIVO-RADICACION
           IF SW-RMV-W = "S"
              CLOSE ARCHIVO-MOVTOS-RAD
           END-IF
           MOVE "00" TO ESTADO-COLA-LNK
           GO TO SALIR.

       ACUMULAR-CARTERA.
           READ ARCHIVO-RADICACION NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              PERFORM LEER-MOVTOS-RAD
              COMPUTE SALDO-FAC-W = VALOR-FAC-RAD + NOTAS-RMV
                      - ABONOS-RMV - GLOSA-RET-RMV - RETENC-RMV
              IF ESTADO-RAD = "R" OR ESTADO-RAD = "A"
                 MOVE FECHA-RADIC-RAD TO FECHA-BASE-W
              ELSE
                 MOVE FECHA-FACTURA-RAD TO FECHA-BASE-W
              END-IF
              COMPUTE DIAS-BASE-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-BASE-W)
              COMPUTE DIAS-EDAD-W = DIAS-HOY-W - DIAS-BASE-W
              PERFORM BUSCAR-ENTIDAD
              IF SW-HALLADO-W = "S"
                 EVALUATE TRUE
                   WHEN DIAS-EDAD-W <= 30
                        ADD SALDO-FAC-W TO ED30-ENT-W (K)
                   WHEN DIAS-EDAD-W <= 60
                        ADD SALDO-FAC-W TO ED60-ENT-W (K)
                   WHEN DIAS-EDAD-W <= 90
                        ADD SALDO-FAC-W TO ED90-ENT-W (K)
                   WHEN DIAS-EDAD-W <= 180
                        ADD SALDO-FAC-W TO ED180-ENT-W (K)
                   WHEN DIAS-EDAD-W <= 360
                        ADD SALDO-FAC-W TO ED360-ENT-W (K)
                   WHEN OTHER
                        ADD SALDO-FAC-W TO EDMAS-ENT-W (K)
                 END-EVALUATE
              END-IF
           END-IF.

      *    LA FACTURA SIN REGISTRO EN SC-ARCHRMV NO TIENE MOVIMIENTOS.
      *    EL ESTADO SE DEJA EN "00" PARA NO CORTAR EL RECORRIDO.
       LEER-MOVTOS-RAD.
           INITIALIZE MOVTOS-RMV
           IF SW-RMV-W = "S"
              MOVE PREF-FAC-RAD TO PREF-FAC-RMV
              MOVE NRO-FAC-RAD  TO NRO-FAC-RMV
              READ ARCHIVO-MOVTOS-RAD
                   INVALID KEY INITIALIZE MOVTOS-RMV
              END-READ
           END-IF
           MOVE "00" TO OTR-STAT.

       BUSCAR-ENTIDAD.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-ENTIDAD VARYING K FROM 1 BY 1
                   UNTIL K > N-ENT-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF N-ENT-W < 100
                 ADD 1 TO N-ENT-W
                 MOVE N-ENT-W     TO K
                 MOVE NIT-EPS-RAD TO NIT-ENT-W (K)
                 MOVE "S"         TO SW-HALLADO-W
              END-IF
           END-IF.

       COMPARAR-ENTIDAD.
           IF NIT-ENT-W (K) = NIT-EPS-RAD
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       ESCRIBIR-ENTIDAD.
           MOVE SPACES TO REG-EXPORTA
           STRING NIT-ENT-W (K)   DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  ED30-ENT-W (K)  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  ED60-ENT-W (K)  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  ED90-ENT-W (K)  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  ED180-ENT-W (K) DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  ED360-ENT-W (K) DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  EDMAS-ENT-W (K) DELIMITED BY SIZE
                  INTO REG-EXPORTA
           END-STRING
           WRITE REG-EXPORTA

           MOVE SPACES TO LIN-JSON-W
           MOVE ED30-ENT-W (K) TO VALOR-EDIT
           STRING "{*NIT*:"     DELIMITED BY SIZE
                  NIT-ENT-W (K) DELIMITED BY SIZE
                  ",*D30*:*"    DELIMITED BY SIZE
                  VALOR-EDIT    DELIMITED BY SIZE
                  "*,*D90*:*"   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE ED90-ENT-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W    DELIMITED BY "   "
                  VALOR-EDIT    DELIMITED BY SIZE
                  "*,*D360*:*"  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE ED360-ENT-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W    DELIMITED BY "   "
                  VALOR-EDIT    DELIMITED BY SIZE
                  "*},"         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       SALIR.
           EXIT PROGRAM.
       FIN.
           STOP RUN.
