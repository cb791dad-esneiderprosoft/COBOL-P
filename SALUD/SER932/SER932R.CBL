      *=================================================================
      * SALUD - RENTABILIDAD POR LINEA DE SERVICIO (OPC "R" DE
      *         SER932) EN BATCH: LO LLAMA SER932 DESDE LA PANTALLA
      *         Y LA COLA DE INFORMES (CON883) CON EL AREA LNK-COLA.
      *         LA LINEA DE PARAMETROS ES LA MISMA DE LA PANTALLA
      *         (SESION|DIRECTORIO|OPC|ANO|MES|...); LA SESION NO SE
      *         VALIDA AQUI, YA LA VALIDO QUIEN LLAMA. EL JSON QUEDA
      *         EN EL ARCHIVO QUE TRAE ARCHIVO-COLA-LNK.
      *         DEVUELVE "00" EN ESTADO-COLA-LNK SI TERMINO BIEN; SI
      *         NO, EL ESTADO DEL ARCHIVO QUE FALLO O "99" Y EL
      *         MENSAJE.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER932R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-DISTR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-INVEN.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-DISTR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-INVEN.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC.CBL".

       77 NOM-USU-W              PIC X(70).
       77 NOM-DIS-W              PIC X(70).
       77 NOM-INVENT-W           PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 SW-FIN                 PIC 9 VALUE 1.

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 ANO-LLEGAD-W           PIC 9(4).
          02 MES-LLEGAD-W           PIC 99.

       01 VARIABLES.
          02 K                  PIC 9(3).
          02 N-LIN-W            PIC 9(3) VALUE 0.
          02 SW-HALLADO-W       PIC X.
          02 MARGEN-W           PIC S9(13)V99.
          02 VALOR-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * ACUMULADO DEL PERIODO POR LINEA DE SERVICIO (CENTRO DE
      * COSTO): FACTURADO E INSUMOS VALORIZADOS.
       01 TABLA-LINEAS.
          02 DET-LIN-W OCCURS 200.
             03 CCOSTO-LIN-W    PIC X(4).
             03 FACTURADO-LIN-W PIC S9(13)V99.
             03 INSUMOS-LIN-W   PIC S9(13)V99.

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

       I-O-TEST-DISTR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DISTRIBUCION.
       ESCR-EXCEP-DISTR.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-DIS-W               TO MENSAJE-COLA-LNK
              GO TO SALIR
           END-IF.

       I-O-TEST-INVEN SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-INVENT.
       ESCR-EXCEP-INVEN.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO ESTADO-COLA-LNK
              MOVE NOM-INVENT-W            TO MENSAJE-COLA-LNK
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

       INICIAR-RENTABILIDAD.
           MOVE "99"                TO ESTADO-COLA-LNK
           MOVE SPACES              TO MENSAJE-COLA-LNK
           MOVE ARCHIVO-COLA-LNK    TO NOM-PLANO-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING PARAMETROS-COLA-LNK DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, ANO-LLEGAD-W, MES-LLEGAD-W
           END-UNSTRING

           IF OPC-LLEGAD-W NOT = "R"
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
           INITIALIZE NOM-DIS-W NOM-INVENT-W
           MOVE "\\" TO NOM-DIS-W

           INSPECT NOM-DIS-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-DIS-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-DIS-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-DIS-W TO NOM-INVENT-W

           INSPECT NOM-DIS-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDIS.DAT"

           INSPECT NOM-INVENT-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-MOVINV.DAT".

      *=================================================================
      * RENTABILIDAD POR LINEA DE SERVICIO DEL PERIODO: LO FACTURADO
      * (VALOR DE VENTA DE LAS SALIDAS VALORIZADAS A ESA LINEA), EL
      * COSTO DIRECTO DE INSUMOS (COSTO PROMEDIO DE LAS MISMAS
      * SALIDAS) Y EL COSTO ASIGNADO DE PERSONAL/GENERALES DEL
      * PARAMETRO DE DISTRIBUCION; EL MARGEN CIERRA LA DISCUSION DE
      * QUE SERVICIO PIERDE PLATA.
      *=================================================================
       REPORTE-RENTABILIDAD.
           OPEN INPUT MOVIMIENTO-INVENT.

           INITIALIZE TABLA-LINEAS N-LIN-W

           PERFORM LEER-MOVIMIENTO-PER UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE MOVIMIENTO-INVENT

           OPEN OUTPUT ARCHIVO-JSON.
           OPEN INPUT  ARCHIVO-DISTRIBUCION.

           MOVE "{*RENTABILIDAD*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM ESCRIBIR-LINEA-SERVICIO
                   VARYING K FROM 1 BY 1 UNTIL K > N-LIN-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*CCOSTO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-DISTRIBUCION
           MOVE "00" TO ESTADO-COLA-LNK
           GO TO SALIR.

       LEER-MOVIMIENTO-PER.
           READ MOVIMIENTO-INVENT NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF  ANO-INV = ANO-LLEGAD-W
              AND MES-INV = MES-LLEGAD-W
              AND COD1-TRANS-INV NOT < "2"
                 PERFORM ACUMULAR-LINEA-SERV THRU FIN-ACUMULAR-LINEA
              END-IF
           END-IF.

       ACUMULAR-LINEA-SERV.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-LINEA VARYING K FROM 1 BY 1
                   UNTIL K > N-LIN-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF N-LIN-W < 200
                 ADD 1 TO N-LIN-W
                 MOVE N-LIN-W   TO K
                 MOVE COSTO-INV TO CCOSTO-LIN-W (K)
              ELSE
                 GO TO FIN-ACUMULAR-LINEA
              END-IF
           END-IF

      *    LAS SALIDAS (PRIMER DIGITO 2 EN ADELANTE) TRAEN EL
      *    COSTO Y LA VENTA EN VALOR ABSOLUTO.

           ADD VLR-INV     TO INSUMOS-LIN-W (K)
           ADD VLR-VEN-INV TO FACTURADO-LIN-W (K).

       FIN-ACUMULAR-LINEA.
           EXIT.

       COMPARAR-LINEA.
           IF CCOSTO-LIN-W (K) = COSTO-INV
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       ESCRIBIR-LINEA-SERVICIO.
           MOVE CCOSTO-LIN-W (K) TO CCOSTO-DIS
           READ ARCHIVO-DISTRIBUCION
                INVALID KEY
                   MOVE SPACES TO DESCRIP-DIS
                   MOVE ZEROS  TO VLR-PERSONAL-DIS VLR-GENERALES-DIS
           END-READ

           COMPUTE MARGEN-W = FACTURADO-LIN-W (K)
                   - INSUMOS-LIN-W (K)
                   - VLR-PERSONAL-DIS - VLR-GENERALES-DIS

           MOVE SPACES TO LIN-JSON-W
           MOVE FACTURADO-LIN-W (K) TO VALOR-EDIT
           STRING "{*CCOSTO*:*"     DELIMITED BY SIZE
                  CCOSTO-LIN-W (K)  DELIMITED BY SIZE
                  "*,*DESCRIP*:*"   DELIMITED BY SIZE
                  DESCRIP-DIS       DELIMITED BY "  "
                  "*,*FACTURADO*:*" DELIMITED BY SIZE
                  VALOR-EDIT        DELIMITED BY SIZE
                  "*,*INSUMOS*:*"   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE INSUMOS-LIN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*PERSONAL*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE VLR-PERSONAL-DIS TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*GENERALES*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE VLR-GENERALES-DIS TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*MARGEN*:*"   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE MARGEN-W TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*},"            DELIMITED BY SIZE
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
