      * BOMBAS - LIQUIDACION DE TURNO POR ISLERO (SC-ARCHISL):
      *          - OPC "L": TOMA LAS PLANILLAS DEL DIA/TURNO DEL
      *            VENDEDOR (VEND-COMB DE SC-ARCOMBU), CALCULA EL
      *            EFECTIVO ESPERADO (VENTA TOTAL MAS ARTICULOS NO
      *            COMBUSTIBLES MENOS TIQUETES A CREDITO, CHEQUES Y
      *            PUNTOS DE FIDELIZACION REDIMIDOS EN SUS PLANILLAS),
      *            LO CRUZA CONTRA EL VALOR
      *            CONTADO EN LA ENTREGA Y DEJA EL SOBRANTE/FALTANTE
      *            DEL TURNO GRABADO. REPETIR LA LIQUIDACION DEL
      *            MISMO TURNO REESCRIBE CON EL ULTIMO CONTEO.
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR EL ESPERADO INCLUYE LAS VENTAS DE ARTICULOS NO
      *              COMBUSTIBLES DEL ISLERO EN EL TURNO (SC-ARCHVAR,
      *              CAPTURADAS EN BOM140).
      * 15/10/26 JLR LOS PUNTOS REDIMIDOS EN LAS PLANILLAS DEL ISLERO
      *              (SC-ARCHFID, BOM143) SON MEDIO DE PAGO Y SE
      *              DESCUENTAN DEL ESPERADO.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM131".
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ISLER.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-VARTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PUNTO.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ISLER.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-VARTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PUNTO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".

       FD  ARCHIVO-JSON

       01 NOM-COMBU-W           PIC X(70).
       01 NOM-ISL-W             PIC X(70).
       01 NOM-VAR-W             PIC X(70).
       01 NOM-PTO-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 VENTA-W            PIC S9(12)V99.
          02 CREDITO-W          PIC S9(12)V99.
          02 CHEQUE-W           PIC S9(12)V99.
          02 ARTIC-W            PIC S9(12)V99.
          02 PUNTOS-W           PIC S9(12)V99.
          02 SW-PUNTOS-W        PIC X.
          02 PLANILLA-BUSQ-W    PIC X(6).
          02 ESPERADO-W         PIC S9(12)V99.
          02 DIFERENCIA-W       PIC S9(12)V99.
          02 ACUM-DIF-W         PIC S9(12)V99.
          02 DIFER-ENV          PIC X(20).
          02 FILLER             PIC X VALUE "|".
          02 PLANILLAS-ENV      PIC X(4).
          02 FILLER             PIC X VALUE "|".
          02 PUNTOS-ENV         PIC X(20).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-VARTI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-VENTA-ARTIC.
       ESCR-EXCEP-VARTI.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-VAR-W               TO MSJ2-HTML
              MOVE "BOM131"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PUNTOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PUNTOS.
       ESCR-EXCEP-PUNTOS.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PTO-W               TO MSJ2-HTML
              MOVE "BOM131"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.

       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-COMBU-W NOM-ISL-W NOM-PLANO-W NOM-VAR-W
                      NOM-PTO-W
           MOVE "\\" TO NOM-COMBU-W

           INSPECT NOM-COMBU-W REPLACING FIRST "                    "
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-COMBU-W TO NOM-ISL-W NOM-VAR-W NOM-PTO-W

           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHISL.DAT"

           INSPECT NOM-VAR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHVAR.DAT"

           INSPECT NOM-PTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFID.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-ISLEROS-" DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
           OPEN INPUT ARCHIVO-COMBUSTIBLES

           INITIALIZE VENTA-W CREDITO-W CHEQUE-W N-PLANILLAS-W
                      ARTIC-W PUNTOS-W

           MOVE "N" TO SW-PUNTOS-W
           OPEN INPUT ARCHIVO-PUNTOS
           IF OTR-STAT = "00"
              MOVE "S" TO SW-PUNTOS-W
           END-IF
           MOVE "00" TO OTR-STAT

           MOVE FECHA-LLEGAD-W TO FECHA-COMB
           START ARCHIVO-COMBUSTIBLES KEY IS NOT LESS FECHA-COMB
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-COMBUSTIBLES

           IF SW-PUNTOS-W = "S"
              CLOSE ARCHIVO-PUNTOS
           END-IF

           IF N-PLANILLAS-W = ZEROS
              MOVE "99"                             TO MSJ1-HTML
              MOVE "El islero no tiene planillas en el turno"
              GO TO ENVIAR2-ERROR
           END-IF

      *    ARTICULOS NO COMBUSTIBLES VENDIDOS POR EL ISLERO EN EL
      *    TURNO (LINEAS ACTIVAS DE SUS PLANILLAS).

           OPEN INPUT ARCHIVO-VENTA-ARTIC
           IF OTR-STAT = "00"
              MOVE FECHA-LLEGAD-W TO FECHA-VAR
              MOVE TURNO-LLEGAD-W TO TURNO-VAR
              START ARCHIVO-VENTA-ARTIC KEY IS NOT LESS FECHA-TURNO-VAR
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM SUMAR-ARTICULOS-ISLERO UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-VENTA-ARTIC
           END-IF
           MOVE "00" TO OTR-STAT

           COMPUTE ESPERADO-W = VENTA-W + ARTIC-W - CREDITO-W
                              - CHEQUE-W - PUNTOS-W
           COMPUTE DIFERENCIA-W = CONTADO-LLEGAD-W - ESPERADO-W.

       GRABAR-LIQUIDACION.
           MOVE VENTA-W          TO VLR-VENTA-ISL
           MOVE CREDITO-W        TO VLR-CREDITO-ISL
           MOVE CHEQUE-W         TO VLR-CHEQUE-ISL
           MOVE ARTIC-W          TO VLR-ARTIC-ISL
           MOVE ESPERADO-W       TO VLR-ESPERADO-ISL
           MOVE CONTADO-LLEGAD-W TO VLR-CONTADO-ISL
           MOVE DIFERENCIA-W     TO DIFERENCIA-ISL
           MOVE DIFERENCIA-W     TO VALOR-EDIT
           MOVE VALOR-EDIT       TO DIFER-ENV
           MOVE N-PLANILLAS-W    TO PLANILLAS-ENV
           MOVE PUNTOS-W         TO VALOR-EDIT
           MOVE VALOR-EDIT       TO PUNTOS-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
                            VARYING I FROM 1 BY 1 UNTIL I > 15
                    PERFORM SUMAR-CREDITO-ISLERO
                            VARYING J FROM 1 BY 1 UNTIL J > 200
                    IF SW-PUNTOS-W = "S"
                       PERFORM UBICAR-PUNTOS-PLANILLA
                       PERFORM SUMAR-PUNTOS-PLANILLA
                               UNTIL OTR-STAT NOT = "00"
                       MOVE "00" TO OTR-STAT
                    END-IF
                 END-IF
              END-IF
           END-IF.
              ADD VLR-DEU-COMB (J) TO CREDITO-W
           END-IF.

      *    PUNTOS REDIMIDOS COMO PAGO EN LA PLANILLA, EN PESOS.

       UBICAR-PUNTOS-PLANILLA.
           MOVE NRO-COMB TO PLANILLA-BUSQ-W NRO-COMB-PTO
           START ARCHIVO-PUNTOS KEY IS = NRO-COMB-PTO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       SUMAR-PUNTOS-PLANILLA.
           READ ARCHIVO-PUNTOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NRO-COMB-PTO NOT = PLANILLA-BUSQ-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF PTO-REDIME
                    ADD VALOR-PUNTOS-PTO TO PUNTOS-W
                 END-IF
              END-IF
           END-IF.

       SUMAR-ARTICULOS-ISLERO.
           READ ARCHIVO-VENTA-ARTIC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-VAR NOT = FECHA-LLEGAD-W
              OR TURNO-VAR NOT = TURNO-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF VEND-VAR = VEND-LLEGAD-W AND VAR-ACTIVA
                    ADD VALOR-VAR TO ARTIC-W
                 END-IF
              END-IF
           END-IF.

       LISTAR-TURNO-ISLERO.
           READ ARCHIVO-ISLEROS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
