      *            RESUELTO POR CON008R SOBRE LA CUENTA DE RETENCION
      *            DEL TERCERO)
      *          - CREDITO VENTAS POR EL TOTAL DEL TURNO.
      *          - CREDITO VENTAS DE ARTICULOS NO COMBUSTIBLES DE LAS
      *            PLANILLAS (SC-ARCHVAR), QUE ENTRAN A CAJA; Y SI
      *            LLEGAN LAS CUENTAS, DEBITO COSTO DE VENTAS /
      *            CREDITO INVENTARIO POR SU COSTO.
      *          - PUNTOS DE FIDELIZACION (SC-ARCHFID): LOS REDIMIDOS
      *            EN LAS PLANILLAS SON MEDIO DE PAGO Y SE DEBITAN AL
      *            PASIVO DE PUNTOS EN LUGAR DE CAJA; LOS ACUMULADOS
      *            EN EL TURNO, SI LLEGA LA CUENTA DE GASTO, DEBITO
      *            GASTO / CREDITO PASIVO DE PUNTOS.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR VENTAS DE ARTICULOS NO COMBUSTIBLES DEL TURNO
      *              (SC-ARCHVAR) CON SU CUENTA DE INGRESO Y EL COSTO
      *              OPCIONAL CONTRA INVENTARIO.
      * 15/10/26 JLR PUNTOS DE FIDELIZACION REDIMIDOS Y ACUMULADOS EN
      *              LAS PLANILLAS DEL TURNO CONTRA EL PASIVO DE PUNTOS.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM126".
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-VARTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PUNTO.CBL".

           SELECT ARCHIVO-LOTES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-LOTE-LNK
       COPY "P:\PROG\PROYECT\FUENTES\FD-LOTES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TERCE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-VARTI.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PUNTO.CBL".

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       01 NOM-COMBU-W           PIC X(70).
       01 NOM-TER-W             PIC X(70).
       01 NOM-MAE-W             PIC X(70).
       01 NOM-VAR-W             PIC X(70).
       01 NOM-PTO-W             PIC X(70).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 CTA-CARTERA-LLEGAD-W   PIC X(11).
          02 CCOSTO-LLEGAD-W        PIC X(2).
          02 OPER-LLEGAD-W          PIC 9(4).
          02 CTA-ARTIC-LLEGAD-W     PIC X(11).
          02 CTA-COSTO-LLEGAD-W     PIC X(11).
          02 CTA-INVENT-LLEGAD-W    PIC X(11).
          02 CTA-PUNTOS-LLEGAD-W    PIC X(11).
          02 CTA-GASTO-PTO-LLEGAD-W PIC X(11).

       01 VARIABLES.
          02 VENTA-TURNO-W      PIC S9(12)V99.
          02 DEUDA-TURNO-W      PIC S9(12)V99.
          02 CONTADO-TURNO-W    PIC S9(12)V99.
          02 RETEN-TURNO-W      PIC S9(12)V99.
          02 ARTIC-TURNO-W      PIC S9(12)V99.
          02 COSTO-TURNO-W      PIC S9(12)V99.
          02 REDIME-TURNO-W     PIC S9(12)V99.
          02 ACUMULA-TURNO-W    PIC S9(12)V99.
          02 SW-PUNTOS-W        PIC X.
          02 PLANILLA-BUSQ-W    PIC X(6).
          02 VALOR-RETEN-W      PIC S9(12)V99.
          02 N-DEUD-W           PIC 9(3)  VALUE 0.
          02 K                  PIC 9(3).
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
              MOVE "BOM126"                TO MSJ3-HTML
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
              MOVE "BOM126"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
                   FECHA-LLEGAD-W, TURNO-LLEGAD-W, LOTE-LLEGAD-W,
                   CTA-CAJA-LLEGAD-W, CTA-VENTA-LLEGAD-W,
                   CTA-CARTERA-LLEGAD-W, CCOSTO-LLEGAD-W,
                   OPER-LLEGAD-W, CTA-ARTIC-LLEGAD-W,
                   CTA-COSTO-LLEGAD-W, CTA-INVENT-LLEGAD-W,
                   CTA-PUNTOS-LLEGAD-W, CTA-GASTO-PTO-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.
       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-COMBU-W NOM-TER-W NOM-MAE-W NOM-MOV
                      NOM-LOTE-LNK NOM-VAR-W NOM-PTO-W
           MOVE "\\" TO NOM-COMBU-W

           INSPECT NOM-COMBU-W REPLACING FIRST "                    "
           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           MOVE NOM-COMBU-W TO NOM-TER-W NOM-VAR-W NOM-PTO-W

           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"

           INSPECT NOM-VAR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHVAR.DAT"

           INSPECT NOM-PTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFID.DAT"

           INSPECT NOM-LOTE-LNK REPLACING
                   FIRST "                          "
                   BY "PROG\DATOS\SC-ARCHLOTE.DAT"

           INITIALIZE VARIABLES TABLA-DEUD-TURNO

           MOVE "N" TO SW-PUNTOS-W
           OPEN INPUT ARCHIVO-PUNTOS
           IF OTR-STAT = "00"
              MOVE "S" TO SW-PUNTOS-W
           END-IF
           MOVE "00" TO OTR-STAT

           MOVE FECHA-LLEGAD-W TO FECHA-COMB
           START ARCHIVO-COMBUSTIBLES KEY IS NOT LESS FECHA-COMB
                 INVALID KEY MOVE "10" TO OTR-STAT
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-COMBUSTIBLES.

           IF SW-PUNTOS-W = "S"
              CLOSE ARCHIVO-PUNTOS
           END-IF.

      *    ARTICULOS NO COMBUSTIBLES DE LAS PLANILLAS DEL DIA/TURNO.

           OPEN INPUT ARCHIVO-VENTA-ARTIC
           IF OTR-STAT = "00"
              MOVE FECHA-LLEGAD-W TO FECHA-VAR
              MOVE TURNO-LLEGAD-W TO TURNO-VAR
              START ARCHIVO-VENTA-ARTIC KEY IS NOT LESS FECHA-TURNO-VAR
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM SUMAR-ARTICULOS-TURNO UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-VENTA-ARTIC
           END-IF
           MOVE "00" TO OTR-STAT.

           IF VENTA-TURNO-W = ZEROS AND ARTIC-TURNO-W = ZEROS
              CLOSE ARCHIVO-TERCEROS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Sin ventas en el dia/turno"  TO MSJ2-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           IF  REDIME-TURNO-W NOT = ZEROS
           AND CTA-PUNTOS-LLEGAD-W = SPACES
              CLOSE ARCHIVO-TERCEROS
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Falta la cuenta de puntos"   TO MSJ2-HTML
              MOVE "BOM126"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           COMPUTE CONTADO-TURNO-W = VENTA-TURNO-W + ARTIC-TURNO-W
                                   - DEUDA-TURNO-W - REDIME-TURNO-W.

       TOMAR-NUMERO-SECUENCIA.

              PERFORM GRABAR-LINEA-MOV
           END-IF

      *    PUNTOS REDIMIDOS: EL PAGO CANCELA PASIVO DE PUNTOS.

           IF REDIME-TURNO-W NOT = ZEROS
              MOVE CTA-PUNTOS-LLEGAD-W TO CUENTA-MOV
              MOVE ZEROS               TO ID-MOV
              MOVE REDIME-TURNO-W      TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
           END-IF

           PERFORM GRABAR-LINEA-DEUDOR
                   VARYING K FROM 1 BY 1 UNTIL K > N-DEUD-W

           IF VENTA-TURNO-W NOT = ZEROS
              MOVE CTA-VENTA-LLEGAD-W TO CUENTA-MOV
              MOVE ZEROS              TO ID-MOV
              COMPUTE VALOR-MOV = VENTA-TURNO-W * -1
              PERFORM GRABAR-LINEA-MOV
           END-IF

      *    SIN CUENTA PROPIA, LOS ARTICULOS VAN A LA CUENTA DE VENTAS.

           IF ARTIC-TURNO-W NOT = ZEROS
              IF CTA-ARTIC-LLEGAD-W = SPACES
                 MOVE CTA-VENTA-LLEGAD-W TO CTA-ARTIC-LLEGAD-W
              END-IF
              MOVE CTA-ARTIC-LLEGAD-W TO CUENTA-MOV
              MOVE ZEROS              TO ID-MOV
              COMPUTE VALOR-MOV = ARTIC-TURNO-W * -1
              PERFORM GRABAR-LINEA-MOV
           END-IF

           IF  COSTO-TURNO-W NOT = ZEROS
           AND CTA-COSTO-LLEGAD-W NOT = SPACES
           AND CTA-INVENT-LLEGAD-W NOT = SPACES
              MOVE CTA-COSTO-LLEGAD-W  TO CUENTA-MOV
              MOVE ZEROS               TO ID-MOV
              MOVE COSTO-TURNO-W       TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
              MOVE CTA-INVENT-LLEGAD-W TO CUENTA-MOV
              MOVE ZEROS               TO ID-MOV
              COMPUTE VALOR-MOV = COSTO-TURNO-W * -1
              PERFORM GRABAR-LINEA-MOV
           END-IF

      *    PUNTOS ACUMULADOS EN EL TURNO: GASTO CONTRA EL PASIVO.

           IF  ACUMULA-TURNO-W NOT = ZEROS
           AND CTA-PUNTOS-LLEGAD-W NOT = SPACES
           AND CTA-GASTO-PTO-LLEGAD-W NOT = SPACES
              MOVE CTA-GASTO-PTO-LLEGAD-W TO CUENTA-MOV
              MOVE ZEROS                  TO ID-MOV
              MOVE ACUMULA-TURNO-W        TO VALOR-MOV
              PERFORM GRABAR-LINEA-MOV
              MOVE CTA-PUNTOS-LLEGAD-W    TO CUENTA-MOV
              MOVE ZEROS                  TO ID-MOV
              COMPUTE VALOR-MOV = ACUMULA-TURNO-W * -1
              PERFORM GRABAR-LINEA-MOV
           END-IF

           CLOSE MOVIMIENTO-DIARIO ARCHIVO-TERCEROS.

           MOVE "00"           TO DAT0-ENV
           MOVE LOTE-LLEGAD-W  TO LOTE-ENV
           MOVE NRO-COMP-W     TO COMP-ENV
           COMPUTE VALOR-EDIT = VENTA-TURNO-W + ARTIC-TURNO-W
           MOVE VALOR-EDIT     TO VENTA-ENV
           MOVE RETEN-TURNO-W  TO VALOR-EDIT
           MOVE VALOR-EDIT     TO RETEN-ENV
                            VARYING I FROM 1 BY 1 UNTIL I > 15
                    PERFORM SUMAR-DEUDA-PLANILLA
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
                    ADD VALOR-PUNTOS-PTO TO REDIME-TURNO-W
                 ELSE
                    ADD VALOR-PUNTOS-PTO TO ACUMULA-TURNO-W
                 END-IF
              END-IF
           END-IF.

       SUMAR-ARTICULOS-TURNO.
           READ ARCHIVO-VENTA-ARTIC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-VAR NOT = FECHA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF (TURNO-VAR = TURNO-LLEGAD-W
                 OR  TURNO-LLEGAD-W = SPACE)
                 AND VAR-ACTIVA
                    ADD VALOR-VAR TO ARTIC-TURNO-W
                    ADD COSTO-VAR TO COSTO-TURNO-W
                 END-IF
              END-IF
           END-IF.
