      *=================================================================
      * APLICA A UN ACUERDO DE PAGO (SC-ARCHACP) EL RECIBO QUE LA
      * CAJA DE ADMISIONES (SER930) EXPIDE CONTRA EL ACUERDO, O LO
      * REVERSA CUANDO EL RECIBO SE ANULA. EL ABONO CUBRE LAS
      * CUOTAS EN ORDEN DE VENCIMIENTO; LA REVERSA DESCUENTA DE LA
      * ULTIMA CUOTA ABONADA HACIA ATRAS. AL FINAL SE RECALCULA EL
      * ESTADO DEL ACUERDO A LA FECHA DEL RECIBO (AREA LNK-ACUPA).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER955R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-ACUPA.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-ACUPA.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-ACP-W             PIC X(70).
       77 FECHA-REF-W           PIC 9(8).
       77 CUOTA-W               PIC 9(3).
       77 ULT-CUOTA-W           PIC 9(3).
       77 RESTANTE-W            PIC S9(11)V99.
       77 MOVIDO-W              PIC S9(11)V99.
       77 SW-MORA-W             PIC X.
          88 HAY-MORA-W         VALUE "S".

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-ACUPA.CBL".

       PROCEDURE DIVISION USING REG-ACUERDO-LNK.

       ABRIR-ACUERDOS.
           MOVE "99"  TO RESULT-ACUERDO-LNK
           MOVE ZEROS TO SALDO-ACUERDO-LNK
           IF FECHA-ACUERDO-LNK = ZEROS
              ACCEPT FECHA-REF-W FROM DATE YYYYMMDD
           ELSE
              MOVE FECHA-ACUERDO-LNK TO FECHA-REF-W
           END-IF

           MOVE NOM-ACP-ACUERDO-LNK TO NOM-ACP-W
           OPEN I-O ARCHIVO-ACUERDOS
           IF OTR-STAT NOT = "00"
              GO TO FIN-ACUERDO
           END-IF.

       LEER-ENCABEZADO.
           MOVE NRO-ACUERDO-LNK TO NRO-ACP
           MOVE ZEROS           TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   MOVE "01" TO RESULT-ACUERDO-LNK
                   CLOSE ARCHIVO-ACUERDOS
                   GO TO FIN-ACUERDO
           END-READ

           IF (PACI-ACUERDO-LNK NOT = ZEROS
               AND COD-PACI-ACP NOT = PACI-ACUERDO-LNK)
           OR (OPCION-ACUERDO-LNK = "A" AND ACUERDO-CANCELADO)
              MOVE "02" TO RESULT-ACUERDO-LNK
              CLOSE ARCHIVO-ACUERDOS
              GO TO FIN-ACUERDO
           END-IF

           IF (OPCION-ACUERDO-LNK = "A"
               AND VALOR-ACUERDO-LNK > VALOR-ACP - PAGADO-ACP)
           OR (OPCION-ACUERDO-LNK = "R"
               AND VALOR-ACUERDO-LNK > PAGADO-ACP)
              MOVE "03" TO RESULT-ACUERDO-LNK
              CLOSE ARCHIVO-ACUERDOS
              GO TO FIN-ACUERDO
           END-IF

      *    LA CUOTA INICIAL, SI LA HUBO, ES LA 001 Y CORRE LAS DEMAS.
           MOVE NRO-CUOTAS-ACP TO ULT-CUOTA-W
           IF CUOTA-INICIAL-ACP > ZEROS
              ADD 1 TO ULT-CUOTA-W
           END-IF
           MOVE VALOR-ACUERDO-LNK TO RESTANTE-W.

       MOVER-CUOTAS.
           IF OPCION-ACUERDO-LNK = "R"
              MOVE ULT-CUOTA-W TO CUOTA-W
              PERFORM REVERSAR-CUOTA
                      UNTIL RESTANTE-W = ZEROS OR CUOTA-W = ZEROS
           ELSE
              MOVE 1 TO CUOTA-W
              PERFORM ABONAR-CUOTA
                      UNTIL RESTANTE-W = ZEROS
                         OR CUOTA-W > ULT-CUOTA-W
           END-IF

           MOVE "N" TO SW-MORA-W
           MOVE 1   TO CUOTA-W
           PERFORM REVISAR-CUOTA
                   UNTIL CUOTA-W > ULT-CUOTA-W OR HAY-MORA-W.

       ACTUALIZAR-ENCABEZADO.
           MOVE NRO-ACUERDO-LNK TO NRO-ACP
           MOVE ZEROS           TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   MOVE "01" TO RESULT-ACUERDO-LNK
                   CLOSE ARCHIVO-ACUERDOS
                   GO TO FIN-ACUERDO
           END-READ

           IF OPCION-ACUERDO-LNK = "R"
              SUBTRACT VALOR-ACUERDO-LNK FROM PAGADO-ACP
           ELSE
              ADD VALOR-ACUERDO-LNK TO PAGADO-ACP
              MOVE FECHA-REF-W      TO FECHA-PAGO-ACP
           END-IF

           EVALUATE TRUE
             WHEN PAGADO-ACP NOT < VALOR-ACP
                  MOVE "C" TO ESTADO-ACP
             WHEN HAY-MORA-W
                  MOVE "M" TO ESTADO-ACP
             WHEN OTHER
                  MOVE "V" TO ESTADO-ACP
           END-EVALUATE
           REWRITE REG-ACUERDO END-REWRITE
           CLOSE ARCHIVO-ACUERDOS

           COMPUTE SALDO-ACUERDO-LNK = VALOR-ACP - PAGADO-ACP
           MOVE "00" TO RESULT-ACUERDO-LNK
           GO TO FIN-ACUERDO.

       ABONAR-CUOTA.
           MOVE NRO-ACUERDO-LNK TO NRO-ACP
           MOVE CUOTA-W         TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PAGADO-ACP < VALOR-ACP
                      COMPUTE MOVIDO-W = VALOR-ACP - PAGADO-ACP
                      IF MOVIDO-W > RESTANTE-W
                         MOVE RESTANTE-W TO MOVIDO-W
                      END-IF
                      ADD MOVIDO-W      TO PAGADO-ACP
                      SUBTRACT MOVIDO-W FROM RESTANTE-W
                      IF PAGADO-ACP NOT < VALOR-ACP
                         MOVE "C" TO ESTADO-ACP
                      ELSE
                         MOVE "A" TO ESTADO-ACP
                      END-IF
                      MOVE FECHA-REF-W        TO FECHA-PAGO-ACP
                      MOVE TURNO-ACUERDO-LNK  TO TURNO-REC-ACP
                      MOVE CONSEC-ACUERDO-LNK TO CONSEC-REC-ACP
                      REWRITE REG-ACUERDO END-REWRITE
                   END-IF
           END-READ

           ADD 1 TO CUOTA-W.

       REVERSAR-CUOTA.
           MOVE NRO-ACUERDO-LNK TO NRO-ACP
           MOVE CUOTA-W         TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PAGADO-ACP > ZEROS
                      MOVE PAGADO-ACP TO MOVIDO-W
                      IF MOVIDO-W > RESTANTE-W
                         MOVE RESTANTE-W TO MOVIDO-W
                      END-IF
                      SUBTRACT MOVIDO-W FROM PAGADO-ACP RESTANTE-W
                      IF PAGADO-ACP = ZEROS
                         MOVE "P" TO ESTADO-ACP
                      ELSE
                         MOVE "A" TO ESTADO-ACP
                      END-IF
                      REWRITE REG-ACUERDO END-REWRITE
                   END-IF
           END-READ

           SUBTRACT 1 FROM CUOTA-W.

      *    UNA CUOTA VENCIDA ANTES DE LA FECHA DEL RECIBO Y SIN PAGAR
      *    COMPLETA DEJA EL ACUERDO EN MORA.
       REVISAR-CUOTA.
           MOVE NRO-ACUERDO-LNK TO NRO-ACP
           MOVE CUOTA-W         TO CUOTA-ACP
           READ ARCHIVO-ACUERDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF FECHA-ACP < FECHA-REF-W
                   AND PAGADO-ACP < VALOR-ACP
                      MOVE "S" TO SW-MORA-W
                   END-IF
           END-READ

           ADD 1 TO CUOTA-W.

       FIN-ACUERDO.
           EXIT PROGRAM.
