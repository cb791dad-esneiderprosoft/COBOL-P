      *=================================================================
      * FD-VOUCH.CBL - VOUCHERS DE DATAFONO DE LAS ISLAS (SC-ARCHVOU):
      *                UNO POR VENTA CON TARJETA, CAPTURADO POR DIA,
      *                TURNO E ISLERO JUNTO CON LA PLANILLA
      *                (SC-ARCOMBU), Y LO QUE EL ADQUIRENTE (REDEBAN O
      *                CREDIBANCO) REPORTO EN SU ARCHIVO DE
      *                LIQUIDACION: VALOR ABONADO, COMISION,
      *                RETEFUENTE, RETEIVA, RETEICA Y NETO.
      *                ESTADO "P" PENDIENTE DE ABONO, "A" ABONADO,
      *                "D" ABONADO POR VALOR DISTINTO, "R" RECHAZADO,
      *                "X" CONTRACARGO.
      *=================================================================
       FD  ARCHIVO-VOUCHERS
           LABEL RECORD STANDARD.
       01  REG-VOUCHER.
           02 LLAVE-VOU.
              03 FECHA-VOU                PIC 9(8).
              03 TURNO-VOU                PIC X.
              03 ISLERO-VOU               PIC X(5).
              03 CONSEC-VOU               PIC 9(3).
           02 LLAVE-APROB-VOU.
              03 TERMINAL-VOU             PIC X(10).
              03 APROBACION-VOU           PIC X(6).
           02 RED-VOU                     PIC X.
              88 VOU-REDEBAN              VALUE "R".
              88 VOU-CREDIBANCO           VALUE "C".
           02 FRANQUICIA-VOU              PIC X(10).
           02 TARJETA-VOU                 PIC X(4).
           02 RECIBO-VOU                  PIC X(6).
           02 NRO-COMB-VOU                PIC X(6).
           02 VALOR-VOU                   PIC 9(11)V99.
           02 ESTADO-VOU                  PIC X.
              88 VOU-PENDIENTE            VALUE "P".
              88 VOU-ABONADO              VALUE "A".
              88 VOU-DIFERENCIA           VALUE "D".
              88 VOU-RECHAZADO            VALUE "R".
              88 VOU-CONTRACARGO          VALUE "X".
           02 FECHA-ABONO-VOU             PIC 9(8).
           02 VLR-ABONO-VOU               PIC 9(11)V99.
           02 COMISION-VOU                PIC 9(9)V99.
           02 RETEFTE-VOU                 PIC 9(9)V99.
           02 RETEIVA-VOU                 PIC 9(9)V99.
           02 RETEICA-VOU                 PIC 9(9)V99.
           02 NETO-VOU                    PIC 9(11)V99.
           02 COMP-CONTAB-VOU             PIC X(9).
           02 OPER-VOU                    PIC X(4).
           02 FILLER                      PIC X(20).
