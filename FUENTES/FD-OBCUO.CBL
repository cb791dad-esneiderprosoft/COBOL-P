      *=================================================================
      * FD-OBCUO.CBL - TABLA DE AMORTIZACION DE LAS OBLIGACIONES
      *                FINANCIERAS (SC-ARCHOBC): UNA CUOTA POR
      *                REGISTRO CON SU VENCIMIENTO, SALDO INICIAL,
      *                CAPITAL, INTERES, VALOR DE LA CUOTA, SALDO
      *                FINAL Y TASA DEL PERIODO. AL PAGARSE ("G")
      *                GUARDA LA FECHA, LO APLICADO A CAPITAL E
      *                INTERES Y EL COMPROBANTE. LAS PENDIENTES
      *                ("P") SON LA BASE DE LA PORCION CORRIENTE /
      *                NO CORRIENTE (CON863) Y DEL FLUJO DE CAJA
      *                (CON864).
      *=================================================================
       FD  ARCHIVO-CUOTAS-OBL
           LABEL RECORD STANDARD.
       01  REG-CUOTA-OBL.
           02 LLAVE-OBC.
              03 COD-OBL-OBC              PIC X(8).
              03 NRO-CUOTA-OBC            PIC 9(3).
           02 FECHA-VENCE-OBC             PIC 9(8).
           02 SALDO-INI-OBC               PIC S9(13)V99.
           02 CAPITAL-OBC                 PIC S9(13)V99.
           02 INTERES-OBC                 PIC S9(13)V99.
           02 VALOR-CUOTA-OBC             PIC S9(13)V99.
           02 SALDO-FIN-OBC               PIC S9(13)V99.
           02 TASA-PERIODO-OBC            PIC 9V9(6).
           02 ESTADO-OBC                  PIC X.
              88 CUOTA-PENDIENTE          VALUE "P".
              88 CUOTA-PAGADA             VALUE "G".
           02 FECHA-PAGO-OBC              PIC 9(8).
           02 CAPITAL-PAG-OBC             PIC S9(13)V99.
           02 INTERES-PAG-OBC             PIC S9(13)V99.
           02 COMP-PAGO-OBC               PIC X(11).
           02 OPER-OBC                    PIC X(4).
           02 FILLER                      PIC X(10).
