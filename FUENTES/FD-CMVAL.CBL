      *=================================================================
      * FD-CMVAL.CBL - VALES DE CAJA MENOR (SC-ARCHCMV): CADA GASTO
      *                PAGADO DEL FONDO CON EL TERCERO, CONCEPTO,
      *                CUENTA DE GASTO, BASE, IVA Y RETENCION. EL
      *                NETO ES LO QUE SALIO EN EFECTIVO DEL FONDO.
      *                ESTADO "P" PENDIENTE DE REEMBOLSO, "R"
      *                REEMBOLSADO (CON EL NUMERO DE REEMBOLSO Y EL
      *                COMPROBANTE) Y "A" ANULADO.
      *=================================================================
       FD  ARCHIVO-VALES-CM
           LABEL RECORD STANDARD.
       01  REG-VALE-CM.
           02 LLAVE-CMV.
              03 COD-FONDO-CMV            PIC X(4).
              03 NRO-VALE-CMV             PIC 9(6).
           02 ESTADO-CMV                  PIC X.
              88 CMV-PENDIENTE            VALUE "P".
              88 CMV-REEMBOLSADO          VALUE "R".
              88 CMV-ANULADO              VALUE "A".
           02 FECHA-CMV                   PIC 9(8).
           02 TERCERO-CMV                 PIC 9(11).
           02 CONCEPTO-CMV                PIC X(30).
           02 CUENTA-CMV                  PIC X(11).
           02 BASE-CMV                    PIC 9(11)V99.
           02 IVA-CMV                     PIC 9(11)V99.
           02 PORC-RET-CMV                PIC 99V99.
           02 RETENCION-CMV               PIC 9(11)V99.
           02 CTA-RET-CMV                 PIC X(11).
           02 NETO-CMV                    PIC 9(11)V99.
           02 NRO-REEMB-CMV               PIC 9(4).
           02 LOTE-CMV                    PIC XX.
           02 NRO-COMP-CMV                PIC 9(6).
           02 OPER-CMV                    PIC X(4).
           02 FECHA-GRAB-CMV              PIC 9(8).
           02 FILLER                      PIC X(20).
