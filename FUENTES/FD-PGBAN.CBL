      *=================================================================
      * FD-PGBAN.CBL - PAGOS A PROVEEDORES POR TRANSFERENCIA BANCARIA
      *                (SC-ARCHPBA): UNO POR FACTURA PAGADA CON
      *                EGRESO EN CON861, CON LO NECESARIO PARA ARMAR
      *                EL ARCHIVO DEL BANCO Y PARA REVERSAR EL
      *                EGRESO SI EL BANCO RECHAZA EL PAGO.
      *                ESTADO "P" PENDIENTE DE ENVIO, "E" ENVIADO EN
      *                EL ARCHIVO NRO-ARCH, "C" CONFIRMADO POR EL
      *                BANCO (CON SU NUMERO DE TRAZA) Y "X"
      *                RECHAZADO (FACTURA REABIERTA Y EGRESO
      *                REVERSADO).
      *                EL REGISTRO CON NIT 0 Y FACTURA "CONTROL"
      *                LLEVA EN NRO-ARCH EL ULTIMO ARCHIVO GENERADO.
      *=================================================================
       FD  ARCHIVO-PAGOS-BANCO
           LABEL RECORD STANDARD.
       01  REG-PAGO-BANCO.
           02 LLAVE-PBA.
              03 NIT-PROV-PBA             PIC 9(11).
              03 NRO-FACT-PBA             PIC X(15).
           02 ESTADO-PBA                  PIC X.
              88 PBA-PENDIENTE            VALUE "P".
              88 PBA-ENVIADO              VALUE "E".
              88 PBA-CONFIRMADO           VALUE "C".
              88 PBA-RECHAZADO            VALUE "X".
           02 FECHA-PAGO-PBA              PIC 9(8).
           02 COMP-EGRESO-PBA             PIC X(11).
           02 VALOR-PAGADO-PBA            PIC S9(13)V99.
           02 RETENCION-PBA               PIC S9(13)V99.
           02 NETO-PBA                    PIC S9(13)V99.
           02 CTA-PROV-PBA                PIC X(11).
           02 CTA-RETE-PBA                PIC X(11).
           02 CTA-BANCO-PBA               PIC X(11).
           02 NRO-ARCH-PBA                PIC 9(6).
           02 LAYOUT-PBA                  PIC X.
           02 FECHA-ENVIO-PBA             PIC 9(8).
           02 BANCO-DEST-PBA              PIC X(4).
           02 CUENTA-DEST-PBA             PIC X(20).
           02 TRAZA-PBA                   PIC X(20).
           02 FECHA-RESP-PBA              PIC 9(8).
           02 MOTIVO-PBA                  PIC X(30).
           02 COMP-REVERSO-PBA            PIC X(11).
           02 OPER-PBA                    PIC X(4).
           02 FILLER                      PIC X(20).
