      *                CRUCE DE COMPRAS) Y NOTAS CREDITO CON EMISION
      *                Y VENCIMIENTO, SALDO, SELECCION EN PROPUESTA
      *                DE PAGO Y EL COMPROBANTE DE EGRESO GENERADO.
      *                ESTADO "R": FACTURA DETENIDA POR UN RECLAMO DE
      *                FALTANTE AL PROVEEDOR (BOM138) HASTA QUE LLEGUE
      *                LA NOTA CREDITO; LA PROPUESTA NO LA TOMA.
      *=================================================================
       FD  ARCHIVO-CXP
           LABEL RECORD STANDARD.
              88 CXP-PENDIENTE            VALUE "P".
              88 CXP-SELECCIONADA         VALUE "S".
              88 CXP-PAGADA               VALUE "G".
              88 CXP-EN-RECLAMO           VALUE "R".
           02 NRO-OC-CXP                  PIC 9(6).
           02 FECHA-PAGO-CXP              PIC 9(8).
           02 COMP-EGRESO-CXP             PIC X(11).
