      *=================================================================
      * FD-RADMV.CBL - MOVIMIENTOS DE LA FACTURA RADICADA ANTE LA EPS
      *                (SC-ARCHRMV), COMPANERO DE SC-ARCHRAD CON LA
      *                MISMA LLAVE: NOTAS-RMV ACUMULA EL NETO DE LAS
      *                NOTAS CREDITO (-) Y DEBITO (+) VALIDADAS
      *                (SER925); ABONOS, GLOSA RETENIDA Y RETENCIONES
      *                LLEGAN DE LAS REMESAS DE PAGO (SER953). LA
      *                FACTURA SIN REGISTRO AQUI NO TIENE MOVIMIENTOS.
      *                EL SALDO DE LA FACTURA ES VALOR-FAC-RAD +
      *                NOTAS-RMV - ABONOS-RMV - GLOSA-RET-RMV -
      *                RETENC-RMV.
      *=================================================================
       FD  ARCHIVO-MOVTOS-RAD
           LABEL RECORD STANDARD.
       01  REG-MOVTOS-RAD.
           02 LLAVE-RMV.
              03 PREF-FAC-RMV             PIC X.
              03 NRO-FAC-RMV              PIC 9(6).
           02 MOVTOS-RMV.
              03 NOTAS-RMV                PIC S9(13)V99.
              03 ABONOS-RMV               PIC S9(13)V99.
              03 GLOSA-RET-RMV            PIC S9(13)V99.
              03 RETENC-RMV               PIC S9(13)V99.
              03 FECHA-PAGO-RMV           PIC 9(8).
           02 FILLER                      PIC X(20).
