      *                VOLUMEN OBSERVADO, LA TEMPERATURA Y EL VOLUMEN
      *                CORREGIDO A 15 GRADOS C QUE ES EL QUE ENTRA A
      *                LA CONCILIACION DIARIA (BOM106 / SC-ARCHREC).
      *                PRECIO-GAL-RCB: PRECIO POR GALON DE LA FACTURA
      *                DEL PROVEEDOR, BASE DEL COSTO PROMEDIO DEL
      *                TANQUE (BOM142); TOMADO DEL FILLER PARA NO
      *                CAMBIAR EL LARGO DEL REGISTRO.
      *=================================================================
       FD  ARCHIVO-RECIBO-COMB
           LABEL RECORD STANDARD.
           02 FACTOR-CORR-RCB             PIC 9V9(6).
           02 VOL-CORREG-RCB              PIC 9(9)V99.
           02 OPER-RCB                    PIC X(4).
           02 PRECIO-GAL-RCB              PIC 9(7)V99.
           02 FILLER                      PIC X.
