      *                DEPRECIACION ACUMULADA, LA DEPRECIACION
      *                ACUMULADA CORRIDA Y EL ULTIMO PERIODO
      *                DEPRECIADO. EL RETIRO O VENTA DEJA LA FECHA,
      *                EL VALOR DE VENTA Y EL ESTADO. LA VIDA UTIL
      *                FISCAL (EN CEROS IGUAL A LA CONTABLE) DA LA
      *                DIFERENCIA DE DEPRECIACION DEL FORMATO 2516.
      *=================================================================
       FD  ARCHIVO-ACTIVOS
           LABEL RECORD STANDARD.
           02 FECHA-RETIRO-ACT            PIC 9(8).
           02 VALOR-VENTA-ACT             PIC S9(13)V99.
           02 OPER-ACT                    PIC X(4).
           02 VIDA-FISCAL-ACT             PIC 9(4).
           02 FILLER                      PIC X(11).
