      *                EL EFECTIVO ESPERADO (VENTAS DE SUS PLANILLAS
      *                MENOS CREDITO Y CHEQUES), EL VALOR CONTADO EN
      *                LA ENTREGA Y EL SOBRANTE/FALTANTE DEL TURNO.
      *                VLR-ARTIC-ISL: VENTAS DE ARTICULOS NO
      *                COMBUSTIBLES DEL TURNO (SC-ARCHVAR), INCLUIDAS
      *                EN EL ESPERADO; TOMADO DEL FILLER PARA NO
      *                CAMBIAR EL LARGO DEL REGISTRO.
      *=================================================================
       FD  ARCHIVO-ISLEROS
           LABEL RECORD STANDARD.
           02 VLR-CONTADO-ISL             PIC S9(12)V99.
           02 DIFERENCIA-ISL              PIC S9(12)V99.
           02 OPER-ISL                    PIC X(4).
           02 VLR-ARTIC-ISL               PIC S9(8)V99.
