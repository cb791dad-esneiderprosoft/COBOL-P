      *=================================================================
      * LNK-ACUPA.CBL - AREA CON LA QUE LA CAJA (SER930) APLICA UN
      *                 RECIBO A UN ACUERDO DE PAGO (CALL "SER955R")
      *                 O LO REVERSA AL ANULAR EL RECIBO.
      *                 OPCION "A" ABONO: SE APLICA A LAS CUOTAS EN
      *                 ORDEN DE VENCIMIENTO. OPCION "R" REVERSA: SE
      *                 DESCUENTA DE LA ULTIMA CUOTA ABONADA HACIA
      *                 ATRAS. EN LOS DOS CASOS SE RECALCULA EL
      *                 ESTADO DEL ACUERDO (VIGENTE / MORA /
      *                 CANCELADO) A LA FECHA DEL RECIBO.
      *                 DE VUELTA: "00" APLICADO, "01" NO EXISTE EL
      *                 ACUERDO, "02" ES DE OTRO PACIENTE O YA ESTA
      *                 CANCELADO, "03" EL VALOR SUPERA EL SALDO,
      *                 "99" NO SE PUDO ABRIR EL ARCHIVO.
      *=================================================================
       01 REG-ACUERDO-LNK.
          02 NOM-ACP-ACUERDO-LNK          PIC X(70).
          02 OPCION-ACUERDO-LNK           PIC X.
          02 NRO-ACUERDO-LNK              PIC 9(6).
          02 PACI-ACUERDO-LNK             PIC 9(11).
          02 VALOR-ACUERDO-LNK            PIC S9(11)V99.
          02 FECHA-ACUERDO-LNK            PIC 9(8).
          02 TURNO-ACUERDO-LNK            PIC 9(6).
          02 CONSEC-ACUERDO-LNK           PIC 9(6).
          02 SALDO-ACUERDO-LNK            PIC S9(11)V99.
          02 RESULT-ACUERDO-LNK           PIC XX.
