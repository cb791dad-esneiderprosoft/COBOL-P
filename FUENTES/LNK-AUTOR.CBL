      *=================================================================
      * LNK-AUTOR.CBL - AREA CON LA QUE UN PROGRAMA QUE PRESTA UN
      *                 SERVICIO DESCUENTA EL CONSUMO DE LA
      *                 AUTORIZACION DE LA EPS (CALL "SER922R"), CON LA
      *                 MISMA REGLA DE SER922 OPC "C": LA PRIMERA
      *                 AUTORIZACION DEL PACIENTE/CONTRATO/CUPS
      *                 VIGENTE A LA FECHA Y CON SALDO.
      *                 DE VUELTA: "S" DESCONTADA, CON EL NUMERO DE LA
      *                 AUTORIZACION; "A" NO HAY VIGENTE CON SALDO Y
      *                 EL SERVICIO QUEDA ALERTADO.
      *=================================================================
       01 REG-AUTOR-LNK.
          02 NOM-AUT-AUTOR-LNK            PIC X(70).
          02 PACI-AUTOR-LNK               PIC 9(11).
          02 CONTRATO-AUTOR-LNK           PIC XX.
          02 CUPS-AUTOR-LNK               PIC X(8).
          02 FECHA-AUTOR-LNK              PIC 9(8).
          02 RESPUESTA-AUTOR-LNK          PIC X.
          02 NRO-AUT-AUTOR-LNK            PIC X(15).
