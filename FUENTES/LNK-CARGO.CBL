      *=================================================================
      * LNK-CARGO.CBL - AREA CON LA QUE UN PROGRAMA QUE REGISTRA UN
      *                 SERVICIO PRESTADO DEJA EL CARGO PENDIENTE POR
      *                 FACTURAR (CALL "SAL733R") EN SC-ARCHCRG DE LA
      *                 EMPRESA. ORIGEN + DOCUMENTO + CODIGO
      *                 IDENTIFICAN EL CARGO: SI YA EXISTE SIN ANULAR
      *                 NO SE REPITE Y SE DEVUELVE SU NUMERO CON "DU".
      *                 DE VUELTA: "00" GRABADO, "DU" YA EXISTIA,
      *                 "99" NO SE PUDO ABRIR EL ARCHIVO.
      *                 OPCION-CARGO-LNK "D" (DEVOLUCION) NO GRABA:
      *                 REBAJA CANTIDAD-CARGO-LNK DEL CARGO
      *                 NRO-CARGO-LNK PENDIENTE (EN CERO QUEDA
      *                 ANULADO); DE VUELTA "00" REBAJADO, "FA" YA
      *                 FACTURADO (VA POR NOTA CREDITO), "NE" NO
      *                 EXISTE O ESTA ANULADO.
      *=================================================================
       01 REG-CARGO-LNK.
          02 NOM-CRG-CARGO-LNK            PIC X(70).
          02 PACI-CARGO-LNK               PIC 9(11).
          02 CONTRATO-CARGO-LNK           PIC XX.
          02 NIT-CARGO-LNK                PIC 9(11).
          02 CLASE-CARGO-LNK              PIC X.
          02 CODIGO-CARGO-LNK             PIC X(18).
          02 CANTIDAD-CARGO-LNK           PIC 9(5)V99.
          02 VALOR-CARGO-LNK              PIC 9(10)V99.
          02 FECHA-CARGO-LNK              PIC 9(8).
          02 ORIGEN-CARGO-LNK             PIC X(8).
          02 DOC-CARGO-LNK                PIC X(30).
          02 PROFESIONAL-CARGO-LNK        PIC X(10).
          02 NRO-AUT-CARGO-LNK            PIC X(15).
          02 OPER-CARGO-LNK               PIC X(4).
          02 NRO-CARGO-LNK                PIC 9(8).
          02 RESULT-CARGO-LNK             PIC XX.
          02 OPCION-CARGO-LNK             PIC X.
