      *=================================================================
      * FD-CARGO.CBL - CARGOS DE SERVICIOS PRESTADOS FUERA DE LAS
      *                PANTALLAS DE FACTURACION Y PENDIENTES POR
      *                PASAR A LA CUENTA DEL PACIENTE (SC-ARCHCRG, EN
      *                CONTROL DE LA EMPRESA). LOS GRABA SAL733R
      *                DESDE EL PROGRAMA QUE REGISTRA EL SERVICIO
      *                (ORIGEN-CRG + DOC-ORIGEN-CRG) Y FACTURACION
      *                LOS CIERRA EN SAL733 CON LA CUENTA (SC-NUMER)
      *                DONDE QUEDARON:
      *                  P PENDIENTE   F FACTURADO   A ANULADO
      *                CLASE-CRG: S SERVICIO (CUPS), I INSUMO O
      *                MEDICAMENTO (CODIGO DE ARTICULO).
      *                NIT-CRG EN CERO ES EL PAGADOR DEL CONTRATO;
      *                VALOR-CRG EN CERO LO TARIFA FACTURACION.
      *=================================================================
       FD  ARCHIVO-CARGOS
           LABEL RECORD STANDARD.
       01  REG-CARGO.
           02 LLAVE-CRG.
              03 NRO-CRG                  PIC 9(8).
           02 COD-PACI-CRG                PIC 9(11).
           02 LLAVE-EST-CRG.
              03 ESTADO-CRG               PIC X.
                 88 CRG-PENDIENTE         VALUE "P".
                 88 CRG-FACTURADO         VALUE "F".
                 88 CRG-ANULADO           VALUE "A".
              03 FECHA-SERV-CRG           PIC 9(8).
           02 LLAVE-ORIG-CRG.
              03 ORIGEN-CRG               PIC X(8).
              03 DOC-ORIGEN-CRG           PIC X(30).
           02 CONTRATO-CRG                PIC XX.
           02 NIT-CRG                     PIC 9(11).
           02 CLASE-CRG                   PIC X.
              88 CRG-SERVICIO             VALUE "S".
              88 CRG-INSUMO               VALUE "I".
           02 CODIGO-CRG                  PIC X(18).
           02 CANTIDAD-CRG                PIC 9(5)V99.
           02 VALOR-CRG                   PIC 9(10)V99.
           02 PROFESIONAL-CRG             PIC X(10).
           02 NRO-AUT-CRG                 PIC X(15).
           02 FACTURA-CRG.
              03 PREF-FACT-CRG            PIC X.
              03 NRO-FACT-CRG             PIC 9(6).
           02 FECHA-FACT-CRG              PIC 9(8).
           02 OPER-CRG                    PIC X(4).
           02 FECHA-REG-CRG               PIC 9(8).
           02 OPER-FACT-CRG               PIC X(4).
           02 FILLER                      PIC X(20).
