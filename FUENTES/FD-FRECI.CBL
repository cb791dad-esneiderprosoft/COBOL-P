      *=================================================================
      * FD-FRECI.CBL - FACTURAS ELECTRONICAS RECIBIDAS DE PROVEEDORES
      *                (SC-ARCHFRC) CON SUS EVENTOS RADIAN. LA LLAVE
      *                ES LA MISMA DEL AUXILIAR DE CUENTAS POR PAGAR
      *                (SC-ARCHCXP) Y LA ORDEN DE COMPRA LIGA CON LA
      *                RECEPCION DE INV820.
      *                EVENTOS: 1 = 030 ACUSE DE RECIBO, 2 = 031
      *                RECLAMO, 3 = 032 RECIBO DEL BIEN O SERVICIO,
      *                4 = 033 ACEPTACION EXPRESA. ESTADO DEL EVENTO:
      *                "P" POR GENERAR, "G" XML GENERADO, "V"
      *                VALIDADO POR LA DIAN (CON SU CUDE), "R"
      *                RECHAZADO. FECHA-LIMITE ES EL TERCER DIA
      *                HABIL DESPUES DEL RECIBO DEL BIEN, PLAZO PARA
      *                ACEPTAR O RECLAMAR ANTES DE LA ACEPTACION
      *                TACITA.
      *                EL REGISTRO CON NIT 0 Y FACTURA "CONTROL"
      *                LLEVA EL ULTIMO NUMERO DE EVENTO GENERADO.
      *=================================================================
       FD  ARCHIVO-FACT-RECIBIDAS
           LABEL RECORD STANDARD.
       01  REG-FACT-RECIBIDA.
           02 LLAVE-FRC.
              03 NIT-PROV-FRC             PIC 9(11).
              03 NRO-FACT-FRC             PIC X(15).
           02 CUFE-FRC                    PIC X(96).
           02 FECHA-EMISION-FRC           PIC 9(8).
           02 FECHA-REGISTRO-FRC          PIC 9(8).
           02 VALOR-FRC                   PIC S9(13)V99.
           02 NRO-OC-FRC                  PIC 9(6).
           02 FECHA-LIMITE-FRC            PIC 9(8).
           02 DET-EVENTO-FRC OCCURS 4.
              03 ESTADO-EVT-FRC           PIC X.
                 88 EVT-POR-GENERAR       VALUE "P".
                 88 EVT-GENERADO          VALUE "G".
                 88 EVT-VALIDADO          VALUE "V".
                 88 EVT-RECHAZADO         VALUE "R".
                 88 EVT-EMITIDO           VALUE "G" "V".
              03 NRO-EVT-FRC              PIC 9(8).
              03 FECHA-EVT-FRC            PIC 9(8).
              03 CUDE-EVT-FRC             PIC X(96).
           02 CONCEPTO-RECL-FRC           PIC XX.
           02 DETALLE-RECL-FRC            PIC X(60).
           02 OPER-FRC                    PIC X(4).
           02 FILLER                      PIC X(20).
       01  REG-CONTROL-FRC.
           02 FILLER                      PIC X(26).
           02 ULT-EVENTO-FRC              PIC 9(8).
           02 FILLER                      PIC X(100).
