      *=================================================================
      * FD-ACUPA.CBL - ACUERDOS DE PAGO DE PACIENTES PARTICULARES
      *                (SC-ARCHACP) SOBRE EL SALDO ABIERTO DE LA
      *                FACTURA (SC-NUMER) Y DE LOS COPAGOS (SER929).
      *                DOS CLASES DE REGISTRO POR ACUERDO:
      *                - CUOTA 000: ENCABEZADO. FECHA DEL ACUERDO,
      *                  VALOR ACORDADO, LO PAGADO, CUOTA INICIAL,
      *                  NUMERO DE CUOTAS Y CODEUDOR.
      *                  ESTADO V VIGENTE, M EN MORA, C CANCELADO.
      *                - CUOTA 001..: CADA CUOTA CON SU VENCIMIENTO,
      *                  VALOR, LO ABONADO POR CAJA (SER930 VIA
      *                  SER955R), EL ULTIMO RECIBO Y LOS
      *                  RECORDATORIOS ENVIADOS. LA CUOTA INICIAL ES
      *                  LA 001 CON VENCIMIENTO EL DIA DEL ACUERDO.
      *                  ESTADO P PENDIENTE, A ABONADA, C CANCELADA.
      *=================================================================
       FD  ARCHIVO-ACUERDOS
           LABEL RECORD STANDARD.
       01  REG-ACUERDO.
           02 LLAVE-ACP.
              03 NRO-ACP                  PIC 9(6).
              03 CUOTA-ACP                PIC 9(3).
           02 COD-PACI-ACP                PIC 9(11).
           02 ESTADO-ACP                  PIC X.
              88 ACUERDO-VIGENTE          VALUE "V".
              88 ACUERDO-EN-MORA          VALUE "M".
              88 ACUERDO-CANCELADO        VALUE "C".
              88 CUOTA-PENDIENTE          VALUE "P".
              88 CUOTA-ABONADA            VALUE "A".
              88 CUOTA-CANCELADA          VALUE "C".
           02 FECHA-ACP                   PIC 9(8).
           02 VALOR-ACP                   PIC S9(11)V99.
           02 PAGADO-ACP                  PIC S9(11)V99.
           02 FECHA-PAGO-ACP              PIC 9(8).
           02 DATOS-ENC-ACP.
              03 FACTURA-ACP.
                 05 PREF-FAC-ACP          PIC X.
                 05 NRO-FAC-ACP           PIC 9(6).
              03 SALDO-FACT-ACP           PIC S9(11)V99.
              03 SALDO-COPAGO-ACP         PIC S9(11)V99.
              03 CUOTA-INICIAL-ACP        PIC S9(11)V99.
              03 NRO-CUOTAS-ACP           PIC 9(3).
              03 CODEUDOR-ACP.
                 05 ID-CODEUDOR-ACP       PIC X(15).
                 05 NOMBRE-CODEUDOR-ACP   PIC X(40).
                 05 DIRECCION-CODEUDOR-ACP PIC X(40).
                 05 TELEFONO-CODEUDOR-ACP PIC X(15).
              03 OPER-ACP                 PIC X(4).
           02 DATOS-CUOTA-ACP REDEFINES DATOS-ENC-ACP.
              03 TURNO-REC-ACP            PIC 9(6).
              03 CONSEC-REC-ACP           PIC 9(6).
              03 RECORDATORIOS-ACP        PIC 99.
              03 FECHA-RECORD-ACP         PIC 9(8).
              03 FILLER                   PIC X(141).
           02 FILLER                      PIC X(20).
