      *                - TIPO "R": CADA RECIBO NUMERADO, AMARRADO AL
      *                  PACIENTE Y A LA FACTURA, CON MEDIO DE PAGO;
      *                  LA ANULACION EXIGE AUTORIZACION DEL
      *                  SUPERVISOR Y DEJA EL MOTIVO. SI EL RECIBO
      *                  ES CUOTA DE UN ACUERDO DE PAGO (SC-ARCHACP)
      *                  LLEVA EL NUMERO DEL ACUERDO.
      *=================================================================
       FD  ARCHIVO-CAJA
           LABEL RECORD STANDARD.
           02 VLR-SISTEMA-CAJ             PIC S9(11)V99.
           02 VLR-CONTADO-CAJ             PIC S9(11)V99.
           02 DIFERENCIA-CAJ              PIC S9(11)V99.
           02 ACUERDO-CAJ                 PIC 9(6).
           02 FILLER                      PIC X(4).
