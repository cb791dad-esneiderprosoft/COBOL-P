      *=================================================================
      * FD-PUNTO.CBL - LIBRO DE PUNTOS DE FIDELIZACION (SC-ARCHFID):
      *                UN MOVIMIENTO POR CEDULA + FECHA + CONSECUTIVO,
      *                LIGADO A LA PLANILLA DONDE OCURRIO:
      *                - TIPO "A": ACUMULACION POR LOS GALONES DE UNA
      *                  VENTA DE CONTADO IDENTIFICADA EN EL DOCUMENTO
      *                  EQUIVALENTE (BOM135). SALDO-PTO SON LOS
      *                  PUNTOS AUN DISPONIBLES DE LA ACUMULACION Y
      *                  VENCIDOS-PTO LOS QUE SE PERDIERON AL PASAR
      *                  FECHA-VENCE-PTO (BOM143 OPC "V").
      *                - TIPO "R": REDENCION COMO MEDIO DE PAGO EN LA
      *                  PLANILLA (BOM143), CONSUMIENDO LAS
      *                  ACUMULACIONES MAS ANTIGUAS PRIMERO.
      *                VALOR-PUNTOS-PTO: VALOR EN PESOS DE LOS PUNTOS
      *                AL PRECIO DEL PUNTO DEL MOMENTO.
      *=================================================================
       FD  ARCHIVO-PUNTOS
           LABEL RECORD STANDARD.
       01  REG-PUNTOS.
           02 LLAVE-PTO.
              03 CEDULA-PTO               PIC 9(11).
              03 FECHA-PTO                PIC 9(8).
              03 CONSEC-PTO               PIC 9(4).
           02 TIPO-PTO                    PIC X.
              88 PTO-ACUMULA              VALUE "A".
              88 PTO-REDIME               VALUE "R".
           02 NRO-COMB-PTO                PIC X(6).
           02 DOC-PTO                     PIC X(7).
           02 PRODUCTO-PTO                PIC X(18).
           02 GALONES-PTO                 PIC 9(7)V99.
           02 VALOR-VENTA-PTO             PIC 9(11)V99.
           02 PUNTOS-PTO                  PIC 9(9).
           02 SALDO-PTO                   PIC 9(9).
           02 VENCIDOS-PTO                PIC 9(9).
           02 FECHA-VENCE-PTO             PIC 9(8).
           02 VALOR-PUNTOS-PTO            PIC 9(11)V99.
           02 OPER-PTO                    PIC X(4).
           02 FECHA-GRAB-PTO              PIC 9(8).
           02 FILLER                      PIC X(20).
