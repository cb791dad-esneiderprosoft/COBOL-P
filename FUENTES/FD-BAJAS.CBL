      *=================================================================
      * FD-BAJAS.CBL - SOLICITUDES DE BAJA DE INVENTARIO DE FARMACIA
      *                (SC-ARCHBAJ, SER962) POR VENCIMIENTO, AVERIA,
      *                CUARENTENA DE CADENA DE FRIO (SER938) O RETIRO
      *                DEL MERCADO, CON SU ACTA DE DESTRUCCION.
      *                ITEM 000 ES LA SOLICITUD: ALMACEN, APROBACION
      *                DEL DIRECTOR DE FARMACIA Y DE CONTABILIDAD, EL
      *                COMPROBANTE CONTABLE DE LA PERDIDA Y EL
      *                CERTIFICADO DEL GESTOR DE RESIDUOS.
      *                ESTADO: S SOLICITADA, D APROBADA POR EL
      *                DIRECTOR, C APROBADA POR CONTABILIDAD Y DADA DE
      *                BAJA (SALIDA "2B" DE SC-MOVINV Y COMPROBANTE),
      *                X DESTRUIDA (CON CERTIFICADO), A ANULADA.
      *                ITEMS 001 EN ADELANTE: ARTICULO, LOTE, CANTIDAD
      *                Y CAUSA: V VENCIDO, A AVERIADO, F CUARENTENA DE
      *                CADENA DE FRIO, R RETIRO DEL MERCADO; AL DAR DE
      *                BAJA QUEDAN VALORIZADOS AL COSTO.
      *                LA SOLICITUD 000000 ES EL REGISTRO DE CONTROL
      *                CON LA ULTIMA SOLICITUD ABIERTA.
      *=================================================================
       FD  ARCHIVO-BAJAS
           LABEL RECORD STANDARD.
       01  REG-BAJA.
           02 LLAVE-BAJ.
              03 NRO-BAJ                  PIC 9(6).
              03 ITEM-BAJ                 PIC 9(3).
           02 DATOS-SOLIC-BAJ.
              03 ALMACEN-BAJ              PIC X(5).
              03 ESTADO-BAJ               PIC X.
                 88 BAJ-SOLICITADA        VALUE "S".
                 88 BAJ-APROB-DIRECTOR    VALUE "D".
                 88 BAJ-CONTABILIZADA     VALUE "C".
                 88 BAJ-DESTRUIDA         VALUE "X".
                 88 BAJ-ANULADA           VALUE "A".
              03 FECHA-BAJ                PIC 9(8).
              03 OPER-BAJ                 PIC X(4).
              03 OPER-DIR-BAJ             PIC X(4).
              03 FECHA-DIR-BAJ            PIC 9(8).
              03 OPER-CONT-BAJ            PIC X(4).
              03 FECHA-CONT-BAJ           PIC 9(8).
              03 COMPROB-BAJ              PIC X(11).
              03 VALOR-BAJ                PIC 9(13)V99.
              03 CERTIF-BAJ               PIC X(20).
              03 GESTOR-BAJ               PIC 9(11).
              03 NOMBRE-GESTOR-BAJ        PIC X(40).
              03 FECHA-DESTR-BAJ          PIC 9(8).
              03 METODO-DESTR-BAJ         PIC X(20).
              03 OPER-DESTR-BAJ           PIC X(4).
              03 ULT-ITEM-BAJ             PIC 9(3).
              03 ULT-NRO-BAJ              PIC 9(6).
           02 DATOS-ITEM-BAJ REDEFINES DATOS-SOLIC-BAJ.
              03 COD-ART-ITEM-BAJ         PIC X(16).
              03 LOTE-ITEM-BAJ            PIC X(4).
              03 NRO-LOTE-ITEM-BAJ        PIC X(10).
              03 VENCE-ITEM-BAJ           PIC X(7).
              03 CANT-ITEM-BAJ            PIC 9(7)V99.
              03 CAUSA-ITEM-BAJ           PIC X.
                 88 CAUSA-VENCIDO         VALUE "V".
                 88 CAUSA-AVERIADO        VALUE "A".
                 88 CAUSA-CADENA-FRIO     VALUE "F".
                 88 CAUSA-RETIRO          VALUE "R".
              03 DETALLE-ITEM-BAJ         PIC X(30).
              03 VLR-UNIT-ITEM-BAJ        PIC 9(11)V99.
              03 VLR-ITEM-BAJ             PIC 9(13)V99.
              03 CONTROLADO-ITEM-BAJ      PIC X.
              03 FILLER                   PIC X(74).
           02 FILLER                      PIC X(20).
