      *                PRECIOS DE VENTA CON SU PORCENTAJE SOBRE
      *                COMPRA, ULTIMA COMPRA (VALOR, FECHA, CANTIDAD
      *                Y PROVEEDOR, LA ACTUALIZA EL KARDEX INV010) Y
      *                DATOS DE MANEJO. LOS MEDICAMENTOS LLEVAN SU
      *                CODIGO UNICO DE MEDICAMENTO (CUM) Y EL PRECIO
      *                TECHO REGULADO POR UNIDAD PARA EL REPORTE
      *                TRIMESTRAL A SISMED (SER959).
      *=================================================================
       FD  MAESTRO-ARTICULOS
           LABEL RECORD STANDARD.
              03 STOCK-MIN-ART            PIC 9(9)V99.
              03 NIT-ART                  PIC 9(10).
              03 CCOSTO-ART               PIC X(2).
              03 CUM-ART                  PIC X(15).
              03 PRECIO-REG-ART           PIC 9(9)V99.
              03 FILLER                   PIC X(4).
