      *=================================================================
      * FD-VARTI.CBL - VENTAS DE ARTICULOS NO COMBUSTIBLES DE LA
      *                PLANILLA DE TURNO (SC-ARCHVAR): ACEITES,
      *                ADITIVOS Y ARTICULOS DE TIENDA QUE VENDE EL
      *                ISLERO. UNA LINEA POR ARTICULO, LLAVE NUMERO
      *                DE PLANILLA (SC-ARCOMBU) + ITEM; FECHA, TURNO
      *                Y VENDEDOR SE COPIAN DE LA PLANILLA. CADA
      *                LINEA DESCARGA SU SALIDA EN SC-MOVINV.
      *                ESTADO "A" ACTIVA, "X" ANULADA (LA SALIDA DE
      *                INVENTARIO SE BORRA AL ANULAR).
      *=================================================================
       FD  ARCHIVO-VENTA-ARTIC
           LABEL RECORD STANDARD.
       01  REG-VENTA-ARTIC.
           02 LLAVE-VAR.
              03 NRO-COMB-VAR             PIC X(6).
              03 ITEM-VAR                 PIC 9(3).
           02 FECHA-TURNO-VAR.
              03 FECHA-VAR                PIC 9(8).
              03 TURNO-VAR                PIC X.
           02 VEND-VAR                    PIC X(5).
           02 ALMACEN-VAR                 PIC X(5).
           02 COD-ART-VAR.
              03 TIPO-ART-VAR             PIC 9.
              03 GRUPO-ART-VAR            PIC XX.
              03 NUMERO-ART-VAR           PIC X(13).
              03 CLASE-ART-VAR            PIC XX.
           02 DESCRIP-VAR                 PIC X(40).
           02 CANT-VAR                    PIC 9(7)V99.
           02 PRECIO-VAR                  PIC 9(11)V99.
           02 VALOR-VAR                   PIC 9(11)V99.
           02 COSTO-VAR                   PIC 9(11)V99.
           02 ESTADO-VAR                  PIC X.
              88 VAR-ACTIVA               VALUE "A".
              88 VAR-ANULADA              VALUE "X".
           02 FECHA-GRAB-VAR              PIC 9(8).
           02 OPER-VAR                    PIC X(4).
           02 FILLER                      PIC X(20).
