      *=================================================================
      * FD-ESTPR.CBL - ESTRUCTURA REGULADA DEL PRECIO DE COMBUSTIBLE
      *                POR PRODUCTO CON FECHA DE VIGENCIA: IMPUESTO
      *                NACIONAL Y AL CARBONO POR GALON Y EL MARGEN
      *                REGULADO DEL MINORISTA. LA ESTRUCTURA VIGENTE
      *                EN UNA FECHA ES EL ULTIMO REGISTRO DEL PRODUCTO
      *                CON VIGENCIA MENOR O IGUAL (BOM142).
      *=================================================================
       FD  ARCHIVO-ESTRUCT-PRECIO
           LABEL RECORD STANDARD.
       01  REG-ESTRUCT-PRECIO.
           02 LLAVE-EPR.
              03 PRODUCTO-EPR             PIC X(15).
              03 FECHA-VIG-EPR            PIC 9(8).
           02 IMP-NAL-EPR                 PIC 9(7)V99.
           02 CARBONO-EPR                 PIC 9(7)V99.
           02 MARGEN-REG-EPR              PIC 9(7)V99.
           02 OPER-EPR                    PIC X(4).
           02 FECHA-GRAB-EPR              PIC 9(8).
           02 FILLER                      PIC X(20).
