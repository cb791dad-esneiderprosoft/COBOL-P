      *=================================================================
      * FD-PTPAR.CBL - PARAMETROS DEL PLAN DE PUNTOS (SC-ARCHPPR): UN
      *                REGISTRO POR PRODUCTO DE COMBUSTIBLE CON LOS
      *                PUNTOS QUE DA CADA GALON, Y EL REGISTRO
      *                "GENERAL" CON EL VALOR EN PESOS DE UN PUNTO Y
      *                LOS MESES DE VIGENCIA DE LO ACUMULADO.
      *=================================================================
       FD  ARCHIVO-PUNTOS-PAR
           LABEL RECORD STANDARD.
       01  REG-PUNTOS-PAR.
           02 PRODUCTO-PPR                PIC X(18).
              88 PPR-GENERAL              VALUE "GENERAL".
           02 PUNTOS-GAL-PPR              PIC 9(3)V99.
           02 VALOR-PUNTO-PPR             PIC 9(5)V99.
           02 MESES-VIGE-PPR              PIC 99.
           02 OPER-PPR                    PIC X(4).
           02 FECHA-GRAB-PPR              PIC 9(8).
           02 FILLER                      PIC X(20).
