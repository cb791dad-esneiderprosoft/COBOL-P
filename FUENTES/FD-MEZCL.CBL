      *=================================================================
      * FD-MEZCL.CBL - ORDENES DE PRODUCCION DE MEZCLAS DE LA CENTRAL
      *                DE MEZCLAS (SC-ARCHMEZ, SER961): MEZCLAS
      *                ONCOLOGICAS DE LOS CICLOS DE QUIMIOTERAPIA Y
      *                BOLSAS DE NUTRICION PARENTERAL, UNA ORDEN POR
      *                FORMULA DEL PACIENTE.
      *                ITEM 000 ES LA ORDEN: PRODUCTO (ARTICULO DE LA
      *                MEZCLA), VOLUMEN, ESTABILIDAD EN HORAS, QUIEN
      *                PREPARA Y EL QUIMICO QUE VERIFICA, Y AL
      *                TERMINAR LA FECHA LIMITE DE USO Y EL LOTE DE LA
      *                MEZCLA EN SC-LOTEF.
      *                ESTADO: O ABIERTA, L TERMINADA Y DISPENSADA,
      *                A ANULADA.
      *                ITEMS 001 EN ADELANTE SON LOS COMPONENTES:
      *                ARTICULO Y LOTE, VIALES ABIERTOS Y FRACCION
      *                USADA (EN UNIDADES DEL ARTICULO; CERO VIALES ES
      *                SOBRANTE GUARDADO DE OTRA ORDEN, LA DE
      *                NRO-ORIG-SOB-MEZ E ITEM-ORIG-SOB-MEZ), EL
      *                SOBRANTE CON SU ESTABILIDAD Y DESTINO: G
      *                GUARDADO HASTA LA FECHA LIMITE, D DESECHADO
      *                (MERMA). SOB-USADO-MEZ ES LO QUE YA TOMARON DEL
      *                SOBRANTE GUARDADO LAS ORDENES TERMINADAS.
      *                LA ORDEN 000000 ES EL REGISTRO DE CONTROL CON
      *                LA ULTIMA ORDEN ABIERTA.
      *=================================================================
       FD  ARCHIVO-MEZCLAS
           LABEL RECORD STANDARD.
       01  REG-MEZCLA.
           02 LLAVE-MEZ.
              03 NRO-MEZ                  PIC 9(6).
              03 ITEM-MEZ                 PIC 9(3).
           02 DATOS-ORDEN-MEZ.
              03 COD-PACI-MEZ             PIC 9(11).
              03 FORMULA-MEZ              PIC X(10).
              03 TIPO-MEZ                 PIC X.
                 88 MEZ-ONCOLOGICA        VALUE "Q".
                 88 MEZ-NUTRICION         VALUE "N".
              03 CICLO-MEZ                PIC 99.
              03 PRODUCTO-MEZ             PIC X(16).
              03 DESCRIP-MEZ              PIC X(40).
              03 VOLUMEN-MEZ              PIC 9(5)V99.
              03 ESTAB-HORAS-MEZ          PIC 9(3).
              03 ALMACEN-MEZ              PIC X(5).
              03 ESTADO-MEZ               PIC X.
                 88 MEZ-ABIERTA           VALUE "O".
                 88 MEZ-TERMINADA         VALUE "L".
                 88 MEZ-ANULADA           VALUE "A".
              03 FECHA-MEZ                PIC 9(8).
              03 OPER-MEZ                 PIC X(4).
              03 PREPARA-MEZ              PIC X(4).
              03 VERIFICA-MEZ             PIC X(4).
              03 FECHA-TERM-MEZ           PIC 9(8).
              03 HORA-TERM-MEZ            PIC 9(4).
              03 FECHA-LIMITE-MEZ         PIC 9(8).
              03 HORA-LIMITE-MEZ          PIC 9(4).
              03 LOTE-PROD-MEZ            PIC X(4).
              03 NRO-LOTE-PROD-MEZ        PIC X(10).
              03 COSTO-MEZ                PIC 9(11)V99.
              03 ULT-ITEM-MEZ             PIC 9(3).
              03 ULT-NRO-MEZ              PIC 9(6).
           02 DATOS-COMP-MEZ REDEFINES DATOS-ORDEN-MEZ.
              03 COD-ART-COMP-MEZ         PIC X(16).
              03 LOTE-COMP-MEZ            PIC X(4).
              03 VIALES-COMP-MEZ          PIC 9(3).
              03 CANT-USADA-MEZ           PIC 9(3)V999.
              03 SOBRANTE-MEZ             PIC 9(3)V999.
              03 DESTINO-SOB-MEZ          PIC X.
                 88 SOB-GUARDADO          VALUE "G".
                 88 SOB-DESECHADO         VALUE "D".
              03 ESTAB-SOB-MEZ            PIC 9(3).
              03 FECHA-LIM-SOB-MEZ        PIC 9(8).
              03 HORA-LIM-SOB-MEZ         PIC 9(4).
              03 VLR-UNIT-COMP-MEZ        PIC 9(11)V99.
              03 NRO-CARGO-COMP-MEZ       PIC 9(8).
              03 MOTIVO-LOTE-MEZ          PIC X(30).
              03 NRO-ORIG-SOB-MEZ         PIC 9(6).
              03 ITEM-ORIG-SOB-MEZ        PIC 9(3).
              03 SOB-USADO-MEZ            PIC 9(3)V999.
              03 FILLER                   PIC X(59).
           02 FILLER                      PIC X(20).
