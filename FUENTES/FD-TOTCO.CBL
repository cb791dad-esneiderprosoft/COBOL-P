      *=================================================================
      * FD-TOTCO.CBL - CONTINUIDAD DE TOTALIZADORES POR SURTIDOR
      *                (SC-ARCHTOT), DOS CLASES DE REGISTRO:
      *                - TIPO "E": EVENTO LEGITIMO DEL MEDIDOR
      *                  (REPARACION, CAMBIO DE TOTALIZADOR O VUELTA
      *                  DEL CONTADOR EN 9999999999) CON LA LECTURA
      *                  CON QUE CERRO Y LA LECTURA CON QUE ARRANCA.
      *                  EXPLICA EL QUIEBRE Y EVITA QUE SE MARQUE.
      *                - TIPO "Q": QUIEBRE DETECTADO AL GRABAR UNA
      *                  PLANILLA: EL NUM-ANT-COMB PROPUESTO CONTRA EL
      *                  NUM-ACT-COMB CON QUE EL SURTIDOR CERRO EN LA
      *                  PLANILLA ANTERIOR. DIFERENCIA POSITIVA =
      *                  HUECO (GALONES FUERA DE LIBROS), NEGATIVA =
      *                  TRASLAPO (VENTA CONTADA DOS VECES). ESTADO
      *                  "B" BLOQUEADO (NO SE GRABO) O "F" GRABADO CON
      *                  AUTORIZACION Y MARCADO.
      *                CONSEC 000 EN LOS "Q" (UNO POR SURTIDOR, FECHA
      *                Y TURNO; REVALIDAR REESCRIBE).
      *=================================================================
       FD  ARCHIVO-TOTALIZADORES
           LABEL RECORD STANDARD.
       01  REG-TOTALIZADOR.
           02 LLAVE-TOT.
              03 TIPO-TOT                 PIC X.
                 88 TOT-EVENTO            VALUE "E".
                 88 TOT-QUIEBRE           VALUE "Q".
              03 SURTI-TOT                PIC XX.
              03 FECHA-TOT                PIC 9(8).
              03 TURNO-TOT                PIC X.
              03 CONSEC-TOT               PIC 9(3).
           02 CLASE-EVT-TOT               PIC X.
              88 EVT-REPARACION           VALUE "R".
              88 EVT-CAMBIO               VALUE "C".
              88 EVT-VUELTA               VALUE "V".
           02 LECT-CIERRE-TOT             PIC 9(10)V999.
           02 LECT-ARRANQUE-TOT           PIC 9(10)V999.
           02 DIFERENCIA-TOT              PIC S9(10)V999.
           02 NRO-COMB-TOT                PIC X(6).
           02 NRO-ANT-TOT                 PIC X(6).
           02 FECHA-ANT-TOT               PIC 9(8).
           02 TURNO-ANT-TOT               PIC X.
           02 ESTADO-TOT                  PIC X.
              88 QUIEBRE-BLOQUEADO        VALUE "B".
              88 QUIEBRE-MARCADO          VALUE "F".
           02 OBSERV-TOT                  PIC X(60).
           02 OPER-TOT                    PIC X(4).
           02 FECHA-GRAB-TOT              PIC 9(8).
           02 HORA-GRAB-TOT               PIC 9(6).
           02 FILLER                      PIC X(20).
