      *=================================================================
      * FD-ODONT.CBL - ODONTOGRAMAS DEL PACIENTE (SC-ARCHODO, EN
      *                CONTROL DE LA EMPRESA): UNO EN LA VALORACION
      *                INICIAL Y UNO EN CADA EVOLUCION, CON EL ESTADO
      *                DE LAS 52 PIEZAS (32 PERMANENTES Y 20
      *                TEMPORALES, NOMENCLATURA FDI) Y DE SUS CINCO
      *                CARAS. LO GRABA HC848.
      *                ESTADO DE LA PIEZA:
      *                  S SANA          P PERDIDA       X EXTRACCION
      *                  C CORONA        E ENDODONCIA      INDICADA
      *                  N NO ERUPCIONADA O AUSENTE SIN CARIES
      *                  ESPACIO SIN REVISAR
      *                CARAS (V VESTIBULAR, L LINGUAL/PALATINA,
      *                M MESIAL, D DISTAL, O OCLUSAL/INCISAL):
      *                  S SANA   C CARIES   O OBTURADA
      *                LOS INDICES COP-D (PERMANENTES) Y CEO-D
      *                (TEMPORALES) SE CALCULAN AL GRABAR.
      *=================================================================
       FD  ARCHIVO-ODONTOGRAMA
           LABEL RECORD STANDARD.
       01  REG-ODONTOGRAMA.
           02 LLAVE-ODO.
              03 COD-PACI-ODO             PIC 9(11).
              03 FECHA-ODO                PIC 9(8).
              03 HORA-ODO                 PIC 9(4).
           02 TIPO-ODO                    PIC X.
              88 ODO-INICIAL              VALUE "I".
              88 ODO-EVOLUCION            VALUE "E".
           02 PROFESIONAL-ODO             PIC X(10).
           02 DIENTES-ODO.
              03 DIENTE-ODO               OCCURS 52.
                 04 COD-DIENTE-ODO        PIC 99.
                 04 ESTADO-DIENTE-ODO     PIC X.
                 04 CARAS-ODO.
                    05 CARA-ODO           PIC X     OCCURS 5.
           02 INDICES-ODO.
              03 CARIADOS-ODO             PIC 99.
              03 OBTURADOS-ODO            PIC 99.
              03 PERDIDOS-ODO             PIC 99.
              03 COP-ODO                  PIC 99.
              03 CARIADOS-TEMP-ODO        PIC 99.
              03 EXTRAC-TEMP-ODO          PIC 99.
              03 OBTURADOS-TEMP-ODO       PIC 99.
              03 CEO-ODO                  PIC 99.
           02 OBSERV-ODO                  PIC X(80).
           02 OPER-ODO                    PIC X(4).
           02 FILLER                      PIC X(20).
