      *=================================================================
      * FD-ORDRX.CBL - ORDENES DE IMAGENES DIAGNOSTICAS (SC-ARCHORX,
      *                EN CONTROL DE LA EMPRESA): LA ORDEN NACE EN LA
      *                CONSULTA CON EL CUPS, LA PRIORIDAD Y LA
      *                INDICACION CLINICA, Y PASA POR LA LISTA DE
      *                TRABAJO DE SU MODALIDAD (SER948):
      *                ORDENADA -> AGENDADA -> REALIZADA -> LEIDA ->
      *                ENTREGADA. LA LECTURA LA CIERRA RX-421W-02 AL
      *                GRABAR EL RESULTADO. CADA ESTADO GUARDA SU
      *                FECHA, HORA Y OPERADOR EN EVENTO-ORX:
      *                  1 ORDENADA   2 AGENDADA   3 REALIZADA
      *                  4 LEIDA      5 ENTREGADA  6 ANULADA
      *                LLAVE-FACT-ORX ES LA LLAVE DEL RESULTADO EN
      *                SC-RESRX (LLAVE-RX) CUANDO YA SE CONOCE.
      *=================================================================
       FD  ARCHIVO-ORDEN-RX
           LABEL RECORD STANDARD.
       01  REG-ORDEN-RX.
           02 LLAVE-ORX.
              03 NRO-ORX                  PIC 9(8).
           02 COD-PACI-ORX                PIC 9(11).
           02 LISTA-ORX.
              03 MODAL-ORX                PIC XX.
              03 ESTADO-ORX               PIC X.
                 88 ORX-ORDENADA          VALUE "O".
                 88 ORX-AGENDADA          VALUE "A".
                 88 ORX-REALIZADA         VALUE "R".
                 88 ORX-LEIDA             VALUE "L".
                 88 ORX-ENTREGADA         VALUE "E".
                 88 ORX-ANULADA           VALUE "X".
                 88 ORX-ABIERTA           VALUE "O" "A" "R".
           02 CUPS-ORX                    PIC X(8).
           02 PRIORIDAD-ORX               PIC X.
              88 ORX-URGENTE              VALUE "U".
              88 ORX-PRIORITARIA          VALUE "P".
              88 ORX-RUTINARIA            VALUE "R".
           02 INDICACION-ORX              PIC X(200).
           02 MEDICO-ORX                  PIC X(10).
           02 FECHA-CITA-ORX              PIC 9(8).
           02 HORA-CITA-ORX               PIC 9(4).
           02 TABLA-EVENTOS-ORX.
              03 EVENTO-ORX OCCURS 6.
                 04 FECHA-EV-ORX          PIC 9(8).
                 04 HORA-EV-ORX.
                    05 HR-EV-ORX          PIC 99.
                    05 MIN-EV-ORX         PIC 99.
                    05 SG-EV-ORX          PIC 99.
                 04 OPER-EV-ORX           PIC X(4).
           02 LLAVE-FACT-ORX              PIC X(38).
           02 RADIOLOGO-ORX               PIC X(10).
           02 FILLER                      PIC X(20).
