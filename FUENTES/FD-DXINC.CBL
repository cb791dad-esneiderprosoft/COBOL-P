      *=================================================================
      * FD-DXINC.CBL - DIAGNOSTICOS YA REGISTRADOS QUE NO CUMPLEN LOS
      *                ATRIBUTOS CIE-10 (SC-ARCHDXI, EN CONTROL DE LA
      *                EMPRESA), RECONSTRUIDO CADA NOCHE POR SER947R:
      *                - TIPO "I": UN REGISTRO POR DIAGNOSTICO CON
      *                  FALLA; EL ORIGEN ES "R" REMISION, "E"
      *                  EPICRISIS O "X" LECTURA DE RX, CON SU LLAVE.
      *                  LA REGLA ES "SX" SEXO, "ED" EDAD O "PP" NO
      *                  VALIDO COMO PRINCIPAL.
      *                - TIPO "C": CONTROL DE LA ULTIMA CORRIDA.
      *=================================================================
       FD  ARCHIVO-DX-INCONS
           LABEL RECORD STANDARD.
       01  REG-DX-INCONS.
           02 LLAVE-DXI.
              03 TIPO-DXI                 PIC X.
                 88 DXI-INCONSISTENCIA    VALUE "I".
                 88 DXI-CONTROL           VALUE "C".
              03 ORIGEN-DXI               PIC X.
                 88 DXI-REMISION          VALUE "R".
                 88 DXI-EPICRISIS         VALUE "E".
                 88 DXI-RX                VALUE "X".
              03 ID-DXI                   PIC X(40).
              03 DX-DXI                   PIC X(4).
           02 DATOS-INC-DXI.
              03 PACI-DXI                 PIC 9(11).
              03 FECHA-REG-DXI            PIC 9(8).
              03 REGLA-DXI                PIC XX.
              03 MENSAJE-DXI              PIC X(70).
              03 FILLER                   PIC X(20).
           02 DATOS-CTL-DXI REDEFINES DATOS-INC-DXI.
              03 HORA-CORRIDA-DXI         PIC 9(6).
              03 TOTAL-REVISADOS-DXI      PIC 9(7).
              03 TOTAL-INCONS-DXI         PIC 9(7).
              03 FILLER                   PIC X(91).
           02 FECHA-CORRIDA-DXI           PIC 9(8).
           02 FILLER                      PIC X(10).
