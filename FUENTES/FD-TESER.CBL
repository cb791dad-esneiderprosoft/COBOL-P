      *=================================================================
      * FD-TESER.CBL - SERIES DE TERAPIA ORDENADAS POR PACIENTE
      *                (SC-ARCHTSE, EN CONTROL DE LA EMPRESA): CUPS,
      *                NUMERO DE SESIONES, FRECUENCIA SEMANAL Y
      *                OBJETIVO, CON LA AUTORIZACION DE LA EPS
      *                (SC-ARCHAUT) QUE LA RESPALDA. CADA SESION
      *                ATENDIDA (SC-ARCHTSS) SUMA EN SESIONES-REAL-TSE.
      *                TIPO: F FISICA  L LENGUAJE  O OCUPACIONAL
      *                ESTADO: A ACTIVA  E EGRESADA
      *                MOTIVO DE EGRESO: C CUMPLIO OBJETIVOS,
      *                T TERMINO SESIONES, A ABANDONO, R REMITIDO.
      *                LA ESCALA FUNCIONAL (BARTHEL, FIM, DANIELS...)
      *                SE CALIFICA AL INICIO Y AL EGRESO.
      *=================================================================
       FD  ARCHIVO-SERIE-TER
           LABEL RECORD STANDARD.
       01  REG-SERIE-TER.
           02 LLAVE-TSE.
              03 COD-PACI-TSE             PIC 9(11).
              03 NRO-SERIE-TSE            PIC 9(3).
           02 LLAVE-EST-TSE.
              03 ESTADO-TSE               PIC X.
                 88 TSE-ACTIVA            VALUE "A".
                 88 TSE-EGRESADA          VALUE "E".
              03 TIPO-TSE                 PIC X.
                 88 TSE-FISICA            VALUE "F".
                 88 TSE-LENGUAJE          VALUE "L".
                 88 TSE-OCUPACIONAL       VALUE "O".
                 88 TIPO-TSE-VALIDO       VALUE "F" "L" "O".
           02 FECHA-ORDEN-TSE             PIC 9(8).
           02 MEDICO-TSE                  PIC X(10).
           02 TERAPEUTA-TSE               PIC X(10).
           02 CUPS-TSE                    PIC X(8).
           02 CONTRATO-TSE                PIC XX.
           02 NRO-AUT-TSE                 PIC X(15).
           02 SESIONES-ORD-TSE            PIC 9(3).
           02 FRECUENCIA-TSE              PIC 9.
           02 SESIONES-REAL-TSE           PIC 9(3).
           02 FECHA-ULT-SES-TSE           PIC 9(8).
           02 OBJETIVO-TSE                PIC X(200).
           02 ESCALA-TSE                  PIC X(10).
           02 PUNTAJE-INI-TSE             PIC 9(3).
           02 PUNTAJE-FIN-TSE             PIC 9(3).
           02 FECHA-EGRESO-TSE            PIC 9(8).
           02 MOTIVO-EGRESO-TSE           PIC X.
              88 MOTIVO-EGRESO-VALIDO     VALUE "C" "T" "A" "R".
           02 CONCEPTO-EGRESO-TSE         PIC X(200).
           02 OPER-TSE                    PIC X(4).
           02 FECHA-MOD-TSE               PIC 9(8).
           02 FILLER                      PIC X(20).
