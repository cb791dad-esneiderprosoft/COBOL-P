      *=================================================================
      * FD-EXOCU.CBL - EXAMENES OCUPACIONALES POR TRABAJADOR
      *                (SC-ARCHEXO, EN CONTROL DE LA EMPRESA). AL
      *                ABRIR EL EXAMEN SE COPIAN LAS PRUEBAS DEL
      *                PERFIL DE LA EMPRESA (SC-ARCHPOC) Y CADA AREA
      *                LAS VA MARCANDO REALIZADAS; CON TODAS HECHAS EL
      *                MEDICO DA EL CONCEPTO DE APTITUD:
      *                  A APTO   R APTO CON RESTRICCIONES   N NO APTO
      *                LOS RESULTADOS Y LOS DIAGNOSTICOS SON RESERVA
      *                DE LA HISTORIA CLINICA: NO SALEN EN EL
      *                CERTIFICADO NI EN LA CUENTA DE LA EMPRESA.
      *                PERIODO-COBRO-EXO ES EL MES (AAAAMM) EN QUE SE
      *                COBRO A LA EMPRESA.
      *=================================================================
       FD  ARCHIVO-EXAMEN-OCUP
           LABEL RECORD STANDARD.
       01  REG-EXAMEN-OCUP.
           02 LLAVE-EXO.
              03 NRO-EXO                  PIC 9(8).
           02 COD-PACI-EXO                PIC 9(11).
           02 LLAVE-EMP-EXO.
              03 NIT-EXO                  PIC 9(11).
              03 FECHA-EXO                PIC 9(8).
           02 ESTADO-EXO                  PIC X.
              88 EXO-ABIERTO              VALUE "A".
              88 EXO-CONCEPTUADO          VALUE "C".
              88 EXO-ANULADO              VALUE "X".
           02 TIPO-EXO                    PIC X.
              88 EXO-INGRESO              VALUE "I".
              88 EXO-PERIODICO            VALUE "P".
              88 EXO-RETIRO               VALUE "R".
           02 OCUP-EXO                    PIC X(4).
           02 CARGO-EXO                   PIC X(40).
           02 CONTRATO-EXO                PIC XX.
           02 TABLA-PRUEBAS-EXO.
              03 PRUEBA-EXO OCCURS 10.
                 04 AREA-PRU-EXO          PIC X.
                 04 CUPS-PRU-EXO          PIC X(8).
                 04 VALOR-PRU-EXO         PIC 9(10)V99.
                 04 ESTADO-PRU-EXO        PIC X.
                    88 PRUEBA-PENDIENTE   VALUE "P".
                    88 PRUEBA-REALIZADA   VALUE "R".
                 04 FECHA-PRU-EXO         PIC 9(8).
                 04 PROF-PRU-EXO          PIC X(10).
                 04 RESULT-PRU-EXO        PIC X(60).
           02 CONCEPTO-EXO                PIC X.
              88 EXO-APTO                 VALUE "A".
              88 EXO-APTO-RESTRIC         VALUE "R".
              88 EXO-NO-APTO              VALUE "N".
           02 RESTRIC-EXO                 PIC X(200).
           02 TABLA-DX-EXO.
              03 DX-EXO                   PIC X(4) OCCURS 4.
           02 MEDICO-EXO                  PIC X(10).
           02 FECHA-CONC-EXO              PIC 9(8).
           02 PERIODO-COBRO-EXO           PIC 9(6).
           02 OPER-EXO                    PIC X(4).
           02 FILLER                      PIC X(20).
