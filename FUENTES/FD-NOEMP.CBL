      *=================================================================
      * FD-NOEMP.CBL - MAESTRO DE EMPLEADOS DE NOMINA (SC-ARCHNEM):
      *                EL EMPLEADO ES EL TERCERO DE SC-ARCHTER (MISMA
      *                CEDULA), CON SU CONTRATO, SALARIO, CENTRO DE
      *                COSTO (CON801), CLASE DE RIESGO ARL, ENTIDADES
      *                DE SEGURIDAD SOCIAL, CUENTA BANCARIA DE PAGO Y
      *                EL TIPO DE TRABAJADOR DE LA NOMINA ELECTRONICA.
      *=================================================================
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD STANDARD.
       01  REG-EMPLEADO.
           02 LLAVE-EMP.
              03 COD-EMP                  PIC 9(11).
           02 ESTADO-EMP                  PIC X.
              88 EMP-ACTIVO               VALUE "A".
              88 EMP-RETIRADO             VALUE "R".
           02 TIPO-CONTRATO-EMP           PIC X.
              88 EMP-INDEFINIDO           VALUE "I".
              88 EMP-FIJO                 VALUE "F".
              88 EMP-OBRA                 VALUE "O".
              88 EMP-APRENDIZ             VALUE "A".
           02 FECHA-INGRESO-EMP           PIC 9(8).
           02 FECHA-FIN-CONT-EMP          PIC 9(8).
           02 FECHA-RETIRO-EMP            PIC 9(8).
           02 SALARIO-EMP                 PIC 9(9)V99.
           02 INTEGRAL-EMP                PIC X.
              88 EMP-INTEGRAL             VALUE "S".
           02 CCOSTO-EMP                  PIC X(4).
           02 CARGO-EMP                   PIC X(30).
           02 RIESGO-ARL-EMP              PIC 9.
           02 EPS-EMP                     PIC X(6).
           02 AFP-EMP                     PIC X(6).
           02 CCF-EMP                     PIC X(6).
           02 BANCO-EMP                   PIC X(4).
           02 TIPO-CTA-EMP                PIC X.
              88 EMP-CTA-AHORROS          VALUE "A".
              88 EMP-CTA-CORRIENTE        VALUE "C".
           02 CUENTA-EMP                  PIC X(20).
           02 TIPO-TRAB-EMP               PIC XX.
           02 SUBTIPO-TRAB-EMP            PIC XX.
           02 OPER-EMP                    PIC X(4).
           02 FECHA-GRAB-EMP              PIC 9(8).
           02 FILLER                      PIC X(30).
