      *=================================================================
      * FD-NONOV.CBL - NOVEDADES DE NOMINA (SC-ARCHNOV): UNA POR
      *                EMPLEADO, PERIODO (AAAAMM) Y TIPO. LAS HORAS
      *                EXTRA Y RECARGOS VAN EN HORAS, LAS AUSENCIAS
      *                EN DIAS Y LA BONIFICACION Y LAS DEMAS
      *                DEDUCCIONES (LIBRANZAS, PRESTAMOS) EN VALOR.
      *=================================================================
       FD  ARCHIVO-NOVEDADES
           LABEL RECORD STANDARD.
       01  REG-NOVEDAD.
           02 LLAVE-NOV.
              03 COD-EMP-NOV              PIC 9(11).
              03 PERIODO-NOV              PIC 9(6).
              03 TIPO-NOV                 PIC XX.
                 88 NOV-EXTRA-DIURNA      VALUE "ED".
                 88 NOV-EXTRA-NOCTURNA    VALUE "EN".
                 88 NOV-RECARGO-NOCT      VALUE "RN".
                 88 NOV-EXTRA-DOM-DIURNA  VALUE "DD".
                 88 NOV-EXTRA-DOM-NOCT    VALUE "DN".
                 88 NOV-RECARGO-DOMINICAL VALUE "RD".
                 88 NOV-INCAPACIDAD       VALUE "IN".
                 88 NOV-LICENCIA-NR       VALUE "LN".
                 88 NOV-VACACIONES        VALUE "VD".
                 88 NOV-BONIFICACION      VALUE "BO".
                 88 NOV-DEDUCCION         VALUE "DE".
                 88 NOV-TIPO-VALIDO       VALUE "ED" "EN" "RN" "DD"
                                                "DN" "RD" "IN" "LN"
                                                "VD" "BO" "DE".
           02 CANTIDAD-NOV                PIC 9(5)V99.
           02 VALOR-NOV                   PIC 9(11)V99.
           02 DETALLE-NOV                 PIC X(30).
           02 OPER-NOV                    PIC X(4).
           02 FECHA-GRAB-NOV              PIC 9(8).
           02 FILLER                      PIC X(20).
