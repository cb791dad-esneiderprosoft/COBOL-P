      *=================================================================
      * FD-DOMIC.CBL - PACIENTES INSCRITOS EN ATENCION DOMICILIARIA
      *                (SC-ARCHDOM, EN CONTROL DE LA EMPRESA): LA
      *                DIRECCION DE LA ATENCION CON SU ZONA Y BARRIO
      *                (LA HOJA DE RUTA SALE EN ESE ORDEN), EL EQUIPO
      *                TRATANTE, EL CONTRATO QUE PAGA Y EL PLAN DE
      *                VISITAS POR DISCIPLINA:
      *                  1 MEDICINA   2 ENFERMERIA   3 FISIOTERAPIA
      *                CON EL PROFESIONAL, EL CUPS QUE SE FACTURA POR
      *                VISITA Y LA FRECUENCIA (CADA N DIAS; CERO ES
      *                SIN PLAN EN ESA DISCIPLINA).
      *=================================================================
       FD  ARCHIVO-DOMICILIO
           LABEL RECORD STANDARD.
       01  REG-DOMICILIO.
           02 LLAVE-DOM.
              03 COD-PACI-DOM             PIC 9(11).
           02 RUTA-DOM.
              03 ZONA-DOM                 PIC X(4).
              03 BARRIO-DOM               PIC X(30).
           02 DIRECCION-DOM               PIC X(60).
           02 TELEFONO-DOM                PIC X(15).
           02 CUIDADOR-DOM                PIC X(40).
           02 EQUIPO-DOM                  PIC X(4).
           02 CONTRATO-DOM                PIC XX.
           02 MODALIDAD-DOM               PIC X.
              88 DOM-HOSPITALARIO         VALUE "H".
              88 DOM-CRONICO              VALUE "C".
              88 DOM-PALIATIVO            VALUE "P".
           02 ESTADO-DOM                  PIC X.
              88 DOM-ACTIVO               VALUE "A".
              88 DOM-EGRESADO             VALUE "E".
           02 FECHA-INGRESO-DOM           PIC 9(8).
           02 FECHA-EGRESO-DOM            PIC 9(8).
           02 TABLA-PLAN-DOM.
              03 PLAN-DOM OCCURS 3.
                 04 PROF-PLAN-DOM         PIC X(10).
                 04 CUPS-PLAN-DOM         PIC X(8).
                 04 FREC-PLAN-DOM         PIC 9(3).
                 04 FECHA-INI-PLAN-DOM    PIC 9(8).
                 04 FECHA-FIN-PLAN-DOM    PIC 9(8).
           02 OPER-DOM                    PIC X(4).
           02 FECHA-MOD-DOM               PIC 9(8).
           02 FILLER                      PIC X(20).
