      *=================================================================
      * FD-NOLIQ.CBL - LIQUIDACION DE NOMINA (SC-ARCHLNO): UN REGISTRO
      *                POR PERIODO (AAAAMM) Y EMPLEADO CON LOS
      *                DEVENGADOS, LAS DEDUCCIONES, EL NETO, LOS
      *                APORTES PATRONALES Y LAS PROVISIONES DEL MES.
      *                LA TABLA DE EXTRAS VA EN EL ORDEN ED EN RN DD
      *                DN RD (HORAS Y VALOR). ESTADO "L" LIQUIDADA,
      *                "C" CONTABILIZADA (YA NO SE RELIQUIDA).
      *                NRO-NE-LNO: CONSECUTIVO DEL DOCUMENTO SOPORTE
      *                DE NOMINA ELECTRONICA (PREFIJO "N" EN
      *                SC-ARCHFEL).
      *=================================================================
       FD  ARCHIVO-LIQ-NOMINA
           LABEL RECORD STANDARD.
       01  REG-LIQ-NOMINA.
           02 LLAVE-LNO.
              03 PERIODO-LNO              PIC 9(6).
              03 COD-EMP-LNO              PIC 9(11).
           02 ESTADO-LNO                  PIC X.
              88 LNO-LIQUIDADA            VALUE "L".
              88 LNO-CONTABILIZADA        VALUE "C".
           02 CCOSTO-LNO                  PIC X(4).
           02 SALARIO-LNO                 PIC 9(9)V99.
           02 DIAS-TRAB-LNO               PIC 99.
           02 DIAS-INCAP-LNO              PIC 99.
           02 DIAS-LICEN-LNO              PIC 99.
           02 DIAS-VACAC-LNO              PIC 99.
           02 SUELDO-LNO                  PIC 9(11)V99.
           02 AUX-TRANSP-LNO              PIC 9(11)V99.
           02 VACAC-LNO                   PIC 9(11)V99.
           02 INCAP-LNO                   PIC 9(11)V99.
           02 BONIF-LNO                   PIC 9(11)V99.
           02 TABLA-EXTRAS-LNO.
              03 DET-EXTRAS-LNO OCCURS 6.
                 04 HORAS-EXT-LNO         PIC 9(5)V99.
                 04 VALOR-EXT-LNO         PIC 9(11)V99.
           02 EXTRAS-LNO                  PIC 9(11)V99.
           02 DEVENGADO-LNO               PIC 9(11)V99.
           02 IBC-LNO                     PIC 9(11)V99.
           02 SALUD-EMP-LNO               PIC 9(11)V99.
           02 PENSION-EMP-LNO             PIC 9(11)V99.
           02 FSP-LNO                     PIC 9(11)V99.
           02 OTRAS-DED-LNO               PIC 9(11)V99.
           02 DEDUCIDO-LNO                PIC 9(11)V99.
           02 NETO-LNO                    PIC S9(11)V99.
           02 SALUD-PAT-LNO               PIC 9(11)V99.
           02 PENSION-PAT-LNO             PIC 9(11)V99.
           02 ARL-LNO                     PIC 9(11)V99.
           02 CCF-LNO                     PIC 9(11)V99.
           02 ICBF-LNO                    PIC 9(11)V99.
           02 SENA-LNO                    PIC 9(11)V99.
           02 PRIMA-LNO                   PIC 9(11)V99.
           02 CESANT-LNO                  PIC 9(11)V99.
           02 INTCES-LNO                  PIC 9(11)V99.
           02 PROV-VACAC-LNO              PIC 9(11)V99.
           02 LOTE-LNO                    PIC XX.
           02 NRO-COMP-LNO                PIC 9(6).
           02 NRO-NE-LNO                  PIC 9(6).
           02 OPER-LNO                    PIC X(4).
           02 FECHA-GRAB-LNO              PIC 9(8).
           02 FILLER                      PIC X(30).
