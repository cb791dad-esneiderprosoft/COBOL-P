      *=================================================================
      * FD-NOPAR.CBL - PARAMETROS DE NOMINA POR ANO (SC-ARCHPNO):
      *                SALARIO MINIMO, AUXILIO DE TRANSPORTE, HORAS
      *                DE LA JORNADA MENSUAL, PORCENTAJES DE RECARGO
      *                (EN EL ORDEN DE LA TABLA DE EXTRAS DE
      *                SC-ARCHLNO: ED EN RN DD DN RD), SEGURIDAD
      *                SOCIAL, PARAFISCALES, TARIFAS ARL POR CLASE DE
      *                RIESGO, PROVISIONES DE PRESTACIONES Y LAS
      *                CUENTAS DEL COMPROBANTE DE NOMINA.
      *                EXONERADO-PNO "S": EMPRESA EXONERADA DE SALUD
      *                PATRONAL, ICBF Y SENA (ART. 114-1 E.T.) PARA
      *                LOS QUE DEVENGAN MENOS DE 10 SALARIOS MINIMOS.
      *                LAS 20 CUENTAS SE MANTIENEN POR NUMERO (1 A 20,
      *                EN EL ORDEN DEL REGISTRO) SOBRE TABLA-CUENTAS.
      *=================================================================
       FD  ARCHIVO-PARAM-NOMINA
           LABEL RECORD STANDARD.
       01  REG-PARAM-NOMINA.
           02 ANO-PNO                     PIC 9(4).
           02 SMMLV-PNO                   PIC 9(9)V99.
           02 AUX-TRANSP-PNO              PIC 9(9)V99.
           02 HORAS-MES-PNO               PIC 9(3).
           02 TABLA-RECARGO-PNO.
              03 PORC-RECARGO-PNO         PIC 9(3)V99 OCCURS 6.
           02 PORC-SALUD-EMP-PNO          PIC 99V99.
           02 PORC-PENSION-EMP-PNO        PIC 99V99.
           02 PORC-FSP-PNO                PIC 99V99.
           02 PORC-SALUD-PAT-PNO          PIC 99V99.
           02 PORC-PENSION-PAT-PNO        PIC 99V99.
           02 TABLA-ARL-PNO.
              03 PORC-ARL-PNO             PIC 99V999 OCCURS 5.
           02 PORC-CCF-PNO                PIC 99V99.
           02 PORC-ICBF-PNO               PIC 99V99.
           02 PORC-SENA-PNO               PIC 99V99.
           02 EXONERADO-PNO               PIC X.
           02 PORC-PRIMA-PNO              PIC 99V99.
           02 PORC-CESANT-PNO             PIC 99V99.
           02 PORC-INTCES-PNO             PIC 99V99.
           02 PORC-VACAC-PNO              PIC 99V99.
           02 CUENTAS-PNO.
              03 CTA-SUELDOS-PNO          PIC X(11).
              03 CTA-EXTRAS-PNO           PIC X(11).
              03 CTA-AUXTR-PNO            PIC X(11).
              03 CTA-BONIF-PNO            PIC X(11).
              03 CTA-GTO-SEGSOC-PNO       PIC X(11).
              03 CTA-GTO-PARAF-PNO        PIC X(11).
              03 CTA-GTO-PRIMA-PNO        PIC X(11).
              03 CTA-GTO-CESANT-PNO       PIC X(11).
              03 CTA-GTO-INTCES-PNO       PIC X(11).
              03 CTA-GTO-VACAC-PNO        PIC X(11).
              03 CTA-PAS-NOMINA-PNO       PIC X(11).
              03 CTA-PAS-SALUD-PNO        PIC X(11).
              03 CTA-PAS-PENSION-PNO      PIC X(11).
              03 CTA-PAS-ARL-PNO          PIC X(11).
              03 CTA-PAS-PARAF-PNO        PIC X(11).
              03 CTA-PAS-DEDUC-PNO        PIC X(11).
              03 CTA-PROV-PRIMA-PNO       PIC X(11).
              03 CTA-PROV-CESANT-PNO      PIC X(11).
              03 CTA-PROV-INTCES-PNO      PIC X(11).
              03 CTA-PROV-VACAC-PNO       PIC X(11).
           02 TABLA-CUENTAS-PNO REDEFINES CUENTAS-PNO.
              03 CTA-PNO                  PIC X(11) OCCURS 20.
           02 OPER-PNO                    PIC X(4).
           02 FECHA-GRAB-PNO              PIC 9(8).
           02 FILLER                      PIC X(30).
