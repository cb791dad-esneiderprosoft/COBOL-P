      *=================================================================
      * FD-OBLIG.CBL - OBLIGACIONES FINANCIERAS (SC-ARCHOBL): CREDITOS
      *                BANCARIOS ("C") Y LEASING ("L") CON EL TERCERO
      *                ACREEDOR, DESEMBOLSO, TASA ("F" FIJA E.A., "D"
      *                DTF O "I" IBR MAS LOS PUNTOS DEL SPREAD, CON LA
      *                ULTIMA TASA DE REFERENCIA USADA), PLAZO Y
      *                GRACIA A CAPITAL EN MESES, PERIODICIDAD DE LA
      *                CUOTA EN MESES, VALOR RESIDUAL (OPCION DE
      *                COMPRA DEL LEASING), CUENTAS DE CAPITAL,
      *                GASTO Y CAUSACION DE INTERESES, EL SALDO DE
      *                CAPITAL, EL INTERES CAUSADO SIN PAGAR Y EL
      *                ULTIMO PERIODO CAUSADO. LA TABLA DE
      *                AMORTIZACION VA EN SC-ARCHOBC (FD-OBCUO).
      *=================================================================
       FD  ARCHIVO-OBLIGACIONES
           LABEL RECORD STANDARD.
       01  REG-OBLIGACION.
           02 LLAVE-OBL.
              03 COD-OBL                  PIC X(8).
           02 DESCRIP-OBL                 PIC X(40).
           02 TIPO-OBL                    PIC X.
              88 OBL-CREDITO              VALUE "C".
              88 OBL-LEASING              VALUE "L".
           02 NIT-ACREEDOR-OBL            PIC 9(11).
           02 FECHA-DESEMB-OBL.
              03 ANO-DESEMB-OBL           PIC 9(4).
              03 MES-DESEMB-OBL           PIC 99.
              03 DIA-DESEMB-OBL           PIC 99.
           02 VALOR-OBL                   PIC S9(13)V99.
           02 TIPO-TASA-OBL               PIC X.
              88 TASA-FIJA-OBL            VALUE "F".
              88 TASA-DTF-OBL             VALUE "D".
              88 TASA-IBR-OBL             VALUE "I".
           02 TASA-FIJA-EA-OBL            PIC 99V9999.
           02 SPREAD-OBL                  PIC 99V9999.
           02 TASA-REF-OBL                PIC 99V9999.
           02 PLAZO-MESES-OBL             PIC 9(3).
           02 GRACIA-MESES-OBL            PIC 9(3).
           02 PERIODICIDAD-OBL            PIC 99.
           02 VALOR-RESIDUAL-OBL          PIC S9(13)V99.
           02 CTA-CAPITAL-OBL             PIC X(11).
           02 CTA-GASTO-INT-OBL           PIC X(11).
           02 CTA-INT-PAGAR-OBL           PIC X(11).
           02 CCOSTO-OBL                  PIC X(4).
           02 SALDO-CAPITAL-OBL           PIC S9(13)V99.
           02 INT-CAUSADO-OBL             PIC S9(13)V99.
           02 ULT-ANO-CAUSA-OBL           PIC 9(4).
           02 ULT-MES-CAUSA-OBL           PIC 99.
           02 ESTADO-OBL                  PIC X.
              88 OBL-VIGENTE              VALUE "A".
              88 OBL-CANCELADA            VALUE "C".
           02 OPER-OBL                    PIC X(4).
           02 FILLER                      PIC X(20).
