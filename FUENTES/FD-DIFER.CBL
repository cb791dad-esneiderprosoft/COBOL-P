      *=================================================================
      * FD-DIFER.CBL - CARGOS DIFERIDOS / GASTOS PAGADOS POR
      *                ANTICIPADO (SC-ARCHDIF): SEGUROS, LICENCIAS,
      *                CONTRATOS DE MANTENIMIENTO ANUALES. CADA UNO
      *                CON LA CUENTA DEL DIFERIDO (ACTIVO), LA CUENTA
      *                DE GASTO, CENTRO DE COSTO, TERCERO, FECHA DE
      *                INICIO, NUMERO DE MESES Y VALOR; LO AMORTIZADO,
      *                LOS MESES CORRIDOS Y EL ULTIMO PERIODO
      *                AMORTIZADO. NO SE DEPRECIAN NI VAN AL MAESTRO
      *                DE ACTIVOS FIJOS (SC-ARCHACT).
      *=================================================================
       FD  ARCHIVO-DIFERIDOS
           LABEL RECORD STANDARD.
       01  REG-DIFERIDO.
           02 LLAVE-DIF.
              03 COD-DIF                  PIC X(8).
           02 DESCRIP-DIF                 PIC X(40).
           02 CTA-DIFERIDO-DIF            PIC X(11).
           02 CTA-GASTO-DIF               PIC X(11).
           02 CCOSTO-DIF                  PIC X(4).
           02 NIT-TER-DIF                 PIC 9(11).
           02 FECHA-INICIO-DIF.
              03 ANO-INICIO-DIF           PIC 9(4).
              03 MES-INICIO-DIF           PIC 99.
              03 DIA-INICIO-DIF           PIC 99.
           02 MESES-DIF                   PIC 9(4).
           02 VALOR-DIF                   PIC S9(13)V99.
           02 AMORT-ACUM-DIF              PIC S9(13)V99.
           02 MESES-AMORT-DIF             PIC 9(4).
           02 ULT-ANO-AMORT-DIF           PIC 9(4).
           02 ULT-MES-AMORT-DIF           PIC 99.
           02 ESTADO-DIF                  PIC X.
              88 DIFERIDO-VIGENTE         VALUE "A".
              88 DIFERIDO-AMORTIZADO      VALUE "T".
              88 DIFERIDO-ANULADO         VALUE "X".
           02 OPER-DIF                    PIC X(4).
           02 FILLER                      PIC X(20).
