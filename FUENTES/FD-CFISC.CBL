      *=================================================================
      * FD-CFISC.CBL - PARAMETROS DE LA CONCILIACION FISCAL, FORMATO
      *                2516 (SC-ARCHCFI), DOS CLASES DE REGISTRO:
      *                - TIPO "R": RANGO DE CUENTAS QUE SUMA AL
      *                  RENGLON (UN RENGLON PUEDE TENER VARIOS
      *                  RANGOS, SEC 001..999; ANO EN CEROS). SECCION
      *                  "B" SITUACION FINANCIERA / "R" RESULTADOS,
      *                  SIGNO "I" PARA LOS DE NATURALEZA CREDITO, Y
      *                  ORIGEN DEL AJUSTE AUTOMATICO: "D" DIFERENCIA
      *                  DE DEPRECIACION CONTABLE / FISCAL DE LOS
      *                  ACTIVOS FIJOS (CON862), "P" DETERIORO DE
      *                  CARTERA CONTABLE / FISCAL (SER936).
      *                - TIPO "A": AJUSTE DEL ANO AL RENGLON, CLASE
      *                  "P" DIFERENCIA PERMANENTE / "T" TEMPORARIA.
      *                  VALOR POSITIVO ES MAYOR VALOR FISCAL,
      *                  NEGATIVO ES MENOR VALOR FISCAL.
      *=================================================================
       FD  ARCHIVO-CONCIL-FISCAL
           LABEL RECORD STANDARD.
       01  REG-CONCIL-FISCAL.
           02 LLAVE-CFI.
              03 TIPO-CFI                 PIC X.
              03 RENGLON-CFI              PIC 9(4).
              03 ANO-CFI                  PIC 9(4).
              03 SEC-CFI                  PIC 9(3).
           02 DESCRIP-CFI                 PIC X(40).
           02 SECCION-CFI                 PIC X.
              88 CFI-SITUACION            VALUE "B".
              88 CFI-RESULTADOS           VALUE "R".
           02 CTA-DESDE-CFI               PIC X(11).
           02 CTA-HASTA-CFI               PIC X(11).
           02 SIGNO-CFI                   PIC X.
           02 ORIGEN-CFI                  PIC X.
              88 CFI-ORIGEN-DEPREC        VALUE "D".
              88 CFI-ORIGEN-DETERIORO     VALUE "P".
           02 CLASE-DIF-CFI               PIC X.
              88 CFI-PERMANENTE           VALUE "P".
              88 CFI-TEMPORARIA           VALUE "T".
           02 VALOR-AJUSTE-CFI            PIC S9(13)V99.
           02 OPER-CFI                    PIC X(4).
           02 FILLER                      PIC X(10).
