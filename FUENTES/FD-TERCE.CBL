      *=================================================================
      * FD-TERCE.CBL - MAESTRO DE TERCEROS (CLIENTES, PROVEEDORES Y
      *                DEMAS) CON SUS DATOS TRIBUTARIOS, COMERCIALES
      *                Y DE UBICACION. LA CUENTA BANCARIA (BANCO
      *                CON SU CODIGO ACH, TIPO Y NUMERO) ES LA QUE
      *                SE USA EN LOS ARCHIVOS DE PAGO A PROVEEDORES.
      *=================================================================
       FD  ARCHIVO-TERCEROS
           LABEL RECORD STANDARD.
           02 REFER3-TER                  PIC X(30).
           02 FECHA-CRE-TER               PIC 9(8).
           02 FECHA-MOD-TER               PIC 9(8).
           02 DATOS-BANCO-TER.
              03 BANCO-TER                PIC X(4).
              03 TIPO-CTA-TER             PIC X.
                 88 TER-CTA-AHORROS       VALUE "A".
                 88 TER-CTA-CORRIENTE     VALUE "C".
              03 CUENTA-BCO-TER           PIC X(20).
           02 FILLER                      PIC X(15).
