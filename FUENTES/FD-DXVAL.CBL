      *=================================================================
      * FD-DXVAL.CBL - ATRIBUTOS DE VALIDACION DE CADA DIAGNOSTICO
      *                CIE-10 (SC-ARCHDXV, EN PROG\DATOS AL LADO DE
      *                LA TABLA DE ENFERMEDADES SC-ARCHENF). LOS
      *                MANTIENE SER947 Y LOS APLICA SER851R:
      *                - SEXO: "M" SOLO HOMBRES, "F" SOLO MUJERES,
      *                  EN BLANCO AMBOS.
      *                - EDAD MINIMA Y MAXIMA EN LA UNIDAD DEL CODIGO
      *                  ("A" ANOS, "M" MESES, "D" DIAS); LA MAXIMA
      *                  EN CEROS NO TIENE TOPE.
      *                - NO VALIDO COMO DIAGNOSTICO PRINCIPAL.
      *                - DE NOTIFICACION OBLIGATORIA AL SIVIGILA, CON
      *                  EL CODIGO DEL EVENTO DEL INS Y SI ES DE
      *                  NOTIFICACION INMEDIATA O SEMANAL (SER951).
      *                UN CODIGO QUE NO ESTA AQUI NO TIENE RESTRICCION.
      *=================================================================
       FD  ARCHIVO-DX-VALIDA
           LABEL RECORD STANDARD.
       01  REG-DX-VALIDA.
           02 LLAVE-DXV.
              03 COD-DXV                  PIC X(4).
           02 SEXO-DXV                    PIC X.
              88 DXV-SOLO-HOMBRE          VALUE "M".
              88 DXV-SOLO-MUJER           VALUE "F".
           02 EDAD-MIN-DXV                PIC 9(3).
           02 EDAD-MAX-DXV                PIC 9(3).
           02 UNID-EDAD-DXV               PIC X.
              88 DXV-EDAD-ANOS            VALUE "A".
              88 DXV-EDAD-MESES           VALUE "M".
              88 DXV-EDAD-DIAS            VALUE "D".
           02 NO-PPAL-DXV                 PIC X.
              88 DXV-NO-PRINCIPAL         VALUE "S".
           02 SIVIGILA-DXV                PIC X.
              88 DXV-SIVIGILA             VALUE "S".
           02 OPER-DXV                    PIC X(4).
           02 FECHA-MOD-DXV               PIC 9(8).
           02 EVENTO-INS-DXV              PIC X(3).
           02 INMEDIATA-DXV               PIC X.
              88 DXV-INMEDIATA            VALUE "S".
           02 FILLER                      PIC X(16).
