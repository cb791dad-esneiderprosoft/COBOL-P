      *=================================================================
      * FD-CALPA.CBL - CALIDAD DEL DATO DE PACIENTES (SC-ARCHCPA),
      *                RECONSTRUIDO CADA NOCHE POR SAL732R:
      *                - TIPO "P": PACIENTE CON DEFECTOS (LISTA DE
      *                  CORRECCION PARA ADMISION): PUNTAJE SOBRE 100,
      *                  LA MARCA DE CADA REGLA QUE FALLO Y EL
      *                  OPERADOR RESPONSABLE (ULTIMO QUE MODIFICO O,
      *                  SI NO HAY, EL QUE CREO LA FICHA).
      *                - TIPO "O": TARJETA DEL OPERADOR: FICHAS
      *                  REVISADAS, CON DEFECTO, SUMA DE PUNTAJES Y
      *                  CUANTAS FALLARON CADA REGLA.
      *                - TIPO "C": CONTROL DE LA ULTIMA CORRIDA.
      *                REGLAS, EN ESTE ORDEN: 1 TELEFONO, 2 CORREO,
      *                3 CIUDAD (CODIGO EN SC-ARCHCIUD), 4 ETNIA,
      *                5 FECHA DE NACIMIENTO.
      *=================================================================
       FD  ARCHIVO-CALIDAD-PAC
           LABEL RECORD STANDARD.
       01  REG-CALIDAD-PAC.
           02 LLAVE-CPA.
              03 TIPO-CPA                 PIC X.
                 88 CPA-PACIENTE          VALUE "P".
                 88 CPA-OPERADOR          VALUE "O".
                 88 CPA-CONTROL           VALUE "C".
              03 ID-CPA                   PIC X(11).
              03 PACI-CPA REDEFINES ID-CPA PIC 9(11).
           02 DATOS-PAC-CPA.
              03 OPER-CPA                 PIC X(4).
              03 PUNTAJE-CPA              PIC 999.
              03 DEFECTOS-CPA.
                 04 DEF-CPA               PIC X OCCURS 5.
              03 NOMBRE-CPA               PIC X(50).
              03 FILLER                   PIC X(18).
           02 DATOS-OPER-CPA REDEFINES DATOS-PAC-CPA.
              03 REVISADOS-CPA            PIC 9(7).
              03 CON-DEFECTO-CPA          PIC 9(7).
              03 SUMA-PUNTAJE-CPA         PIC 9(9).
              03 CANT-REGLA-CPA           PIC 9(7) OCCURS 5.
              03 FILLER                   PIC X(22).
           02 DATOS-CTL-CPA REDEFINES DATOS-PAC-CPA.
              03 HORA-CORRIDA-CPA         PIC 9(6).
              03 TOTAL-REVISADOS-CPA      PIC 9(7).
              03 TOTAL-DEFECTO-CPA        PIC 9(7).
              03 FILLER                   PIC X(60).
           02 FECHA-CORRIDA-CPA           PIC 9(8).
           02 FILLER                      PIC X(10).
