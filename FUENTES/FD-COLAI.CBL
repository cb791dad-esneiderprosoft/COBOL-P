      *=================================================================
      * FD-COLAI.CBL - COLA DE INFORMES PESADOS. TRES CLASES DE
      *                REGISTRO SEGUN TIPO-COL:
      *                "T" - TRABAJO ENCOLADO (ID = NUMERO): USUARIO,
      *                      PROGRAMA, EMPRESA, LINEA DE PARAMETROS,
      *                      ESTADO, HORAS Y ARCHIVO DEL RESULTADO.
      *                "P" - PROGRAMA HABILITADO PARA LA COLA (ID =
      *                      PROGRAMA): PROGRAMA BATCH QUE SE LLAMA Y
      *                      MAXIMO DE TRABAJOS SIMULTANEOS.
      *                "N" - CONSECUTIVO DE LOS TRABAJOS.
      *=================================================================
       FD  ARCHIVO-COLA-INF
           LABEL RECORD STANDARD.
       01  REG-COLA-INF.
           02 LLAVE-COL.
              03 TIPO-COL                 PIC X.
              03 ID-COL                   PIC X(9).
              03 NRO-COL REDEFINES ID-COL PIC 9(9).
           02 DATOS-COL.
              03 USUARIO-COL              PIC X(15).
              03 PROGRAMA-COL             PIC X(8).
              03 DIRECTORIO-COL           PIC X(30).
              03 PARAMETROS-COL           PIC X(200).
              03 ESTADO-COL               PIC X.
                 88 TRABAJO-PENDIENTE     VALUE "P".
                 88 TRABAJO-EJECUTANDO    VALUE "E".
                 88 TRABAJO-TERMINADO     VALUE "T".
                 88 TRABAJO-FALLIDO       VALUE "F".
                 88 TRABAJO-CANCELADO     VALUE "C".
              03 FECHA-SOL-COL            PIC 9(8).
              03 HORA-SOL-COL             PIC 9(6).
              03 FECHA-INI-COL            PIC 9(8).
              03 HORA-INI-COL             PIC 9(6).
              03 HORA-FIN-COL             PIC 9(6).
              03 ARCHIVO-COL              PIC X(90).
              03 DETALLE-COL              PIC X(70).
           02 DATOS-PROG-COL REDEFINES DATOS-COL.
              03 ENTRADA-COL              PIC X(8).
              03 MAXIMO-COL               PIC 99.
              03 FILLER                   PIC X(438).
           02 DATOS-CONSEC-COL REDEFINES DATOS-COL.
              03 ULTIMO-NRO-COL           PIC 9(9).
              03 FILLER                   PIC X(439).
           02 FILLER                      PIC X(20).
