      *=================================================================
      * FD-ODOME.CBL - LECTURAS DE ODOMETRO DE LOS TIQUETES A CREDITO
      *                (SC-ARCHODO): UNA POR TIQUETE, LLAVE NIT DEL
      *                DEUDOR + PLACA + FECHA + DOCUMENTO DEL TIQUETE,
      *                ASI LAS LECTURAS DE CADA VEHICULO QUEDAN EN
      *                ORDEN CRONOLOGICO. LA GRABA BOM129 AL VALIDAR
      *                EL TIQUETE (REVALIDAR EL MISMO TIQUETE LA
      *                REESCRIBE). ALERTA-ODO "R" = EL ODOMETRO
      *                RETROCEDIO FRENTE A LA LECTURA ANTERIOR.
      *=================================================================
       FD  ARCHIVO-ODOMETRO
           LABEL RECORD STANDARD.
       01  REG-ODOMETRO.
           02 LLAVE-ODO.
              03 NIT-ODO                  PIC 9(11).
              03 PLACA-ODO                PIC X(6).
              03 FECHA-ODO                PIC 9(8).
              03 DOC-ODO                  PIC X(6).
           02 KM-ODO                      PIC 9(7).
           02 GALONES-ODO                 PIC 9(7)V99.
           02 KM-ANT-ODO                  PIC 9(7).
           02 ALERTA-ODO                  PIC X.
              88 ODO-RETROCEDE            VALUE "R".
           02 FECHA-GRAB-ODO              PIC 9(8).
           02 HORA-GRAB-ODO               PIC 9(6).
           02 FILLER                      PIC X(20).
