      *=================================================================
      * FD-DOSUN.CBL - PREPARACION DE DOSIS UNITARIA PARA LOS CARROS
      *                DE LOS PISOS (SC-ARCHDUN, SER960). CADA CORRIDA
      *                TOMA, PARA UN SERVICIO Y UNA RONDA, LAS DOSIS
      *                PENDIENTES DEL MAR (SC-ARCHMAR) DE LAS 24 HORAS
      *                SIGUIENTES A LA RONDA; QUEDA UNA LINEA POR
      *                DOSIS (PACIENTE, FECHA, HORA, ARTICULO) CON LA
      *                CAMA DEL PACIENTE (EL CAJETIN DEL CARRO) Y EL
      *                LOTE FEFO SUGERIDO (SER807F / SC-LOTEF).
      *                ESTADO DE LA DOSIS:
      *                  P PREPARADA   D DISPENSADA (SALIDA "2P" DE
      *                  INVENTARIO Y CARGO A LA CUENTA)
      *                  V DEVUELTA DEL PISO (ENTRADA "1P" Y CREDITO
      *                  DEL CARGO)   S SIN LOTE DISPONIBLE.
      *                CREDITO-DUN EN LA DEVOLUCION: C CARGO PENDIENTE
      *                REBAJADO, F EL CARGO YA ESTABA FACTURADO (VA
      *                POR NOTA CREDITO).
      *                EL PACIENTE EN CEROS Y EL ARTICULO EN BLANCO
      *                ES LA CABECERA DE LA CORRIDA (ESTADO P
      *                PREPARADA, D DISPENSADA); LA CORRIDA 000000
      *                ES EL REGISTRO DE CONTROL CON LA ULTIMA
      *                CORRIDA GENERADA.
      *=================================================================
       FD  ARCHIVO-DOSIS-UNIT
           LABEL RECORD STANDARD.
       01  REG-DOSIS-UNIT.
           02 LLAVE-DUN.
              03 NRO-DUN                  PIC 9(6).
              03 COD-PACI-DUN             PIC 9(11).
              03 FECHA-DUN                PIC 9(8).
              03 HORA-DUN                 PIC 9(4).
              03 COD-ART-DUN              PIC X(16).
           02 DATOS-DOSIS-DUN.
              03 SERVICIO-DUN             PIC X(4).
              03 CAMA-DUN                 PIC X(4).
              03 DOSIS-DUN                PIC X(20).
              03 LOTE-DUN                 PIC X(4).
              03 ESTADO-DUN               PIC X.
                 88 DUN-PREPARADA         VALUE "P".
                 88 DUN-DISPENSADA        VALUE "D".
                 88 DUN-DEVUELTA          VALUE "V".
                 88 DUN-SIN-LOTE          VALUE "S".
              03 FECHA-DISP-DUN           PIC 9(8).
              03 HORA-DISP-DUN            PIC 9(4).
              03 OPER-DISP-DUN            PIC X(4).
              03 NRO-CARGO-DUN            PIC 9(8).
              03 FECHA-DEV-DUN            PIC 9(8).
              03 OPER-DEV-DUN             PIC X(4).
              03 MOTIVO-DEV-DUN           PIC X.
                 88 DEV-REHUSADA          VALUE "R".
                 88 DEV-NO-ENTREGADA      VALUE "N".
              03 CREDITO-DUN              PIC X.
           02 DATOS-CORRIDA-DUN REDEFINES DATOS-DOSIS-DUN.
              03 SERVICIO-RON-DUN         PIC X(4).
              03 FECHA-RON-DUN            PIC 9(8).
              03 HORA-RON-DUN             PIC 9(4).
              03 ESTADO-RON-DUN           PIC X.
              03 CANT-DOSIS-DUN           PIC 9(5).
              03 ULT-SECU-DUN             PIC 9(3).
              03 FECHA-GEN-DUN            PIC 9(8).
              03 OPER-GEN-DUN             PIC X(4).
              03 FECHA-DSP-RON-DUN        PIC 9(8).
              03 OPER-DSP-RON-DUN         PIC X(4).
              03 ULT-NRO-DUN              PIC 9(6).
              03 ULT-DEV-DUN              PIC 9(3).
              03 ALMACEN-RON-DUN          PIC X(5).
              03 FILLER                   PIC X(8).
           02 FILLER                      PIC X(20).
