      *=================================================================
      * FD-TURNO.CBL - TURNOS DE ATENCION EN VENTANILLA (DIGITURNO,
      *                SC-ARCHTUR). EL TURNO SE EMITE POR SERVICIO
      *                (SER958) Y EL FUNCIONARIO LO LLAMA DESDE SU
      *                VENTANILLA; QUEDAN LAS HORAS DE EMISION, LLAMADO
      *                Y FIN DE LA ATENCION PARA LOS TIEMPOS DE ESPERA
      *                Y DE SERVICIO.
      *                SERVICIO: C CITAS, U ADMISION DE URGENCIAS,
      *                F FACTURACION, J CAJA (SER930), M FARMACIA
      *                (SER946). LA LETRA VA DELANTE DEL NUMERO EN EL
      *                TIQUETE Y EN LA PANTALLA DE LLAMADO.
      *                ESTADO: E EN ESPERA, L LLAMADO (EN ATENCION),
      *                F ATENDIDO, N NO SE PRESENTO.
      *                PRIORIDAD: M ADULTO MAYOR, G GESTANTE,
      *                D DISCAPACIDAD, EN BLANCO SIN PRIORIDAD; EL
      *                RANGO (1 PREFERENCIAL, 2 GENERAL) ORDENA LA
      *                LLAVE DE LA COLA: FECHA + ESTADO + SERVICIO +
      *                RANGO + HORA DE EMISION.
      *                EL NUMERO 0000 DE CADA FECHA Y SERVICIO ES EL
      *                REGISTRO DE CONTROL CON EL ULTIMO TURNO EMITIDO
      *                (ESTADO "C").
      *=================================================================
       FD  ARCHIVO-TURNOS
           LABEL RECORD STANDARD.
       01  REG-TURNO.
           02 LLAVE-TUR.
              03 FECHA-TUR                PIC 9(8).
              03 SERVICIO-TUR             PIC X.
                 88 TUR-CITAS             VALUE "C".
                 88 TUR-URGENCIAS         VALUE "U".
                 88 TUR-FACTURACION       VALUE "F".
                 88 TUR-CAJA              VALUE "J".
                 88 TUR-FARMACIA          VALUE "M".
              03 NRO-TUR                  PIC 9(4).
           02 LLAVE-COLA-TUR.
              03 FECHA-COLA-TUR           PIC 9(8).
              03 ESTADO-TUR               PIC X.
                 88 TUR-EN-ESPERA         VALUE "E".
                 88 TUR-LLAMADO           VALUE "L".
                 88 TUR-ATENDIDO          VALUE "F".
                 88 TUR-NO-PRESENTO       VALUE "N".
                 88 TUR-CONTROL           VALUE "C".
              03 SERVICIO-COLA-TUR        PIC X.
              03 RANGO-PRIOR-TUR          PIC 9.
              03 HORA-EMITE-TUR           PIC 9(6).
           02 DATOS-TURNO-TUR.
              03 PRIORIDAD-TUR            PIC X.
                 88 PRIOR-ADULTO-MAYOR    VALUE "M".
                 88 PRIOR-GESTANTE-TUR    VALUE "G".
                 88 PRIOR-DISCAPACIDAD    VALUE "D".
              03 COD-PACI-TUR             PIC 9(11).
              03 HORA-LLAMA-TUR           PIC 9(6).
              03 HORA-FIN-TUR             PIC 9(6).
              03 VENTANILLA-TUR           PIC X(3).
              03 OPER-TUR                 PIC X(4).
              03 NRO-LLAMADOS-TUR         PIC 9.
              03 OPER-EMITE-TUR           PIC X(4).
           02 DATOS-CONTROL-TUR REDEFINES DATOS-TURNO-TUR.
              03 ULT-NRO-TUR              PIC 9(4).
              03 FILLER                   PIC X(32).
           02 FILLER                      PIC X(20).
