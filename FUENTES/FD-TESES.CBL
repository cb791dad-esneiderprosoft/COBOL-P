      *=================================================================
      * FD-TESES.CBL - SESIONES ATENDIDAS DE UNA SERIE DE TERAPIA
      *                (SC-ARCHTSS, EN CONTROL DE LA EMPRESA): NOTA
      *                CORTA DE EVOLUCION, PUNTAJE DE LA ESCALA SI SE
      *                TOMO, CARGO QUE QUEDO POR FACTURAR (SC-ARCHCRG)
      *                Y AUTORIZACION DESCONTADA. ALERTA-AUT-TSS "A"
      *                ES SESION SIN AUTORIZACION VIGENTE CON SALDO.
      *=================================================================
       FD  ARCHIVO-SESION-TER
           LABEL RECORD STANDARD.
       01  REG-SESION-TER.
           02 LLAVE-TSS.
              03 COD-PACI-TSS             PIC 9(11).
              03 NRO-SERIE-TSS            PIC 9(3).
              03 NRO-SESION-TSS           PIC 9(3).
           02 FECHA-TSS                   PIC 9(8).
           02 HORA-TSS                    PIC 9(4).
           02 TERAPEUTA-TSS               PIC X(10).
           02 EVOLUCION-TSS               PIC X(200).
           02 PUNTAJE-TSS                 PIC 9(3).
           02 NRO-CARGO-TSS               PIC 9(8).
           02 NRO-AUT-TSS                 PIC X(15).
           02 ALERTA-AUT-TSS              PIC X.
           02 OPER-TSS                    PIC X(4).
           02 FECHA-REG-TSS               PIC 9(8).
           02 FILLER                      PIC X(20).
