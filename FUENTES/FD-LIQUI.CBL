      *=================================================================
      * FD-LIQUI.CBL - REGISTRO DE CONTROL DE LIQUIDOS POR PACIENTE
      *                (SC-ARCHLIQ): CADA ANOTACION DE LIQUIDOS DE
      *                HC526 QUEDA CON SU FECHA Y HORA, EL FOLIO Y EL
      *                TOTAL ADMINISTRADO (ORAL, VENOSO, TRANSFUSION)
      *                Y ELIMINADO (ORINA, DIARREA, SONDA, OTROS) EN
      *                CC. DE AQUI SALE EL BALANCE DEL TURNO.
      *=================================================================
       FD  ARCHIVO-LIQUIDOS
           LABEL RECORD STANDARD.
       01  REG-LIQUIDOS.
           02 LLAVE-LIQ.
              03 COD-PACI-LIQ             PIC 9(11).
              03 FECHA-LIQ                PIC 9(8).
              03 HORA-LIQ                 PIC 9(4).
           02 FOLIO-LIQ                   PIC X(8).
           02 ADMIN-LIQ                   PIC 9(6).
           02 ELIM-LIQ                    PIC 9(6).
           02 OPER-LIQ                    PIC X(4).
           02 FILLER                      PIC X(10).
