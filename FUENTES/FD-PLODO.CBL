      *=================================================================
      * FD-PLODO.CBL - PLAN DE TRATAMIENTO ODONTOLOGICO (SC-ARCHPLO,
      *                EN CONTROL DE LA EMPRESA): UN REGISTRO POR
      *                PROCEDIMIENTO (CUPS) DEL PLAN, POR PIEZA Y CARAS,
      *                CON SU FASE Y EL VALOR COTIZADO. LO MANEJA HC848:
      *                AL REALIZARLO DEJA EL CARGO POR FACTURAR
      *                (SAL733R) Y GUARDA SU NUMERO EN NRO-CARGO-PLO.
      *                DIENTE-PLO EN CERO ES PROCEDIMIENTO DE BOCA
      *                COMPLETA.
      *                FASES: 1 HIGIENICA  2 OPERATORIA
      *                       3 REHABILITACION  4 MANTENIMIENTO
      *                ESTADO: P PENDIENTE  R REALIZADO  A ANULADO
      *=================================================================
       FD  ARCHIVO-PLAN-ODO
           LABEL RECORD STANDARD.
       01  REG-PLAN-ODO.
           02 LLAVE-PLO.
              03 COD-PACI-PLO             PIC 9(11).
              03 NRO-PLAN-PLO             PIC 9(3).
              03 ITEM-PLO                 PIC 9(3).
           02 FECHA-PLAN-PLO              PIC 9(8).
           02 DIENTE-PLO                  PIC 99.
           02 CARAS-PLO                   PIC X(5).
           02 CUPS-PLO                    PIC X(8).
           02 FASE-PLO                    PIC 9.
              88 FASE-VALIDA              VALUE 1 THRU 4.
           02 VALOR-PLO                   PIC 9(10)V99.
           02 CONTRATO-PLO                PIC XX.
           02 ESTADO-PLO                  PIC X.
              88 PLO-PENDIENTE            VALUE "P".
              88 PLO-REALIZADO            VALUE "R".
              88 PLO-ANULADO              VALUE "A".
           02 FECHA-REAL-PLO              PIC 9(8).
           02 PROFESIONAL-PLO             PIC X(10).
           02 NRO-CARGO-PLO               PIC 9(8).
           02 OPER-PLO                    PIC X(4).
           02 FECHA-MOD-PLO               PIC 9(8).
           02 FILLER                      PIC X(20).
