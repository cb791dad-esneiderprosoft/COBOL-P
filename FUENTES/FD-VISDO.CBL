      *=================================================================
      * FD-VISDO.CBL - VISITAS DOMICILIARIAS CUMPLIDAS (SC-ARCHVDO,
      *                EN CONTROL DE LA EMPRESA): HORA DE LLEGADA Y DE
      *                SALIDA, PROCEDIMIENTOS HECHOS, INSUMOS USADOS Y
      *                NOTA, CON EL CARGO QUE QUEDO POR FACTURAR
      *                (SC-ARCHCRG) Y LA AUTORIZACION DESCONTADA.
      *                ALERTA-AUT-VDO "A" ES VISITA SIN AUTORIZACION
      *                VIGENTE CON SALDO.
      *=================================================================
       FD  ARCHIVO-VISITA-DOM
           LABEL RECORD STANDARD.
       01  REG-VISITA-DOM.
           02 LLAVE-VDO.
              03 COD-PACI-VDO             PIC 9(11).
              03 DISCIP-VDO               PIC 9.
              03 FECHA-VDO                PIC 9(8).
              03 CONSEC-VDO               PIC 9.
           02 LLAVE-PROF-VDO.
              03 PROF-VDO                 PIC X(10).
              03 FECHA-PROF-VDO           PIC 9(8).
           02 HORA-LLEGA-VDO              PIC 9(4).
           02 HORA-SALE-VDO               PIC 9(4).
           02 CUPS-VDO                    PIC X(8).
           02 TABLA-PROCED-VDO.
              03 PROCED-VDO               PIC X(8) OCCURS 5.
           02 TABLA-INSUMOS-VDO.
              03 INSUMO-VDO OCCURS 5.
                 04 COD-INS-VDO           PIC X(18).
                 04 CANT-INS-VDO          PIC 9(5)V99.
           02 NOTA-VDO                    PIC X(200).
           02 NRO-CARGO-VDO               PIC 9(8).
           02 NRO-AUT-VDO                 PIC X(15).
           02 ALERTA-AUT-VDO              PIC X.
           02 OPER-VDO                    PIC X(4).
           02 FECHA-REG-VDO               PIC 9(8).
           02 FILLER                      PIC X(20).
