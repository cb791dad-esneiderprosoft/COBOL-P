      *=================================================================
      * FD-GASES.CBL - GASES MEDICINALES (SC-ARCHGAS, HC851): OXIGENO
      *                Y AIRE MEDICINAL POR PACIENTE, TRES CLASES DE
      *                REGISTRO:
      *                - TIPO "T": TERAPIA DEL PACIENTE DESDE SU
      *                  INICIO (FECHA Y HORA DE LA LLAVE) CON GAS,
      *                  DISPOSITIVO, FLUJO EN L/MIN, SERVICIO Y
      *                  CONTRATO. CADA CAMBIO DE FLUJO CIERRA EL
      *                  TRAMO Y ACUMULA MINUTOS Y LITROS; AL TERMINAR
      *                  QUEDAN LAS HORAS Y EL CARGO (SAL733R).
      *                  ESTADO: A ACTIVA, T TERMINADA.
      *                - TIPO "G": TARIFA DEL GAS POR CONTRATO: CODIGO
      *                  A FACTURAR Y UNIDAD (H HORAS, M METROS
      *                  CUBICOS). EL CONTRATO EN BLANCO ES EL DEL GAS:
      *                  TARIFA POR OMISION Y ARTICULO DE INVENTARIO
      *                  CON LOS LITROS POR UNIDAD, PARA CRUZAR LAS
      *                  ENTRADAS DEL PROVEEDOR (INV820).
      *                - TIPO "N": INVENTARIO DE CIERRE DEL MES POR GAS:
      *                  LITROS EN EL TANQUE (EQUIVALENTE EN GAS) Y
      *                  CILINDROS LLENOS.
      *=================================================================
       FD  ARCHIVO-GASES
           LABEL RECORD STANDARD.
       01  REG-GAS.
           02 LLAVE-GAS.
              03 TIPO-GAS                 PIC X.
              03 COD-PACI-GAS             PIC 9(11).
              03 FECHA-GAS                PIC 9(8).
              03 HORA-GAS                 PIC 9(4).
           02 LLAVE-TAR-GAS REDEFINES LLAVE-GAS.
              03 FILLER                   PIC X.
              03 GAS-TAR-GAS              PIC X.
              03 CONTRATO-TAR-GAS         PIC XX.
              03 FILLER                   PIC X(20).
           02 LLAVE-CIE-GAS REDEFINES LLAVE-GAS.
              03 FILLER                   PIC X.
              03 GAS-CIE-GAS              PIC X.
              03 ANO-MES-CIE-GAS          PIC 9(6).
              03 FILLER                   PIC X(16).
           02 DATOS-TER-GAS.
              03 GAS-TER-GAS              PIC X.
                 88 GAS-OXIGENO           VALUE "O".
                 88 GAS-AIRE              VALUE "A".
              03 DISPOSITIVO-TER-GAS      PIC X.
              03 SERVICIO-TER-GAS         PIC X(4).
              03 CAMA-TER-GAS             PIC X(4).
              03 CONTRATO-TER-GAS         PIC XX.
              03 FLUJO-TER-GAS            PIC 9(3)V9.
              03 FECHA-TRAMO-TER-GAS      PIC 9(8).
              03 HORA-TRAMO-TER-GAS       PIC 9(4).
              03 FECHA-FIN-TER-GAS        PIC 9(8).
              03 HORA-FIN-TER-GAS         PIC 9(4).
              03 MINUTOS-TER-GAS          PIC 9(7).
              03 LITROS-TER-GAS           PIC 9(9)V99.
              03 HORAS-TER-GAS            PIC 9(5)V99.
              03 ESTADO-TER-GAS           PIC X.
                 88 TERAPIA-ACTIVA        VALUE "A".
                 88 TERAPIA-TERMINADA     VALUE "T".
              03 CAMBIOS-TER-GAS          PIC 9(3).
              03 OPER-INI-TER-GAS         PIC X(4).
              03 OPER-FIN-TER-GAS         PIC X(4).
              03 CODIGO-FACT-TER-GAS      PIC X(18).
              03 CANT-FACT-TER-GAS        PIC 9(5)V99.
              03 NRO-CARGO-TER-GAS        PIC 9(8).
              03 FILLER                   PIC X(10).
           02 DATOS-TAR-GAS REDEFINES DATOS-TER-GAS.
              03 DESCRIP-TAR-GAS          PIC X(30).
              03 CLASE-TAR-GAS            PIC X.
              03 CODIGO-TAR-GAS           PIC X(18).
              03 UNIDAD-TAR-GAS           PIC X.
                 88 COBRA-HORAS           VALUE "H".
                 88 COBRA-METROS          VALUE "M".
              03 COD-ART-TAR-GAS          PIC X(18).
              03 LITROS-UNID-TAR-GAS      PIC 9(7).
              03 OPER-TAR-GAS             PIC X(4).
              03 FILLER                   PIC X(41).
           02 DATOS-CIE-GAS REDEFINES DATOS-TER-GAS.
              03 LITROS-TANQUE-CIE-GAS    PIC 9(9)V99.
              03 CILINDROS-CIE-GAS        PIC 9(5).
              03 LITROS-CIL-CIE-GAS       PIC 9(7).
              03 TOTAL-CIE-GAS            PIC 9(11)V99.
              03 FECHA-CIE-GAS            PIC 9(8).
              03 OPER-CIE-GAS             PIC X(4).
              03 FILLER                   PIC X(72).
           02 FILLER                      PIC X(20).
