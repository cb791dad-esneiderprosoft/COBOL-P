      *=================================================================
      * FD-SEGFU.CBL - SEGREGACION DE FUNCIONES (SC-ARCHSOD), DOS
      *                CLASES DE REGISTRO:
      *                - TIPO "P": PAR DE PROGRAMAS U OPCIONES DE MENU
      *                  INCOMPATIBLES (COMBINACION TOXICA) CON EL
      *                  RIESGO QUE REPRESENTA Y LA ACCION: "B" BLOQUEA
      *                  LA ASIGNACION, "J" LA PERMITE SOLO CON UN
      *                  CONTROL COMPENSATORIO JUSTIFICADO.
      *                - TIPO "J": JUSTIFICACION DEL CONTROL
      *                  COMPENSATORIO DE UN PAR PARA UN SUJETO ("R" +
      *                  ROL O "U" + USUARIO), QUIEN LA APROBO Y HASTA
      *                  CUANDO VALE (CEROS = SIN VENCIMIENTO).
      *=================================================================
       FD  ARCHIVO-SEGREGACION
           LABEL RECORD STANDARD.
       01  REG-SEGREGACION.
           02 LLAVE-SOD.
              03 TIPO-SOD                 PIC X.
              03 PAR-SOD                  PIC 9(4).
              03 SUJETO-SOD.
                 04 CLASE-SUJETO-SOD      PIC X.
                 04 COD-SUJETO-SOD        PIC X(4).
           02 OPC-A-SOD                   PIC X(8).
           02 OPC-B-SOD                   PIC X(8).
           02 DESCRIP-SOD                 PIC X(40).
           02 ACCION-SOD                  PIC X.
              88 SOD-BLOQUEA              VALUE "B".
              88 SOD-JUSTIFICA            VALUE "J".
           02 JUSTIF-SOD                  PIC X(120).
           02 APROBO-SOD                  PIC X(4).
           02 FECHA-SOD                   PIC 9(8).
           02 VENCE-SOD                   PIC 9(8).
           02 FILLER                      PIC X(20).
