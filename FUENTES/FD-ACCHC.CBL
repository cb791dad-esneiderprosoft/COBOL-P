      *=================================================================
      * FD-ACCHC.CBL - ACCESOS A LA HISTORIA CLINICA (SC-ARCHACH DEL
      *                DIRECTORIO CONTROL DE CADA ENTIDAD), DOS
      *                CLASES DE REGISTRO:
      *                - TIPO "R": PACIENTE RESTRINGIDO (FECHA, HORA
      *                  Y USUARIO EN CEROS/BLANCOS): CLASE ("V" VIP,
      *                  "E" EMPLEADO, "H" VIH, "L" CASO LEGAL, "O"
      *                  OTRO), MOTIVO, QUIEN LO MARCO Y CUANDO.
      *                - TIPO "L": CADA APERTURA DE LA HISTORIA: QUIEN
      *                  (IDENTIFICACION DE LA SESION), CUANDO, DESDE
      *                  QUE PROGRAMA, Y EL RESULTADO: "A" ACCESO
      *                  NORMAL, "G" PACIENTE RESTRINGIDO ABIERTO CON
      *                  JUSTIFICACION ("ROMPER EL VIDRIO"), "N"
      *                  NEGADO POR FALTA DE JUSTIFICACION.
      *                LA LLAVE EMPIEZA POR EL PACIENTE PARA EL INFORME
      *                DE QUIEN CONSULTO SU HISTORIA (HABEAS DATA).
      *=================================================================
       FD  ARCHIVO-ACCESO-HC
           LABEL RECORD STANDARD.
       01  REG-ACCESO-HC.
           02 LLAVE-ACH.
              03 TIPO-ACH                 PIC X.
              03 PACI-ACH                 PIC 9(11).
              03 FECHA-ACH                PIC 9(8).
              03 HORA-ACH                 PIC 9(8).
              03 USUARIO-ACH              PIC X(15).
           02 PROGRAMA-ACH                PIC X(16).
           02 CLASE-ACH                   PIC X.
              88 RESTRINGIDO-VIP          VALUE "V".
              88 RESTRINGIDO-EMPLEADO     VALUE "E".
              88 RESTRINGIDO-VIH          VALUE "H".
              88 RESTRINGIDO-LEGAL        VALUE "L".
              88 RESTRINGIDO-OTRO         VALUE "O".
           02 RESULTADO-ACH               PIC X.
              88 ACCESO-NORMAL            VALUE "A".
              88 ACCESO-JUSTIFICADO       VALUE "G".
              88 ACCESO-NEGADO            VALUE "N".
           02 JUSTIF-ACH                  PIC X(100).
           02 OPER-ACH                    PIC X(15).
           02 FECHA-MARCA-ACH             PIC 9(8).
           02 FILLER                      PIC X(20).
