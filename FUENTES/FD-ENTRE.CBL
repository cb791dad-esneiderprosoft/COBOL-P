      *=================================================================
      * FD-ENTRE.CBL - ENTREGA DE TURNO DE ENFERMERIA Y MEDICA POR
      *                SERVICIO (SC-ARCHENT), DOS CLASES DE REGISTRO:
      *                - TIPO "E": LA ENTREGA (SERVICIO EN COD1,
      *                  FECHA, TURNO M/T/N Y CLASE E ENFERMERIA /
      *                  M MEDICA) CON QUIEN ENTREGA, CAMAS OCUPADAS,
      *                  PACIENTES CON ALERTA Y NOTA; Y EL RECIBO DE
      *                  QUIEN LA RECIBE CON FECHA, HORA Y OBSERVACION.
      *                - TIPO "D": DIAGNOSTICO DE TRABAJO DEL PACIENTE
      *                  HOSPITALIZADO (COD1 = PACIENTE, FECHA, TURNO
      *                  Y CLASE EN BLANCO/CEROS) QUE SE LLEVA A CADA
      *                  ENTREGA HASTA QUE SE CAMBIE.
      *=================================================================
       FD  ARCHIVO-ENTREGAS
           LABEL RECORD STANDARD.
       01  REG-ENTREGA.
           02 LLAVE-ENT.
              03 TIPO-ENT                 PIC X.
              03 COD1-ENT                 PIC X(11).
              03 FECHA-ENT                PIC 9(8).
              03 TURNO-ENT                PIC X.
              03 CLASE-ENT                PIC X.
           02 OPER-ENTREGA-ENT            PIC X(4).
           02 FECHA-GEN-ENT               PIC 9(8).
           02 HORA-GEN-ENT                PIC 9(4).
           02 CAMAS-ENT                   PIC 9(3).
           02 ALERTAS-ENT                 PIC 9(3).
           02 NOTA-ENT                    PIC X(200).
           02 ESTADO-ENT                  PIC X.
              88 ENTREGA-PENDIENTE        VALUE "P".
              88 ENTREGA-RECIBIDA         VALUE "R".
           02 OPER-RECIBE-ENT             PIC X(4).
           02 FECHA-REC-ENT               PIC 9(8).
           02 HORA-REC-ENT                PIC 9(4).
           02 OBSERV-REC-ENT              PIC X(200).
           02 DIAGNOSTICO-ENT.
              03 COD-DIAG-ENT             PIC X(4).
              03 DESCRIP-DIAG-ENT         PIC X(60).
           02 FILLER                      PIC X(20).
