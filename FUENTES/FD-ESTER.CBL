      *=================================================================
      * FD-ESTER.CBL - CENTRAL DE ESTERILIZACION (SC-ARCHEST, SER963),
      *                CUATRO CLASES DE REGISTRO:
      *                - TIPO "J": JUEGO DE INSTRUMENTAL (COD1 = JUEGO)
      *                  CON SU VIDA UTIL ESTERIL EN DIAS.
      *                - TIPO "K": CONTENIDO DEL JUEGO (COD1 = JUEGO,
      *                  COD2 = ITEM): INSTRUMENTO Y CANTIDAD.
      *                - TIPO "C": CICLO DE ESTERILIZACION (COD1 =
      *                  AUTOCLAVE + NUMERO DE CICLO): CARGA, METODO,
      *                  INDICADORES FISICO, QUIMICO Y BIOLOGICO
      *                  (A APROBADO / F FALLIDO; EL BIOLOGICO QUEDA P
      *                  PENDIENTE HASTA LA LECTURA). ESTADO L LIBERADO,
      *                  R RECHAZADO (INDICADOR FALLIDO).
      *                - TIPO "P": PAQUETE ESTERIL (COD1 = NUMERO DEL
      *                  ROTULO): JUEGO, CICLO, FECHA DE ESTERILIZACION
      *                  Y DE VENCIMIENTO, Y AL ABRIRSE LA CIRUGIA DE
      *                  SC-ARCHQUI (SALA/FECHA/HORA) Y EL PACIENTE.
      *                  ESTADO E ESTERIL, U ABIERTO EN CIRUGIA, R
      *                  RETIRADO POR CICLO FALLIDO.
      *                  EL PAQUETE 0000000000 ES EL REGISTRO DE
      *                  CONTROL CON EL ULTIMO ROTULO.
      *=================================================================
       FD  ARCHIVO-ESTERILIZACION
           LABEL RECORD STANDARD.
       01  REG-ESTERIL.
           02 LLAVE-EST.
              03 TIPO-EST                 PIC X.
              03 COD1-EST                 PIC X(10).
              03 COD2-EST                 PIC X(10).
           02 DATOS-JUEGO-EST.
              03 DESCRIP-JGO-EST          PIC X(40).
              03 ESPECIALIDAD-JGO-EST     PIC X(20).
              03 PIEZAS-JGO-EST           PIC 9(4).
              03 VIDA-DIAS-JGO-EST        PIC 9(3).
              03 ESTADO-JGO-EST           PIC X.
                 88 JUEGO-ACTIVO          VALUE "A".
                 88 JUEGO-INACTIVO        VALUE "I".
              03 OPER-JGO-EST             PIC X(4).
              03 FILLER                   PIC X(28).
           02 DATOS-CONT-EST REDEFINES DATOS-JUEGO-EST.
              03 DESCRIP-CONT-EST         PIC X(40).
              03 CANT-CONT-EST            PIC 9(4).
              03 FILLER                   PIC X(56).
           02 DATOS-CICLO-EST REDEFINES DATOS-JUEGO-EST.
              03 FECHA-CIC-EST            PIC 9(8).
              03 HORA-CIC-EST             PIC 9(4).
              03 CARGA-CIC-EST            PIC 9(4).
              03 METODO-CIC-EST           PIC X.
                 88 CICLO-VAPOR           VALUE "V".
                 88 CICLO-PEROXIDO        VALUE "P".
                 88 CICLO-OXIDO           VALUE "O".
              03 IND-FISICO-CIC-EST       PIC X.
              03 IND-QUIMICO-CIC-EST      PIC X.
              03 IND-BIOLOG-CIC-EST       PIC X.
                 88 BIOLOGICO-PENDIENTE   VALUE "P".
                 88 BIOLOGICO-APROBADO    VALUE "A".
                 88 BIOLOGICO-FALLIDO     VALUE "F".
              03 FECHA-BIO-CIC-EST        PIC 9(8).
              03 OPER-BIO-CIC-EST         PIC X(4).
              03 OPER-CIC-EST             PIC X(4).
              03 ESTADO-CIC-EST           PIC X.
                 88 CICLO-LIBERADO        VALUE "L".
                 88 CICLO-RECHAZADO       VALUE "R".
              03 CANT-PAQ-CIC-EST         PIC 9(4).
              03 OBSERV-CIC-EST           PIC X(30).
              03 FILLER                   PIC X(29).
           02 DATOS-PAQ-EST REDEFINES DATOS-JUEGO-EST.
              03 JUEGO-PAQ-EST            PIC X(10).
              03 CICLO-PAQ-EST.
                 04 AUTOCLAVE-PAQ-EST     PIC X(4).
                 04 NRO-CIC-PAQ-EST       PIC 9(6).
              03 FECHA-ESTER-PAQ-EST      PIC 9(8).
              03 FECHA-VENCE-PAQ-EST      PIC 9(8).
              03 ESTADO-PAQ-EST           PIC X.
                 88 PAQUETE-ESTERIL       VALUE "E".
                 88 PAQUETE-ABIERTO       VALUE "U".
                 88 PAQUETE-RETIRADO      VALUE "R".
              03 OPER-PAQ-EST             PIC X(4).
              03 SALA-PAQ-EST             PIC X(4).
              03 FECHA-QX-PAQ-EST         PIC 9(8).
              03 HORA-QX-PAQ-EST          PIC 9(4).
              03 PACI-PAQ-EST             PIC 9(11).
              03 FECHA-APER-PAQ-EST       PIC 9(8).
              03 OPER-APER-PAQ-EST        PIC X(4).
              03 ULT-PAQ-EST              PIC 9(10).
              03 FILLER                   PIC X(10).
           02 FILLER                      PIC X(20).
