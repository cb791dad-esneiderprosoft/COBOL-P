      *=================================================================
      * FD-CRGPR.CBL - CARGOS PERDIDOS (SC-ARCHCPR): EVENTOS CLINICOS
      *                SIN LINEA COBRADA EN SC-ARCHCRG. LOS DETECTA
      *                CADA NOCHE SER956R Y LOS TRABAJA FACTURACION EN
      *                SER956. TRES CLASES DE REGISTRO:
      *                - TIPO "E": EL EVENTO (PROGRAMA ORIGEN,
      *                  DOCUMENTO Y CODIGO CUPS O DE ARTICULO), CON
      *                  EL SERVICIO DONDE ESTA EL PACIENTE, SU VALOR
      *                  DE TARIFA Y EL ESTADO:
      *                    P PENDIENTE   R RECUPERADO (YA TIENE CARGO)
      *                    D DESCARTADO (NO SE COBRA, CON MOTIVO)
      *                  LA LLAVE ALTERNA ESTADO + SERVICIO ES LA
      *                  LISTA DE TRABAJO DE CADA SERVICIO.
      *                - TIPO "P" (ORIGEN/DOC/CODIGO EN BLANCO):
      *                  PARAMETROS DE LA REVISION: MANUAL Y SALARIO
      *                  MINIMO DIARIO PARA TARIFAR LOS CUPS, CUPS DE
      *                  LA TRANSFUSION Y DE LA INTERCONSULTA, Y DIAS
      *                  HACIA ATRAS QUE SE REVISAN.
      *                - TIPO "C" (EN BLANCO): CONTROL DE LA ULTIMA
      *                  CORRIDA.
      *                ORIGENES: HC838 DOSIS APLICADA (MAR), SER920
      *                EXAMEN VALIDADO, SER939 TRANSFUSION, SAL727
      *                CIRUGIA REALIZADA, SER940 INTERCONSULTA
      *                RESPONDIDA.
      *=================================================================
       FD  ARCHIVO-CARGOS-PERDIDOS
           LABEL RECORD STANDARD.
       01  REG-CARGO-PERDIDO.
           02 LLAVE-CPR.
              03 TIPO-CPR                 PIC X.
                 88 CPR-EVENTO            VALUE "E".
                 88 CPR-PARAMETROS        VALUE "P".
                 88 CPR-CONTROL           VALUE "C".
              03 ORIGEN-CPR               PIC X(8).
              03 DOC-CPR                  PIC X(30).
              03 CODIGO-CPR               PIC X(18).
           02 LLAVE-SERV-CPR.
              03 ESTADO-CPR               PIC X.
                 88 CPR-PENDIENTE         VALUE "P".
                 88 CPR-RECUPERADO        VALUE "R".
                 88 CPR-DESCARTADO        VALUE "D".
              03 SERVICIO-CPR             PIC X(4).
              03 FECHA-EVENTO-CPR         PIC 9(8).
           02 DATOS-EVENTO-CPR.
              03 COD-PACI-CPR             PIC 9(11).
              03 CLASE-CPR                PIC X.
                 88 CPR-SERVICIO          VALUE "S".
                 88 CPR-INSUMO            VALUE "I".
              03 DESCRIP-CPR              PIC X(30).
              03 CANTIDAD-CPR             PIC 9(5)V99.
              03 VALOR-CPR                PIC 9(10)V99.
              03 SIN-TARIFA-CPR           PIC X.
              03 FECHA-DETEC-CPR          PIC 9(8).
              03 FECHA-RECUP-CPR          PIC 9(8).
              03 NRO-CRG-CPR              PIC 9(8).
              03 MOTIVO-CPR               PIC X(30).
              03 OPER-CPR                 PIC X(4).
           02 DATOS-PARAM-CPR REDEFINES DATOS-EVENTO-CPR.
              03 MANUAL-CPR               PIC XX.
              03 SAL-MIN-CPR              PIC 9(9).
              03 CUPS-TRANSF-CPR          PIC X(8).
              03 CUPS-INTERC-CPR          PIC X(8).
              03 DIAS-VENTANA-CPR         PIC 9(3).
              03 OPER-PARAM-CPR           PIC X(4).
              03 FILLER                   PIC X(86).
           02 DATOS-CTL-CPR REDEFINES DATOS-EVENTO-CPR.
              03 HORA-CORRIDA-CPR         PIC 9(6).
              03 TOTAL-REVISADOS-CPR      PIC 9(7).
              03 TOTAL-NUEVOS-CPR         PIC 9(7).
              03 TOTAL-RECUP-CPR          PIC 9(7).
              03 FILLER                   PIC X(93).
           02 FECHA-CORRIDA-CPR           PIC 9(8).
           02 FILLER                      PIC X(10).
