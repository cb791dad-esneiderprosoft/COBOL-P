      *=================================================================
      * FD-LESPE.CBL - LISTA DE ESPERA POR ESPECIALIDAD Y PROFESIONAL
      *                (SC-ARCHLES). CUANDO LA AGENDA ESTA LLENA EL
      *                PACIENTE QUEDA INSCRITO (SER957) Y EL PRIMER
      *                CUPO QUE SE LIBERA O SE GENERA SE LE OFRECE
      *                POR LA COLA DE NOTIFICACIONES (SER957R), CON
      *                EL CUPO RESERVADO UNAS HORAS EN LA AGENDA.
      *                DOS CLASES DE REGISTRO:
      *                - TIPO "E": LA SOLICITUD. ESTADO:
      *                    E EN ESPERA   O CUPO OFRECIDO Y RESERVADO
      *                    A CITA ASIGNADA
      *                    R RETIRADA SIN ATENDER (CON MOTIVO)
      *                  PRIORIDAD: G GESTANTE, N NINO, O ONCOLOGICO,
      *                  Q PQRS, EN BLANCO SIN PRIORIDAD; EL RANGO
      *                  (1 A 5) ORDENA LA LLAVE ALTERNA DEL TURNO:
      *                  ESTADO + ESPECIALIDAD + RANGO + SOLICITUD.
      *                  EL ULTIMO CUPO OFRECIDO QUEDA GRABADO PARA NO
      *                  VOLVER A OFRECERSELO AL MISMO PACIENTE.
      *                - TIPO "C" (CONSECUTIVO 000000): ULTIMO
      *                  CONSECUTIVO, HORAS DE RESERVA DE LA OFERTA,
      *                  DIAS HACIA ADELANTE QUE SE OFRECEN DE UNA
      *                  AGENDA NUEVA Y OFERTAS SIN RESPUESTA CON QUE
      *                  EL PACIENTE SALE DE LA LISTA.
      *=================================================================
       FD  ARCHIVO-LISTA-ESPERA
           LABEL RECORD STANDARD.
       01  REG-LISTA-ESPERA.
           02 LLAVE-LES.
              03 TIPO-LES                 PIC X.
                 88 LES-SOLICITUD         VALUE "E".
                 88 LES-CONTROL           VALUE "C".
              03 CONSEC-LES               PIC 9(6).
           02 LLAVE-TURNO-LES.
              03 ESTADO-LES               PIC X.
                 88 LES-EN-ESPERA         VALUE "E".
                 88 LES-OFRECIDA          VALUE "O".
                 88 LES-ASIGNADA          VALUE "A".
                 88 LES-RETIRADA          VALUE "R".
              03 ESPECIALIDAD-LES         PIC X(20).
              03 RANGO-PRIOR-LES          PIC 9.
              03 FECHA-SOLIC-LES          PIC 9(8).
              03 HORA-SOLIC-LES           PIC 9(4).
           02 COD-PACI-LES                PIC 9(11).
           02 DATOS-SOLIC-LES.
              03 PROF-LES                 PIC X(4).
              03 PRIORIDAD-LES            PIC X.
                 88 PRIOR-GESTANTE        VALUE "G".
                 88 PRIOR-NINO            VALUE "N".
                 88 PRIOR-ONCOLOGICO      VALUE "O".
                 88 PRIOR-PQRS            VALUE "Q".
              03 TELEFONO-LES             PIC X(15).
              03 EMAIL-LES                PIC X(60).
              03 CANAL-LES                PIC X.
              03 OBSERV-LES               PIC X(30).
              03 CUPO-LES.
                 04 FECHA-CUPO-LES        PIC X(6).
                 04 MEDICO-CUPO-LES       PIC X(10).
                 04 HORA-CUPO-LES         PIC 9(4).
              03 FECHA-OFERTA-LES         PIC 9(8).
              03 HORA-OFERTA-LES          PIC 9(4).
              03 MIN-VENCE-LES            PIC 9(10).
              03 FECHA-VENCE-LES          PIC 9(8).
              03 HORA-VENCE-LES           PIC 9(4).
              03 NRO-OFERTAS-LES          PIC 99.
              03 SIN-RESPUESTA-LES        PIC 9.
              03 NRO-NOT-LES              PIC 9(9).
              03 FECHA-ASIGNA-LES         PIC 9(8).
              03 FECHA-SALIDA-LES         PIC 9(8).
              03 MOTIVO-SALIDA-LES        PIC X(30).
              03 OPER-LES                 PIC X(4).
           02 DATOS-CONTROL-LES REDEFINES DATOS-SOLIC-LES.
              03 ULT-CONSEC-LES           PIC 9(6).
              03 HORAS-RESERVA-LES        PIC 99.
              03 DIAS-OFERTA-LES          PIC 9(3).
              03 MAX-SIN-RESP-LES         PIC 9.
              03 OPER-CTL-LES             PIC X(4).
              03 FILLER                   PIC X(211).
           02 FILLER                      PIC X(10).
