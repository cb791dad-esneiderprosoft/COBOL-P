      *                RECORRIDOS POR DIA DE UN PROFESIONAL. FECHA DE
      *                SOLICITUD (PARA LA OPORTUNIDAD), ACTIVIDAD,
      *                FACTURACION Y ESTADO DEL RECORDATORIO.
      *                UN CUPO VACIO PUEDE ESTAR RESERVADO A UNA
      *                SOLICITUD DE LA LISTA DE ESPERA (SC-ARCHLES)
      *                MIENTRAS EL PACIENTE RESPONDE LA OFERTA.
      *=================================================================
       FD  ARCHIVO-CITAS
           LABEL RECORD STANDARD.
              88 RECOR-CANCELADA             VALUE "X".
              88 RECOR-NO-CONTESTA           VALUE "N".
           02 FECHA-RECOR-CIT                PIC 9(8).
           02 RESERVA-CIT                    PIC 9(6).
           02 FILLER                         PIC X(9).
