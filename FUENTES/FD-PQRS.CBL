      *               FECHA LIMITE LEGAL DE RESPUESTA CALCULADA POR
      *               TIPO, RESPONSABLE ASIGNADO Y LA RESPUESTA CON
      *               SU FECHA. EL REGISTRO 999999 GUARDA EL ULTIMO
      *               CONSECUTIVO. FECHA-AVISO-PQR ES EL ULTIMO DIA EN
      *               QUE SE AVISO EL VENCIMIENTO POR LA COLA CENTRAL
      *               DE NOTIFICACIONES (UN AVISO POR DIA).
      *=================================================================
       FD  ARCHIVO-PQRS
           LABEL RECORD STANDARD.
              88 PQR-RESPONDIDA           VALUE "R".
           02 ULT-CONSEC-PQR              PIC 9(6).
           02 OPER-PQR                    PIC X(4).
           02 FECHA-AVISO-PQR             PIC 9(8).
           02 FILLER                      PIC X(2).
