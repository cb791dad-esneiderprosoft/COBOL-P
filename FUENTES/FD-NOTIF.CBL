      *=================================================================
      * FD-NOTIF.CBL - COLA CENTRAL DE NOTIFICACIONES (SC-ARCHNOT EN
      *                DATOS DEL SERVIDOR, COMUN A TODAS LAS
      *                EMPRESAS). LOS PROGRAMAS PUBLICAN POR CON885R
      *                Y EL DESPACHADOR (CON885 OPC "D") ENVIA.
      *                CLASES DE REGISTRO SEGUN TIPO-NOT:
      *                "M" - MENSAJE (ID = NUMERO + 00): DESTINATARIO,
      *                      CANAL, PLANTILLA, PRIORIDAD, TEXTO,
      *                      ESTADO, INTENTOS, ACUSE ESPERADO Y A QUIEN
      *                      SE ESCALA SI NO LLEGA.
      *                "L" - EVENTO DE LA BITACORA DE ENTREGA (ID =
      *                      NUMERO DEL MENSAJE + SECUENCIA).
      *                "D" - DESTINATARIOS POR PLANTILLA (ID =
      *                      PLANTILLA): PRINCIPAL, SEGUNDO PARA EL
      *                      ESCALAMIENTO, MINUTOS DE ESPERA DEL ACUSE,
      *                      INTENTOS Y PRIORIDAD.
      *                "N" - CONSECUTIVO DE LOS MENSAJES.
      *                DESTINO-NOT (CLASE "P" PACIENTE, "U" USUARIO,
      *                MAS SU DOCUMENTO O CODIGO) ES LA LLAVE DE
      *                BUSQUEDA DE LA BITACORA POR PERSONA; LOS
      *                EVENTOS LLEVAN EL DESTINO DE SU MENSAJE.
      *                CANALES: "E" CORREO, "S" SMS, "W" WHATSAPP.
      *=================================================================
       FD  ARCHIVO-NOTIFICA
           LABEL RECORD STANDARD.
       01  REG-NOTIFICA.
           02 LLAVE-NOT.
              03 TIPO-NOT                 PIC X.
                 88 NOT-MENSAJE           VALUE "M".
                 88 NOT-EVENTO            VALUE "L".
                 88 NOT-DESTINATARIOS     VALUE "D".
                 88 NOT-CONTROL           VALUE "N".
              03 ID-NOT                   PIC X(11).
              03 ID-MSJ-NOT REDEFINES ID-NOT.
                 04 NRO-NOT               PIC 9(9).
                 04 SEC-NOT               PIC 99.
           02 DESTINO-NOT.
              03 CLASE-DEST-NOT           PIC X.
                 88 DEST-PACIENTE         VALUE "P".
                 88 DEST-USUARIO          VALUE "U".
              03 ID-DEST-NOT              PIC X(15).
           02 DATOS-MSJ-NOT.
              03 DIR-NOT                  PIC X(30).
              03 PROGRAMA-NOT             PIC X(8).
              03 PLANTILLA-NOT            PIC X(8).
              03 CANAL-NOT                PIC X.
                 88 CANAL-CORREO          VALUE "E".
                 88 CANAL-SMS             VALUE "S".
                 88 CANAL-WHATSAPP        VALUE "W".
              03 DIRECCION-NOT            PIC X(60).
              03 PRIORIDAD-NOT            PIC 9.
              03 TEXTO-NOT                PIC X(200).
              03 ESTADO-NOT               PIC X.
                 88 MSJ-PENDIENTE         VALUE "P".
                 88 MSJ-ENVIADO           VALUE "E".
                 88 MSJ-ENTREGADO         VALUE "D".
                 88 MSJ-ACUSADO           VALUE "C".
                 88 MSJ-FALLIDO           VALUE "F".
              03 INTENTOS-NOT             PIC 9.
              03 MAX-INTENTOS-NOT         PIC 9.
              03 MIN-PROX-NOT             PIC 9(10).
              03 MIN-ENVIO-NOT            PIC 9(10).
              03 MINUTOS-ACUSE-NOT        PIC 9(4).
              03 ALTERNO-NOT.
                 04 CLASE-ALT-NOT         PIC X.
                 04 ID-ALT-NOT            PIC X(15).
                 04 CANAL-ALT-NOT         PIC X.
                 04 DIRECCION-ALT-NOT     PIC X(60).
              03 ESCALADO-NOT             PIC X.
              03 NRO-ORIGEN-NOT           PIC 9(9).
              03 FECHA-CREA-NOT           PIC 9(8).
              03 HORA-CREA-NOT            PIC 9(6).
              03 FECHA-ESTADO-NOT         PIC 9(8).
              03 HORA-ESTADO-NOT          PIC 9(6).
              03 ULT-EVENTO-NOT           PIC 99.
           02 DATOS-LOG-NOT REDEFINES DATOS-MSJ-NOT.
              03 EVENTO-NOT               PIC X.
                 88 EVT-ENCOLADO          VALUE "P".
                 88 EVT-ENVIADO           VALUE "E".
                 88 EVT-REINTENTO         VALUE "R".
                 88 EVT-ENTREGADO         VALUE "D".
                 88 EVT-FALLIDO           VALUE "F".
                 88 EVT-ACUSADO           VALUE "C".
                 88 EVT-ESCALADO          VALUE "S".
              03 FECHA-LOG-NOT            PIC 9(8).
              03 HORA-LOG-NOT             PIC 9(6).
              03 CANAL-LOG-NOT            PIC X.
              03 DIRECCION-LOG-NOT        PIC X(60).
              03 DETALLE-LOG-NOT          PIC X(80).
              03 FILLER                   PIC X(296).
           02 DATOS-DEST-NOT REDEFINES DATOS-MSJ-NOT.
              03 CANAL-DEF-NOT            PIC X.
              03 CLASE-DEF-NOT            PIC X.
              03 ID-DEF-NOT               PIC X(15).
              03 DIRECCION-DEF-NOT        PIC X(60).
              03 CANAL-ALT-DEF-NOT        PIC X.
              03 CLASE-ALT-DEF-NOT        PIC X.
              03 ID-ALT-DEF-NOT           PIC X(15).
              03 DIRECCION-ALT-DEF-NOT    PIC X(60).
              03 MINUTOS-ACUSE-DEF-NOT    PIC 9(4).
              03 MAX-INTENTOS-DEF-NOT     PIC 9.
              03 PRIORIDAD-DEF-NOT        PIC 9.
              03 DESCRIP-DEF-NOT          PIC X(40).
              03 FILLER                   PIC X(252).
           02 DATOS-CTL-NOT REDEFINES DATOS-MSJ-NOT.
              03 ULTIMO-NRO-NOT           PIC 9(9).
              03 FILLER                   PIC X(443).
           02 FILLER                      PIC X(20).
