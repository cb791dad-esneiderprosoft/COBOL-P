      *=================================================================
      * FD-HADAT.CBL - HABEAS DATA, LEY 1581 DE 2012 (SC-ARCHHDA),
      *                JUNTO A SC-PACIE Y SC-ARCHTER. LA PERSONA VA
      *                POR SU DOCUMENTO Y LA CLASE EN QUE LA TENEMOS
      *                (PACIENTE, TERCERO, CLIENTE DE COMBUSTIBLE):
      *                - TIPO "A": AUTORIZACION DE TRATAMIENTO. NO SE
      *                  REESCRIBE: CADA CAPTURA (OTORGA, NIEGA O
      *                  REVOCA) ES UN REGISTRO NUEVO CON LA VERSION
      *                  DE LA POLITICA, EL CANAL Y LA FECHA; LA
      *                  VIGENTE ES LA DE MAYOR CONSECUTIVO. ES LA
      *                  PRUEBA DE LA AUTORIZACION.
      *                - TIPO "S": SOLICITUD DEL TITULAR (CONSULTA,
      *                  ACTUALIZACION, RECTIFICACION, SUPRESION,
      *                  REVOCATORIA) CON SU FECHA LIMITE LEGAL EN
      *                  DIAS HABILES Y LA RESPUESTA. CLASE EN BLANCO.
      *                - TIPO "N": CONTROL, GUARDA EL ULTIMO
      *                  CONSECUTIVO (COMUN A "A" Y "S").
      *=================================================================
       FD  ARCHIVO-HABEAS
           LABEL RECORD STANDARD.
       01  REG-HABEAS.
           02 LLAVE-HDA.
              03 TIPO-HDA                 PIC X.
                 88 HDA-AUTORIZACION      VALUE "A".
                 88 HDA-SOLICITUD         VALUE "S".
                 88 HDA-CONTROL           VALUE "N".
              03 ID-PERS-HDA              PIC 9(11).
              03 CLASE-PERS-HDA           PIC X.
                 88 PERS-PACIENTE         VALUE "P".
                 88 PERS-TERCERO          VALUE "T".
                 88 PERS-CLIENTE-COMB     VALUE "C".
              03 CONSEC-HDA               PIC 9(6).
           02 DATOS-AUT-HDA.
              03 ESTADO-AUT-HDA           PIC X.
                 88 AUT-OTORGADA          VALUE "S".
                 88 AUT-NEGADA            VALUE "N".
                 88 AUT-REVOCADA          VALUE "R".
              03 VERSION-POL-HDA          PIC X(10).
              03 CANAL-HDA                PIC X.
                 88 CANAL-PRESENCIAL      VALUE "P".
                 88 CANAL-FORMATO-FISICO  VALUE "F".
                 88 CANAL-WEB             VALUE "W".
                 88 CANAL-TELEFONO        VALUE "T".
                 88 CANAL-CORREO          VALUE "E".
              03 FECHA-AUT-HDA            PIC 9(8).
              03 HORA-AUT-HDA             PIC 9(6).
              03 FILLER                   PIC X(190).
           02 DATOS-SOL-HDA REDEFINES DATOS-AUT-HDA.
              03 TIPO-SOL-HDA             PIC X.
                 88 SOL-CONSULTA          VALUE "C".
                 88 SOL-ACTUALIZACION     VALUE "A".
                 88 SOL-RECTIFICACION     VALUE "R".
                 88 SOL-SUPRESION         VALUE "S".
                 88 SOL-REVOCATORIA       VALUE "V".
              03 FECHA-RAD-HDA            PIC 9(8).
              03 FECHA-LIMITE-HDA         PIC 9(8).
              03 DESCRIP-HDA              PIC X(60).
              03 RESPUESTA-HDA            PIC X(100).
              03 FECHA-RESP-HDA           PIC 9(8).
              03 ESTADO-SOL-HDA           PIC X.
                 88 SOL-PENDIENTE         VALUE "P".
                 88 SOL-RESPONDIDA        VALUE "R".
              03 BLOQUEO-HDA              PIC X(30).
           02 DATOS-CTL-HDA REDEFINES DATOS-AUT-HDA.
              03 ULT-CONSEC-HDA           PIC 9(6).
              03 FILLER                   PIC X(210).
           02 OPER-HDA                    PIC X(4).
           02 FILLER                      PIC X(10).
