      *=================================================================
      * FD-IMPLA.CBL - TRAZABILIDAD DE IMPLANTES (SC-ARCHIMP, SER964),
      *                DOS CLASES DE REGISTRO:
      *                - TIPO "S": SERIAL RECIBIDO DE UN ARTICULO
      *                  IMPLANTABLE (OSTEOSINTESIS, PROTESIS, MALLAS,
      *                  VALVULAS...) CON LOTE DEL FABRICANTE, LOTE
      *                  INTERNO, REFERENCIA, FABRICANTE, REGISTRO
      *                  SANITARIO INVIMA, PROVEEDOR Y SI ES DE
      *                  CONSIGNACION (SC-ARCHCSG, INV824). AL
      *                  IMPLANTARLO QUEDA LA CIRUGIA DE SAL727
      *                  (SALA/FECHA/HORA DE SC-ARCHQUI), EL PACIENTE,
      *                  EL CIRUJANO Y EL SITIO ANATOMICO.
      *                  ESTADO: D DISPONIBLE, I IMPLANTADO, R RETIRADO
      *                  POR ALERTA O DEVUELTO AL PROVEEDOR.
      *                - TIPO "E": EVENTO O INCIDENTE ADVERSO DE
      *                  TECNOVIGILANCIA (NUMERO EN NRO-EVE-IMP) CON EL
      *                  DISPOSITIVO, EL PACIENTE Y LOS DATOS DEL
      *                  REPORTE AL INVIMA. EL EVENTO 000000 ES EL
      *                  REGISTRO DE CONTROL CON EL ULTIMO NUMERO.
      *                  CLASIFICACION: ES EVENTO SERIO, EN EVENTO NO
      *                  SERIO, IS INCIDENTE SERIO, IN INCIDENTE NO
      *                  SERIO. DESENLACE: M MUERTE, V AMENAZA LA
      *                  VIDA, P DANO PERMANENTE, H HOSPITALIZACION
      *                  INICIAL O PROLONGADA, Q INTERVENCION MEDICA O
      *                  QUIRURGICA, N NINGUNO DE LOS ANTERIORES.
      *                  ESTADO: R REGISTRADO, E REPORTADO.
      *=================================================================
       FD  ARCHIVO-IMPLANTES
           LABEL RECORD STANDARD.
       01  REG-IMPLANTE.
           02 LLAVE-IMP.
              03 TIPO-IMP                 PIC X.
              03 COD-ART-IMP              PIC X(16).
              03 SERIAL-IMP               PIC X(20).
           02 LLAVE-EVE-IMP REDEFINES LLAVE-IMP.
              03 FILLER                   PIC X.
              03 NRO-EVE-IMP              PIC 9(6).
              03 FILLER                   PIC X(30).
           02 COD-PACI-IMP                PIC 9(11).
           02 DATOS-SER-IMP.
              03 DESCRIP-IMP              PIC X(40).
              03 LOTE-IMP                 PIC X(15).
              03 COD-LOTE-IMP             PIC 9(9).
              03 REFERENCIA-IMP           PIC X(20).
              03 FABRICANTE-IMP           PIC X(30).
              03 REG-INVIMA-IMP           PIC X(20).
              03 NIT-PROV-IMP             PIC 9(11).
              03 CONSIG-IMP               PIC X.
                 88 IMPLANTE-CONSIGNADO   VALUE "S".
              03 FECHA-VENCE-IMP          PIC 9(8).
              03 FECHA-REC-IMP            PIC 9(8).
              03 OPER-REC-IMP             PIC X(4).
              03 ESTADO-IMP               PIC X.
                 88 IMPLANTE-DISPONIBLE   VALUE "D".
                 88 IMPLANTE-IMPLANTADO   VALUE "I".
                 88 IMPLANTE-RETIRADO     VALUE "R".
              03 SALA-IMP                 PIC X(4).
              03 FECHA-QX-IMP             PIC 9(8).
              03 HORA-QX-IMP              PIC 9(4).
              03 CIRUJANO-IMP             PIC X(4).
              03 SITIO-IMP                PIC X(30).
              03 FECHA-IMPL-IMP           PIC 9(8).
              03 OPER-IMPL-IMP            PIC X(4).
              03 ALERTA-IMP               PIC X(20).
              03 FILLER                   PIC X(101).
           02 DATOS-EVE-IMP REDEFINES DATOS-SER-IMP.
              03 ART-EVE-IMP              PIC X(16).
              03 SERIAL-EVE-IMP           PIC X(20).
              03 FECHA-EVENTO-IMP         PIC 9(8).
              03 FECHA-REPORTE-IMP        PIC 9(8).
              03 CLASIF-EVE-IMP           PIC XX.
                 88 EVENTO-SERIO          VALUE "ES" "IS".
              03 DESENLACE-EVE-IMP        PIC X.
              03 DIAGNOSTICO-EVE-IMP      PIC X(4).
              03 DESCRIP-EVE-IMP          PIC X(100).
              03 CAUSA-EVE-IMP            PIC X(60).
              03 ACCION-EVE-IMP           PIC X(60).
              03 REPORTA-EVE-IMP          PIC X(30).
              03 PROFESION-EVE-IMP        PIC X(20).
              03 ESTADO-EVE-IMP           PIC X.
                 88 EVENTO-REGISTRADO     VALUE "R".
                 88 EVENTO-REPORTADO      VALUE "E".
              03 OPER-EVE-IMP             PIC X(4).
              03 ULT-EVE-IMP              PIC 9(6).
              03 FILLER                   PIC X(10).
           02 FILLER                      PIC X(20).
