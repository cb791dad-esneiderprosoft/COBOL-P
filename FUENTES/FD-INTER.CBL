      *=================================================================
      * FD-INTER.CBL - INTERACCIONES ENTRE MEDICAMENTOS (SC-ARCHINT,
      *                EN CONTROL DE LA EMPRESA). MANTENIMIENTO EN
      *                HC846; LA FORMULACION (HC837) LA CONSULTA.
      *                - TIPO "A": PRINCIPIOS ACTIVOS DE UN ARTICULO
      *                  DEL MAESTRO (HASTA 4).
      *                - TIPO "I": PAR DE PRINCIPIOS ACTIVOS (EL MENOR
      *                  PRIMERO) CON LA SEVERIDAD: "C" CONTRAINDICADA,
      *                  "M" MAYOR, "O" MODERADA, Y LA RECOMENDACION.
      *                - TIPO "V": AUTORIZACION DE UNA FORMULA CON
      *                  INTERACCION CONTRAINDICADA, POR PERIODO Y
      *                  PRESCRIPTOR, CON LA JUSTIFICACION (INFORME
      *                  MENSUAL PARA EL COMITE DE FARMACIA).
      *                - TIPO "D": RANGO DE DOSIS PEDIATRICA POR PESO
      *                  DE UN ARTICULO PARA UNA FRANJA DE EDAD (EN
      *                  MESES): MG/KG/DOSIS Y MG/KG/DIA, MINIMO Y
      *                  MAXIMO. LA LLAVE LLEVA LA EDAD HASTA, PARA
      *                  QUE LA PRIMERA FRANJA >= LA EDAD SEA LA QUE
      *                  APLICA.
      *=================================================================
       FD  ARCHIVO-INTERAC
           LABEL RECORD STANDARD.
       01  REG-INTERAC.
           02 LLAVE-INT.
              03 TIPO-INT                 PIC X.
                 88 INT-ARTICULO          VALUE "A".
                 88 INT-PAR               VALUE "I".
                 88 INT-AUTORIZA          VALUE "V".
                 88 INT-DOSIS             VALUE "D".
              03 ID-INT                   PIC X(51).
              03 ID-ART-INT REDEFINES ID-INT.
                 04 COD-ART-INT           PIC X(16).
                 04 FILLER                PIC X(35).
              03 ID-PAR-INT REDEFINES ID-INT.
                 04 PRINC1-INT            PIC X(10).
                 04 PRINC2-INT            PIC X(10).
                 04 FILLER                PIC X(31).
              03 ID-AUT-INT REDEFINES ID-INT.
                 04 PERIODO-INT           PIC 9(6).
                 04 MEDICO-INT            PIC X(15).
                 04 FECHA-INT             PIC 9(8).
                 04 HORA-INT              PIC 9(6).
                 04 ART-NUEVO-INT         PIC X(16).
              03 ID-DOS-INT REDEFINES ID-INT.
                 04 COD-ART-DOS-INT       PIC X(16).
                 04 EDAD-HASTA-DOS-INT    PIC 9(4).
                 04 FILLER                PIC X(31).
           02 DATOS-ART-INT.
              03 DESCRIP-ART-INT          PIC X(40).
              03 PRINCIPIOS-ART-INT.
                 04 PRINC-ART-INT         PIC X(10) OCCURS 4.
              03 FILLER                   PIC X(80).
           02 DATOS-PAR-INT REDEFINES DATOS-ART-INT.
              03 SEVERIDAD-INT            PIC X.
                 88 SEV-CONTRAINDICADA    VALUE "C".
                 88 SEV-MAYOR             VALUE "M".
                 88 SEV-MODERADA          VALUE "O".
              03 RECOMENDA-INT            PIC X(100).
              03 FILLER                   PIC X(59).
           02 DATOS-AUT-INT REDEFINES DATOS-ART-INT.
              03 PACI-AUT-INT             PIC 9(11).
              03 ART-ACTIVO-AUT-INT       PIC X(16).
              03 PRINC1-AUT-INT           PIC X(10).
              03 PRINC2-AUT-INT           PIC X(10).
              03 JUSTIF-AUT-INT           PIC X(100).
              03 FILLER                   PIC X(13).
           02 DATOS-DOS-INT REDEFINES DATOS-ART-INT.
              03 EDAD-DESDE-DOS-INT       PIC 9(4).
              03 DOSIS-MIN-DOS-INT        PIC 9(4)V999.
              03 DOSIS-MAX-DOS-INT        PIC 9(4)V999.
              03 DIA-MIN-DOS-INT          PIC 9(4)V999.
              03 DIA-MAX-DOS-INT          PIC 9(4)V999.
              03 FILLER                   PIC X(128).
           02 OPER-INT                    PIC X(15).
           02 FECHA-MOD-INT               PIC 9(8).
           02 FILLER                      PIC X(10).
