      *=================================================================
      * FD-SIVIG.CBL - CASOS DE EVENTOS DE NOTIFICACION OBLIGATORIA AL
      *                SIVIGILA (SC-SIVIG, EN CONTROL DE LA EMPRESA).
      *                EL CASO LO ABRE SER851R CUANDO UNA PANTALLA
      *                CLINICA GRABA UN DIAGNOSTICO MARCADO EN
      *                SC-ARCHDXV, CON LOS DATOS DEL PACIENTE YA
      *                COPIADOS; LA ENFERMERA DE EPIDEMIOLOGIA LO
      *                COMPLETA EN SER951 Y SALE EN EL PLANO SEMANAL:
      *                  P PENDIENTE -> C COMPLETO -> N NOTIFICADO
      *                  D DESCARTADO (NO SE NOTIFICA)
      *                LLAVE-SEM-SIV ES LA SEMANA EPIDEMIOLOGICA EN QUE
      *                SE NOTIFICO (CEROS MIENTRAS NO SALE).
      *                CLASIFICACION: 1 SOSPECHOSO, 2 PROBABLE,
      *                3 CONFIRMADO POR LABORATORIO, 4 CONFIRMADO POR
      *                CLINICA, 5 CONFIRMADO POR NEXO EPIDEMIOLOGICO.
      *                DATOS-EVENTO-SIV LLEVA LOS CAMPOS PROPIOS DE LA
      *                FICHA DEL EVENTO COMO LOS ENTREGA LA PANTALLA.
      *=================================================================
       FD  ARCHIVO-SIVIGILA
           LABEL RECORD STANDARD.
       01  REG-SIVIGILA.
           02 LLAVE-SIV.
              03 NRO-SIV                  PIC 9(8).
           02 COD-PACI-SIV                PIC 9(11).
           02 LLAVE-EST-SIV.
              03 ESTADO-SIV               PIC X.
                 88 SIV-PENDIENTE         VALUE "P".
                 88 SIV-COMPLETO          VALUE "C".
                 88 SIV-NOTIFICADO        VALUE "N".
                 88 SIV-DESCARTADO        VALUE "D".
              03 FECHA-DETEC-SIV          PIC 9(8).
           02 LLAVE-SEM-SIV.
              03 ANO-SEM-SIV              PIC 9(4).
              03 SEMANA-SIV               PIC 99.
           02 EVENTO-SIV                  PIC X(3).
           02 DX-SIV                      PIC X(4).
           02 INMEDIATA-SIV               PIC X.
              88 SIV-INMEDIATA            VALUE "S".
           02 ORIGEN-SIV                  PIC X(8).
           02 FECHA-CONSULTA-SIV          PIC 9(8).
           02 DATOS-PACI-SIV.
              03 TIPO-ID-SIV              PIC XX.
              03 NOMBRE-SIV               PIC X(50).
              03 SEXO-SIV                 PIC X.
              03 NACIM-SIV                PIC 9(8).
              03 DIRECC-SIV               PIC X(40).
              03 TELEFONO-SIV             PIC X(15).
              03 OCUP-SIV                 PIC X(4).
              03 ASEG-SIV                 PIC 9(11).
           02 DATOS-FICHA-SIV.
              03 FECHA-INI-SINT-SIV       PIC 9(8).
              03 CLASIF-SIV               PIC X.
              03 HOSPITAL-SIV             PIC X.
              03 COND-FINAL-SIV           PIC X.
                 88 SIV-VIVO              VALUE "1".
                 88 SIV-MUERTO            VALUE "2".
              03 FECHA-DEF-SIV            PIC 9(8).
              03 DATOS-EVENTO-SIV         PIC X(300).
           02 OPER-COMPL-SIV              PIC X(4).
           02 FECHA-COMPL-SIV             PIC 9(8).
           02 FECHA-NOT-SIV               PIC 9(8).
           02 OPER-NOT-SIV                PIC X(4).
           02 FILLER                      PIC X(20).
