      *=================================================================
      * FD-ONCAC.CBL - DATOS ESTRUCTURADOS DE LA HISTORIA DE ONCOLOGIA
      *                QUE PIDE EL REPORTE DE CANCER DE LA CUENTA DE
      *                ALTO COSTO (RESOLUCION 0247), UN REGISTRO POR
      *                PACIENTE Y NEOPLASIA PRIMARIA (SC-ONCAC, EN
      *                CONTROL DE LA EMPRESA). LO DILIGENCIA EL
      *                ONCOLOGO DESDE LA HISTORIA (HC847) POR BLOQUES:
      *                DIAGNOSTICO, QUIMIOTERAPIA, CIRUGIA,
      *                RADIOTERAPIA, OTROS MANEJOS Y SEGUIMIENTO.
      *                LOS DATOS DE IDENTIFICACION Y AFILIACION SE
      *                TOMAN DE SC-PACIE AL GENERAR EL PLANO.
      *                MARCAS "S"/"N" PARA SI RECIBIO; FECHAS AAAAMMDD
      *                (CEROS SIN DATO). COMPLETO-ONC Y FALTAN-ONC LOS
      *                DEJA LA ULTIMA VERIFICACION AL GRABAR.
      *                CODIGOS (LOS DEL INSTRUCTIVO DE LA CAC):
      *                TIPO-ESTUDIO 1 HISTOPATOLOGIA, 2 CITOLOGIA,
      *                  3 CLINICA, 4 IMAGENES, 5 MARCADORES.
      *                UBICACION TEMPORAL 1 NEOADYUVANTE, 2 INICIAL
      *                  CURATIVO, 3 ADYUVANTE, 4 PALIATIVO.
      *                CARACTERISTICA 1 FINALIZADO, 2 EN CURSO,
      *                  3 SUSPENDIDO.
      *                ESTADO VITAL 1 VIVO, 2 FALLECIDO; CAUSA DE
      *                  MUERTE 1 EL CANCER, 2 OTRA, 3 DESCONOCIDA.
      *=================================================================
       FD  ARCHIVO-ONCO-CAC
           LABEL RECORD STANDARD.
       01  REG-ONCO-CAC.
           02 LLAVE-ONC.
              03 COD-PACI-ONC             PIC 9(11).
              03 NRO-NEO-ONC              PIC 9.
           02 DATOS-DX-ONC.
              03 CIE10-ONC                PIC X(4).
              03 FECHA-DX-ONC             PIC 9(8).
              03 FECHA-REMISION-ONC       PIC 9(8).
              03 FECHA-INGRESO-ONC        PIC 9(8).
              03 TIPO-ESTUDIO-ONC         PIC X.
                 88 ONC-HISTOPATOLOGIA    VALUE "1".
              03 MOTIVO-NO-HISTO-ONC      PIC X.
              03 FECHA-MUESTRA-ONC        PIC 9(8).
              03 FECHA-INFORME-ONC        PIC 9(8).
              03 IPS-DX-ONC               PIC X(12).
              03 FECHA-1RA-CONS-ONC       PIC 9(8).
              03 HISTOLOGIA-ONC           PIC XX.
              03 GRADO-DIF-ONC            PIC X.
              03 ESTADIF-ONC              PIC XX.
              03 TNM-ONC                  PIC X(12).
              03 FECHA-ESTADIF-ONC        PIC 9(8).
              03 HER2-REALIZADO-ONC       PIC X.
              03 HER2-RESULT-ONC          PIC X.
              03 DUKES-ONC                PIC X.
              03 ESTADIF-HEMATO-ONC       PIC XX.
              03 RIESGO-HEMATO-ONC        PIC X.
              03 GLEASON-ONC              PIC 99.
              03 OBJETIVO-TRAT-ONC        PIC X.
              03 OBJETIVO-INTERV-ONC      PIC X.
              03 ANTEC-CANCER-ONC         PIC X.
              03 FECHA-ANTEC-ONC          PIC 9(8).
              03 CIE10-ANTEC-ONC          PIC X(4).
           02 DATOS-QT-ONC.
              03 RECIBIO-QT-ONC           PIC X.
              03 NRO-FASES-QT-ONC         PIC 99.
              03 NRO-CICLOS-QT-ONC        PIC 99.
              03 UBIC-TEMP-QT-ONC         PIC X.
              03 FECHA-INI-QT-ONC         PIC 9(8).
              03 IPS-QT-ONC               PIC X(12).
              03 NRO-MEDIC-QT-ONC         PIC 99.
              03 ESQUEMA-QT-ONC           PIC X(20).
              03 INTRATECAL-QT-ONC        PIC X.
              03 FECHA-FIN-QT-ONC         PIC 9(8).
              03 CARACT-QT-ONC            PIC X.
              03 MOTIVO-FIN-QT-ONC        PIC X.
           02 DATOS-CX-ONC.
              03 RECIBIO-CX-ONC           PIC X.
              03 NRO-CX-ONC               PIC 99.
              03 FECHA-1RA-CX-ONC         PIC 9(8).
              03 IPS-CX-ONC               PIC X(12).
              03 CUPS-CX-ONC              PIC X(6).
              03 UBIC-TEMP-CX-ONC         PIC X.
              03 FECHA-ULT-CX-ONC         PIC 9(8).
              03 MOTIVO-ULT-CX-ONC        PIC X.
              03 CUPS-ULT-CX-ONC          PIC X(6).
              03 VITAL-POS-CX-ONC         PIC X.
           02 DATOS-RT-ONC.
              03 RECIBIO-RT-ONC           PIC X.
              03 NRO-SESIONES-RT-ONC      PIC 999.
              03 FECHA-INI-RT-ONC         PIC 9(8).
              03 UBIC-TEMP-RT-ONC         PIC X.
              03 TIPO-RT-ONC              PIC X.
              03 IPS-RT-ONC               PIC X(12).
              03 FECHA-FIN-RT-ONC         PIC 9(8).
              03 CARACT-RT-ONC            PIC X.
              03 MOTIVO-FIN-RT-ONC        PIC X.
           02 DATOS-OTROS-ONC.
              03 RECIBIO-TPH-ONC          PIC X.
              03 TIPO-TPH-ONC             PIC X.
              03 UBIC-TEMP-TPH-ONC        PIC X.
              03 FECHA-TPH-ONC            PIC 9(8).
              03 IPS-TPH-ONC              PIC X(12).
              03 RECIBIO-RECONST-ONC      PIC X.
              03 FECHA-RECONST-ONC        PIC 9(8).
              03 IPS-RECONST-ONC          PIC X(12).
              03 RECIBIO-PALIAT-ONC       PIC X.
              03 FECHA-PALIAT-ONC         PIC 9(8).
              03 IPS-PALIAT-ONC           PIC X(12).
              03 RECIBIO-PSIQ-ONC         PIC X.
              03 FECHA-PSIQ-ONC           PIC 9(8).
              03 RECIBIO-NUTRIC-ONC       PIC X.
              03 FECHA-NUTRIC-ONC         PIC 9(8).
              03 SOPORTE-NUTRIC-ONC       PIC X.
           02 DATOS-SEGUIM-ONC.
              03 RESULTADO-TRAT-ONC       PIC X.
              03 ESTADO-VITAL-ONC         PIC X.
                 88 ONC-VIVO              VALUE "1".
                 88 ONC-FALLECIDO         VALUE "2".
              03 NOVEDAD-ADMIN-ONC        PIC XX.
              03 NOVEDAD-CLINICA-ONC      PIC XX.
              03 FECHA-MUERTE-ONC         PIC 9(8).
              03 CAUSA-MUERTE-ONC         PIC X.
              03 FECHA-ULT-CONTACTO-ONC   PIC 9(8).
              03 FECHA-DESAFIL-ONC        PIC 9(8).
           02 COMPLETO-ONC                PIC X.
              88 ONC-COMPLETO             VALUE "S".
           02 FALTAN-ONC                  PIC 99.
           02 OPER-CREA-ONC               PIC X(4).
           02 FECHA-CREA-ONC              PIC 9(8).
           02 OPER-MOD-ONC                PIC X(4).
           02 FECHA-MOD-ONC               PIC 9(8).
           02 FILLER                      PIC X(30).
