      *=================================================================
      * FD-PAGEP.CBL - PAGOS DE EPS (SC-ARCHPGE), DOS CLASES DE
      *                REGISTRO:
      *                - TIPO "F": FORMATO DEL PLANO DE REMESA DE CADA
      *                  PAGADOR (NIT): SEPARADOR, LINEAS DE
      *                  ENCABEZADO Y NUMERO DE COLUMNA DE CADA DATO
      *                  (0 = NO VIENE). EL GIRO DIRECTO DE ADRES
      *                  TRAE EN UNA COLUMNA EL NIT DE LA EPS POR LA
      *                  QUE SE GIRA.
      *                - TIPO "A": LINEA DE REMESA APLICADA A UNA
      *                  FACTURA: PAGO, GLOSA RETENIDA Y RETENCIONES,
      *                  CON EL SALDO QUE TENIA Y EL COMPROBANTE. LA
      *                  MISMA LINEA NO SE DEJA APLICAR DOS VECES.
      *=================================================================
       FD  ARCHIVO-PAGOS-EPS
           LABEL RECORD STANDARD.
       01  REG-PAGO-EPS.
           02 LLAVE-PGE.
              03 TIPO-PGE                 PIC X.
                 88 PGE-FORMATO           VALUE "F".
                 88 PGE-APLICADO          VALUE "A".
              03 NIT-PAGADOR-PGE          PIC 9(11).
              03 NRO-REMESA-PGE           PIC X(15).
              03 PREF-FAC-PGE             PIC X.
              03 NRO-FAC-PGE              PIC 9(6).
           02 DATOS-PGE.
              03 NIT-EPS-PGE              PIC 9(11).
              03 VALOR-PAGO-PGE           PIC S9(13)V99.
              03 GLOSA-RET-PGE            PIC S9(13)V99.
              03 RETENC-PGE               PIC S9(13)V99.
              03 SALDO-ANT-PGE            PIC S9(13)V99.
              03 FECHA-APLIC-PGE          PIC 9(8).
              03 LOTE-PGE                 PIC XX.
              03 NRO-COMP-PGE             PIC 9(6).
              03 OPER-PGE                 PIC X(4).
           02 DATOS-FMT-PGE REDEFINES DATOS-PGE.
              03 SEPARADOR-FMT-PGE        PIC X.
              03 LINEAS-ENCAB-FMT-PGE     PIC 99.
              03 GIRO-DIRECTO-FMT-PGE     PIC X.
                 88 FMT-GIRO-DIRECTO      VALUE "S".
              03 COL-PREF-FMT-PGE         PIC 99.
              03 COL-NRO-FMT-PGE          PIC 99.
              03 COL-PAGO-FMT-PGE         PIC 99.
              03 COL-GLOSA-FMT-PGE        PIC 99.
              03 COL-RETE1-FMT-PGE        PIC 99.
              03 COL-RETE2-FMT-PGE        PIC 99.
              03 COL-NIT-EPS-FMT-PGE      PIC 99.
              03 DESCRIP-FMT-PGE          PIC X(30).
              03 FILLER                   PIC X(43).
           02 FILLER                      PIC X(10).
