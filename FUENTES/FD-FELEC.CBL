      *                ESTADO DE VALIDACION DIAN; LAS RECHAZADAS
      *                SALEN EN LA LISTA DIARIA DE EXCEPCIONES PARA
      *                QUE NINGUNA SE QUEDE SIN ENVIAR.
      *                LAS NOTAS CREDITO Y DEBITO VAN EN EL MISMO
      *                ARCHIVO CON SU PROPIO PREFIJO Y NUMERACION;
      *                EN ELLAS CUFE-FEL GUARDA EL CUDE DE LA NOTA.
      *=================================================================
       FD  ARCHIVO-FELECTRONICA
           LABEL RECORD STANDARD.
           02 FECHA-VALID-FEL             PIC 9(8).
           02 MOTIVO-RECHAZO-FEL          PIC X(60).
           02 OPER-FEL                    PIC X(4).
           02 TIPO-DOC-FEL                PIC X.
              88 FEL-FACTURA              VALUE " " "F".
              88 FEL-NOTA-CREDITO         VALUE "C".
              88 FEL-NOTA-DEBITO          VALUE "D".
      * EN LAS NOTAS: FACTURA QUE AFECTAN Y CODIGO DE CONCEPTO DIAN
      * (CREDITO 1 A 6, DEBITO 1 A 4).
           02 FACT-REF-FEL.
              03 PREF-REF-FEL             PIC X.
              03 NRO-REF-FEL              PIC 9(6).
           02 CONCEPTO-NOTA-FEL           PIC 9.
           02 FILLER                      PIC X.
