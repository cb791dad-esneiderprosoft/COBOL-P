      * FD-PACIE.CBL - MAESTRO DE PACIENTES (SC-PACIE): DATOS DE
      *                IDENTIFICACION, AFILIACION, RESTRICCIONES DE
      *                SERVICIO Y ESTADO DE VERIFICACION BDUA.
      *                OPERADOR QUE CREO LA FICHA Y ULTIMO QUE LA
      *                MODIFICO EN ADMISION (TARJETA DE CALIDAD DEL
      *                DATO, SAL732).
      *=================================================================
       FD  ARCHIVO-PACIENTES
           LABEL RECORD STANDARD.
           02 FECHA-BDUA-PACI             PIC 9(8).
           02 EPS-BDUA-PACI               PIC X(6).
           02 NOVEDAD-BDUA-PACI           PIC X(30).
           02 OPER-CREA-PACI              PIC X(4).
           02 OPER-MOD-PACI               PIC X(4).
           02 FECHA-MOD-PACI              PIC 9(8).
           02 FILLER                      PIC X(4).
