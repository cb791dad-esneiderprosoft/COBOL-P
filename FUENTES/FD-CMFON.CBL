      *=================================================================
      * FD-CMFON.CBL - FONDOS DE CAJA MENOR (SC-ARCHCMF): UNO POR
      *                RESPONSABLE Y CENTRO DE COSTO (FARMACIA,
      *                MANTENIMIENTO, ESTACION...) CON EL MONTO
      *                APROBADO, EL PORCENTAJE GASTADO A PARTIR DEL
      *                CUAL SE PIDE REEMBOLSO, LA CUENTA DEL FONDO,
      *                LA CUENTA CONTRA LA QUE SE REEMBOLSA (BANCO O
      *                CXP AL RESPONSABLE) Y LA CUENTA DE RETENCION
      *                POR DEFECTO DE LOS VALES. ULT-VALE/ULT-REEMB
      *                LLEVAN LOS CONSECUTIVOS DEL FONDO.
      *=================================================================
       FD  ARCHIVO-FONDOS-CM
           LABEL RECORD STANDARD.
       01  REG-FONDO-CM.
           02 COD-FONDO-CMF               PIC X(4).
           02 DESCRIP-CMF                 PIC X(30).
           02 RESPONSABLE-CMF             PIC 9(11).
           02 CCOSTO-CMF                  PIC X(4).
           02 MONTO-CMF                   PIC 9(11)V99.
           02 UMBRAL-CMF                  PIC 99.
           02 ESTADO-CMF                  PIC X.
              88 CMF-ACTIVO               VALUE "A".
              88 CMF-INACTIVO             VALUE "I".
           02 CTA-FONDO-CMF               PIC X(11).
           02 CTA-REEMB-CMF               PIC X(11).
           02 CTA-RETEN-CMF               PIC X(11).
           02 ULT-VALE-CMF                PIC 9(6).
           02 ULT-REEMB-CMF               PIC 9(4).
           02 OPER-CMF                    PIC X(4).
           02 FECHA-GRAB-CMF              PIC 9(8).
           02 FILLER                      PIC X(30).
