      *=================================================================
      * FD-AFORO.CBL - TABLA DE AFORO (ESTRAPEO) DE LOS TANQUES DE
      *                COMBUSTIBLE (SC-ARCHAFO): UN RENGLON POR TANQUE
      *                (COD-CL-TANQ) Y ALTURA DE VARILLA EN CENTIMETROS
      *                CON LOS GALONES QUE CORRESPONDEN SEGUN EL
      *                CERTIFICADO DE CALIBRACION. ENTRE DOS RENGLONES
      *                LOS GALONES SE INTERPOLAN EN LINEA RECTA
      *                (BOM008A).
      *=================================================================
       FD  ARCHIVO-AFORO
           LABEL RECORD STANDARD.
       01  REG-AFORO.
           02 LLAVE-AFO.
              03 TANQUE-AFO               PIC XX.
              03 ALTURA-AFO               PIC 9(4)V9.
           02 GALONES-AFO                 PIC 9(7)V99.
           02 CERTIF-AFO                  PIC X(20).
           02 FECHA-CALIB-AFO             PIC 9(8).
           02 OPER-AFO                    PIC X(4).
           02 FECHA-GRAB-AFO              PIC 9(8).
           02 FILLER                      PIC X(20).
