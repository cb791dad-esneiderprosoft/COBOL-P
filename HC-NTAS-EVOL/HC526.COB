      * JLR        09/08/26 SE AGREGA SUMATORIA AUTOMATICA DE LIQUIDOS
      *            ADMINISTRADOS/ELIMINADOS DEL FOLIO Y ALERTA CUANDO EL
      *            BALANCE SUPERA EL LIMITE DE CONTROL.
      * JLR        15/10/26 CADA ANOTACION DE LIQUIDOS QUEDA TAMBIEN EN
      *            SC-ARCHLIQ POR PACIENTE/FECHA/HORA CON SUS TOTALES,
      *            PARA EL BALANCE DEL TURNO EN LA ENTREGA (HC850).
004850 IDENTIFICATION DIVISION.
004860 PROGRAM-ID. "HttpExtensionProc".
004870 ENVIRONMENT DIVISION.
004900 FILE-CONTROL.
004910     COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
004920     COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
           COPY "P:\PROG\PROYECT\FUENTES\FS-LIQUI.CBL".
004930
005020

005110 COPY "S:\NEWCOBOL\FUENTES\FD-PACIE.CBL".
005110 COPY "S:\NEWCOBOL\FUENTES\FD-HCAPER17.CBL".
005110 COPY "S:\NEWCOBOL\FUENTES\FD-HCEVO17.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-LIQUI.CBL".

005190 WORKING-STORAGE SECTION.
005200 COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       77 NOM-USUAR-W                PIC X(70).
       77 NOM-HCEVO-W                PIC X(70).
       77 NOM-PROF-W                 PIC X(70).
       77 NOM-LIQ-W                  PIC X(70).
       77 EDITADO-W                  PIC X(10).
       77 SW-VAR                     PIC 999.
       77 K                          PIC 999.
006690        GO TO ENVIAR-ERROR
006700     END-IF.

       I-O-TEST SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-LIQUIDOS.
       ESCR-EXCEPTIONES.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT         TO MENSAJE1-HTML
              MOVE NOM-LIQ-W        TO MENSAJE2-HTML
              MOVE "HC526"          TO MENSAJE3-HTML
              GO TO ENVIAR-ERROR
           END-IF.

006720  END DECLARATIVES.
006730
006740 INICIAR-IIS.
           INSPECT NOM-PACIE-W  REPLACING FIRST "ARCHUSU     "
                                             BY "SC-PACIE.DAT".

           MOVE NOM-USUAR-W  TO NOM-LIQ-W

           INSPECT NOM-LIQ-W    REPLACING FIRST "ARCHUSU       "
                                             BY "SC-ARCHLIQ.DAT".

           INSPECT NOM-HCAPE-W REPLACING FIRST  "                    "
                                            BY  IP-DATOS-USUNET

                     MOVE FUNCTION CURRENT-DATE TO FECHA-GRAB-EVO
                     ACCEPT HORA-GRAB-EVO  FROM TIME
                     WRITE REG-EVO END-WRITE
                     PERFORM GRABAR-CONTROL-LIQUIDOS
                        THRU ESCRIBIR-CONTROL-LIQUIDOS
                NOT INVALID KEY
                     ADD 1 TO MN-TMP
                     CLOSE EVOLUCION-HISTORIA

           GO TO PAGINA-CONFIG.

      *    DEJA LA ANOTACION EN EL REGISTRO DE LIQUIDOS DEL PACIENTE
      *    (SC-ARCHLIQ) CON LOS TOTALES ADMINISTRADO Y ELIMINADO.
       GRABAR-CONTROL-LIQUIDOS.

           OPEN I-O ARCHIVO-LIQUIDOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-LIQUIDOS
              CLOSE ARCHIVO-LIQUIDOS
              OPEN I-O ARCHIVO-LIQUIDOS
           END-IF

           INITIALIZE REG-LIQUIDOS
           MOVE COD-PACI        TO COD-PACI-LIQ
           MOVE FECHA-TMP-W     TO FECHA-LIQ
           MOVE HORA-TMP-W      TO HORA-LIQ
           MOVE FOLIO-LLEGAD-W  TO FOLIO-LIQ
           COMPUTE ADMIN-LIQ = LIQ-ADM-ORAL-W + LIQ-ADM-VENA-W
                             + LIQ-ADM-TRAN-W
           COMPUTE ELIM-LIQ  = LIQ-ELI-ORIN-W + LIQ-ELI-DIAR-W
                             + LIQ-ELI-SOND-W + LIQ-ELI-OTR1-W
           MOVE OPER-LLEGAD-W   TO OPER-LIQ.

       ESCRIBIR-CONTROL-LIQUIDOS.
           WRITE REG-LIQUIDOS
                 INVALID KEY ADD 1 TO HORA-LIQ
                             GO TO ESCRIBIR-CONTROL-LIQUIDOS
           END-WRITE

           CLOSE ARCHIVO-LIQUIDOS.

      *    SUMA LOS LIQUIDOS ADMINISTRADOS/ELIMINADOS DE TODAS LAS
      *    EVOLUCIONES DE TIPO LIQUIDOS (TIPO-EVO = 2) GRABADAS PARA
      *    ESTE FOLIO, Y AVISA SI EL BALANCE SUPERA EL LIMITE DE
