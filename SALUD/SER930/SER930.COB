      * SUPERVISOR CON MOTIVO, ARQUEO CONTADO CONTRA SISTEMA CON
      * REGISTRO DE LA DIFERENCIA, INFORME DIARIO POR CONCEPTO Y
      * CONTABILIZACION DEL RESUMEN POR LA SECUENCIA DEL LOTE.
      * EL RECIBO CONTRA UN ACUERDO DE PAGO SE APLICA A SUS CUOTAS
      * (SER955R) Y SU ANULACION LO REVERSA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR RECIBOS CONTRA ACUERDOS DE PAGO (SER955R).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER930".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-CAJ-W              PIC X(70).
       77 NOM-ACP-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 LOTE-LLEGAD-W          PIC XX.
          02 CTA-CAJA-LLEGAD-W      PIC X(11).
          02 CTA-INGRESO-LLEGAD-W   PIC X(11).
          02 ACUERDO-LLEGAD-W       PIC 9(6).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
       01 IMAGEN-JRN-W          PIC X(4096).
       01 INVALID-JRN-W         PIC 99.

       COPY "..\..\FUENTES\LNK-ACUPA.CBL".

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".

                   VALOR-LLEGAD-W, MOTIVO-LLEGAD-W,
                   AUTORIZA-LLEGAD-W, DIR-CONTAB-LLEGADA-W,
                   MES-CONTAB-LLEGADA-W, LOTE-LLEGAD-W,
                   CTA-CAJA-LLEGAD-W, CTA-INGRESO-LLEGAD-W,
                   ACUERDO-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-CAJ-W TO NOM-ACP-W

           INSPECT NOM-CAJ-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCAJ.DAT"

           INSPECT NOM-ACP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHACP.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER930-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
           END-IF
           MOVE "00" TO OTR-STAT

      *    EL RECIBO CONTRA UN ACUERDO DE PAGO ABONA SUS CUOTAS ANTES
      *    DE GRABARSE; SI EL ACUERDO LO RECHAZA NO SE EXPIDE.
           IF ACUERDO-LLEGAD-W NOT = ZEROS
              INITIALIZE REG-ACUERDO-LNK
              MOVE NOM-ACP-W        TO NOM-ACP-ACUERDO-LNK
              MOVE "A"              TO OPCION-ACUERDO-LNK
              MOVE ACUERDO-LLEGAD-W TO NRO-ACUERDO-LNK
              MOVE PACI-LLEGAD-W    TO PACI-ACUERDO-LNK
              MOVE VALOR-LLEGAD-W   TO VALOR-ACUERDO-LNK
              MOVE FECHA-HOY-W      TO FECHA-ACUERDO-LNK
              MOVE TURNO-LLEGAD-W   TO TURNO-ACUERDO-LNK
              MOVE CONSEC-NUEVO-W   TO CONSEC-ACUERDO-LNK
              PERFORM LLAMAR-ACUERDO
              IF CONCEPTO-LLEGAD-W = SPACES
                 MOVE "ACUERDO DE PAGO" TO CONCEPTO-LLEGAD-W
              END-IF
           END-IF

           INITIALIZE REG-CAJA
           MOVE "R"               TO TIPO-CAJ
           MOVE TURNO-LLEGAD-W    TO TURNO-CAJ
           MOVE MEDIO-LLEGAD-W    TO MEDIO-CAJ
           MOVE VALOR-LLEGAD-W    TO VALOR-CAJ
           MOVE "A"               TO ESTADO-CAJ
           MOVE ACUERDO-LLEGAD-W  TO ACUERDO-CAJ
           WRITE REG-CAJA END-WRITE

           CLOSE ARCHIVO-CAJA
           GO TO ENVIO-DATOS.

       LLAMAR-ACUERDO.
           CALL "SER955R" USING REG-ACUERDO-LNK
           CANCEL "SER955R"
           IF RESULT-ACUERDO-LNK NOT = "00"
              CLOSE ARCHIVO-CAJA
              MOVE RESULT-ACUERDO-LNK            TO MSJ1-HTML
              MOVE "Acuerdo de pago no aplicado" TO MSJ2-HTML
              MOVE "SER955R"                     TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       LEER-TURNO.
           MOVE "T"            TO TIPO-CAJ
           MOVE TURNO-LLEGAD-W TO TURNO-CAJ
                   GO TO ENVIAR2-ERROR
           END-READ

           IF RECIBO-ACTIVO AND ACUERDO-CAJ NOT = ZEROS
              INITIALIZE REG-ACUERDO-LNK
              MOVE NOM-ACP-W        TO NOM-ACP-ACUERDO-LNK
              MOVE "R"              TO OPCION-ACUERDO-LNK
              MOVE ACUERDO-CAJ      TO NRO-ACUERDO-LNK
              MOVE COD-PACI-CAJ     TO PACI-ACUERDO-LNK
              MOVE VALOR-CAJ        TO VALOR-ACUERDO-LNK
              MOVE FECHA-HOY-W      TO FECHA-ACUERDO-LNK
              MOVE TURNO-CAJ        TO TURNO-ACUERDO-LNK
              MOVE CONSEC-CAJ       TO CONSEC-ACUERDO-LNK
              PERFORM LLAMAR-ACUERDO
           END-IF

           MOVE "N"               TO ESTADO-CAJ
           MOVE MOTIVO-LLEGAD-W   TO MOTIVO-ANUL-CAJ
           MOVE AUTORIZA-LLEGAD-W TO AUTORIZA-CAJ
