      *=================================================================
      * DESCUENTA EL CONSUMO DE LA AUTORIZACION DE LA EPS (SC-ARCHAUT)
      * CUANDO EL SERVICIO SE PRESTA FUERA DE LAS PANTALLAS QUE
      * LLAMAN A SER922 OPC "C" (VISITA DOMICILIARIA, TRASLADO, ETC.).
      * MISMA REGLA: LA PRIMERA AUTORIZACION DEL PACIENTE/CONTRATO/
      * CUPS VIGENTE A LA FECHA DEL SERVICIO Y CON SALDO. SIN ELLA
      * DEVUELVE "A" Y EL QUE LLAMA DEJA EL SERVICIO ALERTADO; NO LO
      * TUMBA. AREA LNK-AUTOR.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER922R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-AUTOR.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-AUTOR.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-AUT-W             PIC X(70).
       77 SALDO-AUT-W           PIC S9(4).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-AUTOR.CBL".

       PROCEDURE DIVISION USING REG-AUTOR-LNK.

       CONSUMIR-AUTORIZACION.
           MOVE "A"    TO RESPUESTA-AUTOR-LNK
           MOVE SPACES TO NRO-AUT-AUTOR-LNK

           MOVE NOM-AUT-AUTOR-LNK TO NOM-AUT-W
           OPEN I-O ARCHIVO-AUTORIZACIONES
           IF OTR-STAT NOT = "00"
              GO TO FIN-CONSUMIR
           END-IF

           INITIALIZE LLAVE-AUT
           MOVE PACI-AUTOR-LNK     TO COD-PACI-AUT
           MOVE CONTRATO-AUTOR-LNK TO CONTRATO-AUT
           MOVE CUPS-AUTOR-LNK     TO CUPS-AUT

           START ARCHIVO-AUTORIZACIONES KEY IS NOT LESS LLAVE-AUT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM EVALUAR-AUTORIZACION
                   UNTIL OTR-STAT NOT = "00"
                   OR RESPUESTA-AUTOR-LNK = "S"

           IF RESPUESTA-AUTOR-LNK = "S"
              ADD 1 TO CANT-CONSUMIDA-AUT
              REWRITE REG-AUTORIZACION
              MOVE NRO-AUT TO NRO-AUT-AUTOR-LNK
           END-IF

           CLOSE ARCHIVO-AUTORIZACIONES
           GO TO FIN-CONSUMIR.

       EVALUAR-AUTORIZACION.
           READ ARCHIVO-AUTORIZACIONES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-AUT NOT = PACI-AUTOR-LNK
              OR CONTRATO-AUT NOT = CONTRATO-AUTOR-LNK
              OR CUPS-AUT NOT = CUPS-AUTOR-LNK
                 MOVE "10" TO OTR-STAT
              ELSE
                 COMPUTE SALDO-AUT-W =
                         CANT-AUTORIZADA-AUT - CANT-CONSUMIDA-AUT
                 IF  FECHA-VENCE-AUT >= FECHA-AUTOR-LNK
                 AND SALDO-AUT-W > 0
                    MOVE "S" TO RESPUESTA-AUTOR-LNK
                 END-IF
              END-IF
           END-IF.

       FIN-CONSUMIR.
           EXIT PROGRAM.
