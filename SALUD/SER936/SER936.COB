      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR LA PROVISION SE CALCULA SOBRE EL SALDO DE LA
      *              FACTURA (VALOR + NOTAS CREDITO/DEBITO DE SER925).
      * 15/10/26 JLR EL SALDO DESCUENTA LOS PAGOS, GLOSA RETENIDA Y
      *              RETENCIONES DE LAS REMESAS (SER953).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER936".
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-RADIC.CBL".
       COPY "..\..\FUENTES\FS-RADMV.CBL".
       COPY "..\..\FUENTES\FS-DETER.CBL".
       COPY "..\..\FUENTES\FS-MOVIM.CBL".

       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-RADIC.CBL".
       COPY "..\..\FUENTES\FD-RADMV.CBL".
       COPY "..\..\FUENTES\FD-DETER.CBL".
       COPY "..\..\FUENTES\FD-MOVIM.CBL".

       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-RAD-W              PIC X(70).
       77 NOM-RMV-W              PIC X(70).
       77 SW-RMV-W               PIC X.
       77 NOM-DET-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

          02 EDAD-FAC-W         PIC 9.
          02 PORC-APLICA-W      PIC 99V99.
          02 PORC-FISC-APLICA-W PIC 99V99.
          02 SALDO-FAC-W        PIC S9(13)V99.
          02 PROV-REQ-W         PIC S9(13)V99.
          02 PROV-FISC-REQ-W    PIC S9(13)V99.
          02 PROV-ANT-W         PIC S9(13)V99.
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RADMV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MOVTOS-RAD.
       ESCR-EXCEP-RADMV.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RMV-W               TO MSJ2-HTML
              MOVE "SER936"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DETER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DETERIORO.
       ESCR-EXCEP-DETER.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-RAD-W NOM-RMV-W NOM-DET-W NOM-MOV
                      NOM-PLANO-W
           MOVE "\\" TO NOM-RAD-W

           INSPECT NOM-RAD-W REPLACING FIRST "                    "
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-RAD-W TO NOM-DET-W NOM-RMV-W

           INSPECT NOM-RAD-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRAD.DAT"

           INSPECT NOM-RMV-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHRMV.DAT"

           INSPECT NOM-DET-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDET.DAT"
           OPEN OUTPUT ARCHIVO-JSON
           OPEN INPUT  ARCHIVO-RADICACION

      *    SIN ARCHIVO DE MOVIMIENTOS NINGUNA FACTURA TIENE NOTAS NI
      *    PAGOS.

           MOVE "S" TO SW-RMV-W
           OPEN INPUT  ARCHIVO-MOVTOS-RAD
           IF OTR-STAT NOT = "00"
              MOVE "N"  TO SW-RMV-W
              MOVE "00" TO OTR-STAT
           END-IF

           MOVE "{*DETERIORO*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO
           PERFORM PROVISIONAR-FACTURA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-RADICACION
           IF SW-RMV-W = "S"
              CLOSE ARCHIVO-MOVTOS-RAD
           END-IF

           PERFORM RECUPERAR-CERRADAS


           PERFORM BUSCAR-PORCENTAJE

      *    UNA FACTURA ANULADA POR NOTA CREDITO O YA PAGADA QUEDA EN
      *    SALDO CERO Y NO REQUIERE PROVISION.

           PERFORM LEER-MOVTOS-RAD
           COMPUTE SALDO-FAC-W = VALOR-FAC-RAD + NOTAS-RMV
                   - ABONOS-RMV - GLOSA-RET-RMV - RETENC-RMV
           IF SALDO-FAC-W < ZEROS
              MOVE ZEROS TO SALDO-FAC-W
           END-IF

           COMPUTE PROV-REQ-W ROUNDED =
                   SALDO-FAC-W * PORC-APLICA-W / 100
           COMPUTE PROV-FISC-REQ-W ROUNDED =
                   SALDO-FAC-W * PORC-FISC-APLICA-W / 100

           PERFORM LEER-DETALLE-FACTURA

           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    LA LECTURA NO DEBE CORTAR EL RECORRIDO DE RADICACION, QUE
      *    SE CONTROLA CON OTR-STAT.

       LEER-MOVTOS-RAD.
           INITIALIZE MOVTOS-RMV
           IF SW-RMV-W = "S"
              MOVE PREF-FAC-RAD TO PREF-FAC-RMV
              MOVE NRO-FAC-RAD  TO NRO-FAC-RMV
              READ ARCHIVO-MOVTOS-RAD
                   INVALID KEY INITIALIZE MOVTOS-RMV
              END-READ
           END-IF
           MOVE "00" TO OTR-STAT.

       RECUPERAR-CERRADAS.

      *    DETALLES CUYA FACTURA YA NO ESTA ABIERTA EN RADICACION:
