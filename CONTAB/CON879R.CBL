      *=================================================================
      * CONTABILIDAD - RECLAMO RADIAN AUTOMATICO: CUANDO EL CRUCE DE
      *                TRES VIAS DE INV820 (ORDEN / RECEPCION /
      *                FACTURA) FALLA, DEJA EN SC-ARCHFRC EL EVENTO
      *                031 RECLAMO POR GENERAR (CONCEPTO 01, DOCUMENTO
      *                CON INCONSISTENCIAS) Y EL ACUSE 030 SI AUN NO
      *                SE HABIA EMITIDO. LOS XML LOS ARMA CON879
      *                (OPC "X") EN CUANTO LA FACTURA TENGA CUFE.
      *                RESPUESTA: "P" RECLAMO PENDIENTE DE GENERAR,
      *                "Y" YA HABIA RECLAMO, "A" LA FACTURA YA FUE
      *                ACEPTADA (NO SE PUEDE RECLAMAR).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON879R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FACT-RECIBIDAS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-FRC-879R-LNK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-FRC
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-FRECI.CBL".

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC.CBL".

       77 FECHA-HOY-879R-W      PIC 9(8).

       LINKAGE SECTION.
       01 NOM-FRC-879R-LNK      PIC X(70).
       01 NIT-879R-LNK          PIC 9(11).
       01 FACTURA-879R-LNK      PIC X(15).
       01 NRO-OC-879R-LNK       PIC 9(6).
       01 DETALLE-879R-LNK      PIC X(60).
       01 OPER-879R-LNK         PIC X(4).
       01 RESULTADO-879R-LNK    PIC X.
       01 INVALID-FRC           PIC 99.

       PROCEDURE DIVISION USING NOM-FRC-879R-LNK NIT-879R-LNK
                                FACTURA-879R-LNK NRO-OC-879R-LNK
                                DETALLE-879R-LNK OPER-879R-LNK
                                RESULTADO-879R-LNK INVALID-FRC.

       DECLARATIVES.
       I-O-TEST-FRECI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-FACT-RECIBIDAS.

       ESCR-EXCEP-FRECI.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT TO INVALID-FRC
              GO TO SALIR
           END-IF.

       END DECLARATIVES.
       PROCEDURAL SECTION.

       INICIAR-RECLAMO.
           MOVE SPACE TO RESULTADO-879R-LNK
           MOVE 0     TO INVALID-FRC
           ACCEPT FECHA-HOY-879R-W FROM DATE YYYYMMDD

           OPEN I-O ARCHIVO-FACT-RECIBIDAS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-FACT-RECIBIDAS
              CLOSE       ARCHIVO-FACT-RECIBIDAS
              OPEN I-O    ARCHIVO-FACT-RECIBIDAS
           END-IF

           IF OTR-STAT NOT = "00"
              MOVE OTR-STAT TO INVALID-FRC
              GO TO SALIR
           END-IF.

      *    LA FACTURA QUE AUN NO SE HA REGISTRADO COMO RECIBIDA QUEDA
      *    CREADA SIN CUFE, CON EL ACUSE Y EL RECLAMO POR GENERAR.
       BUSCAR-FACTURA.
           MOVE NIT-879R-LNK     TO NIT-PROV-FRC
           MOVE FACTURA-879R-LNK TO NRO-FACT-FRC
           READ ARCHIVO-FACT-RECIBIDAS
                INVALID KEY
                   INITIALIZE REG-FACT-RECIBIDA
                   MOVE NIT-879R-LNK     TO NIT-PROV-FRC
                   MOVE FACTURA-879R-LNK TO NRO-FACT-FRC
                   MOVE FECHA-HOY-879R-W TO FECHA-REGISTRO-FRC
                   MOVE NRO-OC-879R-LNK  TO NRO-OC-FRC
                   MOVE "P"              TO ESTADO-EVT-FRC (1)
                   MOVE "P"              TO ESTADO-EVT-FRC (2)
                   MOVE "01"             TO CONCEPTO-RECL-FRC
                   MOVE DETALLE-879R-LNK TO DETALLE-RECL-FRC
                   MOVE OPER-879R-LNK    TO OPER-FRC
                   WRITE REG-FACT-RECIBIDA END-WRITE
                   MOVE "P" TO RESULTADO-879R-LNK
                   GO TO CERRAR-FACTURAS
           END-READ.

       MARCAR-RECLAMO.
           IF EVT-EMITIDO (4)
              MOVE "A" TO RESULTADO-879R-LNK
              GO TO CERRAR-FACTURAS
           END-IF

           IF ESTADO-EVT-FRC (2) NOT = SPACE
           AND NOT EVT-RECHAZADO (2)
              MOVE "Y" TO RESULTADO-879R-LNK
              GO TO CERRAR-FACTURAS
           END-IF

           IF ESTADO-EVT-FRC (1) = SPACE
              MOVE "P" TO ESTADO-EVT-FRC (1)
           END-IF
           MOVE "P"              TO ESTADO-EVT-FRC (2)
           MOVE "01"             TO CONCEPTO-RECL-FRC
           MOVE DETALLE-879R-LNK TO DETALLE-RECL-FRC
           IF NRO-OC-FRC = ZEROS
              MOVE NRO-OC-879R-LNK TO NRO-OC-FRC
           END-IF
           MOVE OPER-879R-LNK    TO OPER-FRC
           REWRITE REG-FACT-RECIBIDA END-REWRITE
           MOVE "P" TO RESULTADO-879R-LNK.

       CERRAR-FACTURAS.
           CLOSE ARCHIVO-FACT-RECIBIDAS.

       SALIR.
           EXIT PROGRAM.
       FIN.
           STOP RUN.
