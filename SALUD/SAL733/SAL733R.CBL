      *=================================================================
      * DEJA EN SC-ARCHCRG DE LA EMPRESA EL CARGO DE UN SERVICIO
      * PRESTADO PARA QUE FACTURACION LO PASE A LA CUENTA DEL
      * PACIENTE (SAL733). LO LLAMAN LOS PROGRAMAS QUE REGISTRAN EL
      * SERVICIO CON EL AREA LNK-CARGO. EL ORIGEN, EL DOCUMENTO Y EL
      * CODIGO IDENTIFICAN EL CARGO: SI EL PROGRAMA LO VUELVE A
      * MANDAR (REGRABACION) NO SE DUPLICA. CON LA OPCION "D" REBAJA
      * LA CANTIDAD DE UN CARGO PENDIENTE POR LA DEVOLUCION DE LO
      * COBRADO (LO FACTURADO VA POR NOTA CREDITO).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      * 15/10/26 JLR OPCION "D": DEVOLUCION CONTRA UN CARGO PENDIENTE.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAL733R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-CARGO.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-CARGO.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-CRG-W             PIC X(70).
       77 NRO-NUEVO-W           PIC 9(8).
       77 FECHA-HOY-W           PIC 9(8).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-CARGO.CBL".

       PROCEDURE DIVISION USING REG-CARGO-LNK.

       ABRIR-CARGOS.
           MOVE "99"  TO RESULT-CARGO-LNK
           IF OPCION-CARGO-LNK NOT = "D"
              MOVE ZEROS TO NRO-CARGO-LNK
           END-IF
           ACCEPT FECHA-HOY-W FROM DATE YYYYMMDD

           MOVE NOM-CRG-CARGO-LNK TO NOM-CRG-W
           OPEN I-O ARCHIVO-CARGOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-CARGOS
              CLOSE       ARCHIVO-CARGOS
              OPEN I-O    ARCHIVO-CARGOS
           END-IF
           IF OTR-STAT NOT = "00"
              GO TO FIN-CARGO
           END-IF

           IF OPCION-CARGO-LNK = "D"
              GO TO DEVOLVER-CARGO
           END-IF.

      *    UN CARGO YA GRABADO PARA EL MISMO ORIGEN/DOCUMENTO/CODIGO
      *    Y NO ANULADO SE DEVUELVE EN VEZ DE REPETIRLO.
       BUSCAR-REPETIDO.
           MOVE ORIGEN-CARGO-LNK TO ORIGEN-CRG
           MOVE DOC-CARGO-LNK    TO DOC-ORIGEN-CRG
           START ARCHIVO-CARGOS KEY IS NOT LESS LLAVE-ORIG-CRG
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-REPETIDO
                   UNTIL OTR-STAT NOT = "00"
                   OR RESULT-CARGO-LNK = "DU"
           MOVE "00" TO OTR-STAT

           IF RESULT-CARGO-LNK = "DU"
              CLOSE ARCHIVO-CARGOS
              GO TO FIN-CARGO
           END-IF.

       GRABAR-CARGO.
           MOVE 99999999 TO NRO-CRG
           START ARCHIVO-CARGOS KEY IS NOT GREATER LLAVE-CRG
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-CARGOS PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE NRO-NUEVO-W = NRO-CRG + 1
           ELSE
              MOVE 1 TO NRO-NUEVO-W
           END-IF
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-CARGO
           MOVE NRO-NUEVO-W           TO NRO-CRG
           MOVE PACI-CARGO-LNK        TO COD-PACI-CRG
           MOVE "P"                   TO ESTADO-CRG
           MOVE FECHA-CARGO-LNK       TO FECHA-SERV-CRG
           MOVE ORIGEN-CARGO-LNK      TO ORIGEN-CRG
           MOVE DOC-CARGO-LNK         TO DOC-ORIGEN-CRG
           MOVE CONTRATO-CARGO-LNK    TO CONTRATO-CRG
           MOVE NIT-CARGO-LNK         TO NIT-CRG
           MOVE CLASE-CARGO-LNK       TO CLASE-CRG
           MOVE CODIGO-CARGO-LNK      TO CODIGO-CRG
           MOVE CANTIDAD-CARGO-LNK    TO CANTIDAD-CRG
           MOVE VALOR-CARGO-LNK       TO VALOR-CRG
           MOVE PROFESIONAL-CARGO-LNK TO PROFESIONAL-CRG
           MOVE NRO-AUT-CARGO-LNK     TO NRO-AUT-CRG
           MOVE OPER-CARGO-LNK        TO OPER-CRG
           MOVE FECHA-HOY-W           TO FECHA-REG-CRG

           IF FECHA-SERV-CRG = ZEROS
              MOVE FECHA-HOY-W TO FECHA-SERV-CRG
           END-IF
           IF CANTIDAD-CRG = ZEROS
              MOVE 1 TO CANTIDAD-CRG
           END-IF
           IF CLASE-CRG = SPACE
              MOVE "S" TO CLASE-CRG
           END-IF

           WRITE REG-CARGO END-WRITE
           CLOSE ARCHIVO-CARGOS

           MOVE NRO-NUEVO-W TO NRO-CARGO-LNK
           MOVE "00"        TO RESULT-CARGO-LNK
           GO TO FIN-CARGO.

      *    LA DEVOLUCION REBAJA EL CARGO MIENTRAS ESTE PENDIENTE; EL
      *    QUE QUEDA EN CERO SE ANULA.
       DEVOLVER-CARGO.
           MOVE NRO-CARGO-LNK TO NRO-CRG
           READ ARCHIVO-CARGOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT NOT = "00" OR CRG-ANULADO
              MOVE "NE" TO RESULT-CARGO-LNK
              CLOSE ARCHIVO-CARGOS
              GO TO FIN-CARGO
           END-IF

           IF CRG-FACTURADO
              MOVE "FA" TO RESULT-CARGO-LNK
              CLOSE ARCHIVO-CARGOS
              GO TO FIN-CARGO
           END-IF

           IF CANTIDAD-CARGO-LNK = ZEROS
              MOVE 1 TO CANTIDAD-CARGO-LNK
           END-IF
           IF CANTIDAD-CARGO-LNK < CANTIDAD-CRG
              SUBTRACT CANTIDAD-CARGO-LNK FROM CANTIDAD-CRG
           ELSE
              MOVE "A" TO ESTADO-CRG
           END-IF

           REWRITE REG-CARGO END-REWRITE
           CLOSE ARCHIVO-CARGOS

           MOVE "00" TO RESULT-CARGO-LNK
           GO TO FIN-CARGO.

       LEER-REPETIDO.
           READ ARCHIVO-CARGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ORIGEN-CRG NOT = ORIGEN-CARGO-LNK
              OR DOC-ORIGEN-CRG NOT = DOC-CARGO-LNK
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CODIGO-CRG = CODIGO-CARGO-LNK
                 AND NOT CRG-ANULADO
                    MOVE NRO-CRG TO NRO-CARGO-LNK
                    MOVE "DU"    TO RESULT-CARGO-LNK
                 END-IF
              END-IF
           END-IF.

       FIN-CARGO.
           EXIT PROGRAM.
