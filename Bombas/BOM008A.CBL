      *=================================================================
      * BOMBAS - CONVIERTE UNA ALTURA DE VARILLA EN CENTIMETROS A
      *          GALONES CON LA TABLA DE AFORO DEL TANQUE
      *          (SC-ARCHAFO). SI LA ALTURA CAE ENTRE DOS RENGLONES
      *          DE LA TABLA LOS GALONES SE INTERPOLAN EN LINEA
      *          RECTA. DEVUELVE "23" SI EL TANQUE NO TIENE TABLA O
      *          LA ALTURA QUEDA FUERA DE ELLA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM008A.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-AFORO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-AFO-008A-LNK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-AFO
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-AFORO.CBL".

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC.CBL".

       77 ALT-INF-W             PIC 9(4)V9.
       77 GAL-INF-W             PIC 9(7)V99.

       LINKAGE SECTION.
       01 NOM-AFO-008A-LNK      PIC X(70).
       01 TANQ-008A-LNK         PIC XX.
       01 ALTURA-008A-LNK       PIC 9(4)V9.
       01 GALON-008A-LNK        PIC 9(7)V99.
       01 INVALID-AFO           PIC 99.

       PROCEDURE DIVISION USING NOM-AFO-008A-LNK TANQ-008A-LNK
                                ALTURA-008A-LNK GALON-008A-LNK
                                INVALID-AFO.

       DECLARATIVES.
       I-O-TEST-AFORO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-AFORO.

       ESCR-EXCEP-AFORO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT TO INVALID-AFO
              GO TO SALIR
           END-IF.

       END DECLARATIVES.
       PROCEDURAL SECTION.

       INICIAR-CONVERSION.
           MOVE 0 TO GALON-008A-LNK INVALID-AFO.

           OPEN INPUT ARCHIVO-AFORO.

           IF OTR-STAT NOT = "00"
              MOVE 23 TO INVALID-AFO
              GO TO SALIR
           END-IF.

       BUSCAR-RENGLON-INFERIOR.

      * SE POSICIONA EN LA ALTURA PEDIDA Y RETROCEDE AL RENGLON DE
      * ALTURA MENOR O IGUAL DEL MISMO TANQUE.

           MOVE TANQ-008A-LNK   TO TANQUE-AFO
           MOVE ALTURA-008A-LNK TO ALTURA-AFO

           START ARCHIVO-AFORO KEY IS NOT GREATER LLAVE-AFO
                 INVALID KEY
                    GO TO FUERA-DE-TABLA
           END-START

           READ ARCHIVO-AFORO PREVIOUS RECORD
                AT END GO TO FUERA-DE-TABLA
           END-READ

           IF TANQUE-AFO NOT = TANQ-008A-LNK
              GO TO FUERA-DE-TABLA
           END-IF.

           IF ALTURA-AFO = ALTURA-008A-LNK
              MOVE GALONES-AFO TO GALON-008A-LNK
              GO TO CERRAR-AFORO
           END-IF.

           MOVE ALTURA-AFO  TO ALT-INF-W
           MOVE GALONES-AFO TO GAL-INF-W.

       BUSCAR-RENGLON-SUPERIOR.
           MOVE TANQ-008A-LNK   TO TANQUE-AFO
           MOVE ALTURA-008A-LNK TO ALTURA-AFO

           START ARCHIVO-AFORO KEY IS GREATER LLAVE-AFO
                 INVALID KEY
                    GO TO FUERA-DE-TABLA
           END-START

           READ ARCHIVO-AFORO NEXT RECORD
                AT END GO TO FUERA-DE-TABLA
           END-READ

           IF TANQUE-AFO NOT = TANQ-008A-LNK
              GO TO FUERA-DE-TABLA
           END-IF.

       INTERPOLAR.
           COMPUTE GALON-008A-LNK ROUNDED =
                   GAL-INF-W + (GALONES-AFO - GAL-INF-W)
                 * (ALTURA-008A-LNK - ALT-INF-W)
                 / (ALTURA-AFO - ALT-INF-W)
           GO TO CERRAR-AFORO.

       FUERA-DE-TABLA.
           MOVE 23 TO INVALID-AFO.

       CERRAR-AFORO.
           CLOSE ARCHIVO-AFORO.

       SALIR.
           EXIT PROGRAM.
       FIN.
           STOP RUN.
