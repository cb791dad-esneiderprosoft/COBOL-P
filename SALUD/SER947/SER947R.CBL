      *=================================================================
      * REVISION NOCTURNA DE LOS DIAGNOSTICOS YA REGISTRADOS CONTRA
      * LOS ATRIBUTOS CIE-10 (SC-ARCHDXV, SER947): PASO DE LA CADENA
      * DE CON857 (SE REGISTRA EN SC-ARCHCAD COMO UN PASO MAS, SIN
      * PARAMETROS, IGUAL QUE SAL732R). RECORRE TODAS LAS EMPRESAS
      * TIPO "E" DE SC-ARCHEMP Y PASA POR SER851R:
      *   - REMISIONES (SC-ARCHREM): EL DIAGNOSTICO VA COMO PRINCIPAL.
      *   - EPICRISIS (SC-ARCHEPI): LOS CODIGOS DE EGRESO SEPARADOS
      *     POR ";"; EL PRIMERO ES EL PRINCIPAL.
      *   - LECTURAS DE RX (SC-RESRX, EN DATOS DEL SERVIDOR): SOLO LAS
      *     DE PACIENTES DE LA EMPRESA.
      * RECONSTRUYE SC-ARCHDXI DE LA EMPRESA CON LAS FALLAS (TIPO "I")
      * Y EL CONTROL DE LA CORRIDA (TIPO "C"). LA CONSULTA ESTA EN
      * SER947 OPC "I".
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER947R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-EMPRE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-REMIS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-EPICR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RESRX.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-DXINC.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-EMPRE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-REMIS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-EPICR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RESRX.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-DXINC.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-USU-W             PIC X(70).
       77 NOM-EMP-W             PIC X(70).
       77 NOM-RES-RX            PIC X(70).
       77 NOM-DXV-W             PIC X(70).
       77 PACIE-W               PIC X(70).
       77 NOM-REM-W             PIC X(70).
       77 NOM-EPI-W             PIC X(70).
       77 NOM-DXI-W             PIC X(70).
       77 NOM-BASE-IP-W         PIC X(70).
       77 SW-FIN                PIC 9 VALUE 1.
       77 SW-RX                 PIC 9 VALUE 0.
       77 I                     PIC 9(4).
       77 J                     PIC 9(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 HORA-CORRIDA-W     PIC 9(6).
          02 DIR-DATOS-W        PIC X(30).
          02 TOTAL-REVISADOS-W  PIC 9(7).
          02 TOTAL-INCONS-W     PIC 9(7).
          02 ORIGEN-W           PIC X.
          02 ID-W               PIC X(40).
          02 PACI-W             PIC 9(11).
          02 FECHA-DX-W         PIC 9(8).
          02 FECHA-DX-X-W REDEFINES FECHA-DX-W PIC X(8).
          02 PACI-EDIT-W        PIC 9(11).
          02 CONSEC-EDIT-W      PIC 9(6).
          02 FECHA-ING-EDIT-W   PIC 9(8).

       01 TABLA-DX-EPI-W.
          02 DX-EPI-W           PIC X(20) OCCURS 10.

       COPY "P:\PROG\PROYECT\FUENTES\LNK-DXVAL.CBL".

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT FECHA-HOY-W    FROM DATE YYYYMMDD
           ACCEPT HORA-CORRIDA-W FROM TIME.

       LEER-CONFIGURACION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W
           OPEN INPUT ARCHIVO-USUNET
           IF OTR-STAT NOT = "00"
              GO TO FIN-PROGRAMA
           END-IF
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

       ARMAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-EMP-W NOM-RES-RX NOM-DXV-W NOM-BASE-IP-W

           MOVE "\\" TO NOM-EMP-W

           INSPECT NOM-EMP-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-EMP-W REPLACING FIRST " "
                                          BY "\"

           MOVE NOM-EMP-W TO NOM-BASE-IP-W NOM-RES-RX NOM-DXV-W

           INSPECT NOM-EMP-W REPLACING
                   FIRST "                         "
                   BY "PROG\DATOS\SC-ARCHEMP.DAT"

           INSPECT NOM-RES-RX REPLACING
                   FIRST "                       "
                   BY "PROG\DATOS\SC-RESRX.DAT"

           INSPECT NOM-DXV-W REPLACING
                   FIRST "                         "
                   BY "PROG\DATOS\SC-ARCHDXV.DAT".

      *    SIN EL ARCHIVO DE RX LA CORRIDA SIGUE CON REMISIONES Y
      *    EPICRISIS.
       ABRIR-RX.
           OPEN INPUT RESULTADOS-RX
           IF OTR-STAT = "00"
              MOVE 1 TO SW-RX
           ELSE
              MOVE 0 TO SW-RX
           END-IF.

       REVISAR-TODAS.
           OPEN INPUT ARCHIVO-EMPRESAS
           IF OTR-STAT NOT = "00"
              GO TO CERRAR-RX
           END-IF

           MOVE "E"    TO TIPO-EMP
           MOVE SPACES TO COD-EMP
           START ARCHIVO-EMPRESAS KEY IS NOT LESS LLAVE-EMP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM REVISAR-SIGUIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-EMPRESAS.

       CERRAR-RX.
           IF SW-RX = 1
              CLOSE RESULTADOS-RX
           END-IF.

       FIN-PROGRAMA.
           EXIT PROGRAM.

       REVISAR-SIGUIENTE.
           READ ARCHIVO-EMPRESAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-EMP NOT = "E"
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE DIR-CONTAB-EMP TO DIR-DATOS-W
                 PERFORM REVISAR-EMPRESA THRU FIN-REVISAR-EMPRESA
                 MOVE "00" TO OTR-STAT
              END-IF
           END-IF.

      *=================================================================
      * REVISION DE LOS DIAGNOSTICOS DE UNA EMPRESA
      *=================================================================
       REVISAR-EMPRESA.
           MOVE NOM-BASE-IP-W TO PACIE-W NOM-REM-W NOM-EPI-W NOM-DXI-W
           INSPECT PACIE-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"
           INSPECT NOM-REM-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W
           INSPECT NOM-REM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHREM.DAT"
           INSPECT NOM-EPI-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W
           INSPECT NOM-EPI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEPI.DAT"
           INSPECT NOM-DXI-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W
           INSPECT NOM-DXI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDXI.DAT"

           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              GO TO FIN-REVISAR-EMPRESA
           END-IF

      *    LA LISTA SE REHACE COMPLETA: LO QUE YA SE CORRIGIO SALE.
           OPEN OUTPUT ARCHIVO-DX-INCONS
           CLOSE       ARCHIVO-DX-INCONS
           OPEN I-O    ARCHIVO-DX-INCONS
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PACIENTES
              GO TO FIN-REVISAR-EMPRESA
           END-IF

           INITIALIZE TOTAL-REVISADOS-W TOTAL-INCONS-W

           PERFORM REVISAR-REMISIONES THRU FIN-REVISAR-REMISIONES
           PERFORM REVISAR-EPICRISIS  THRU FIN-REVISAR-EPICRISIS
           IF SW-RX = 1
              PERFORM REVISAR-LECTURAS-RX THRU FIN-REVISAR-LECTURAS-RX
           END-IF

           INITIALIZE REG-DX-INCONS
           MOVE "C"               TO TIPO-DXI
           MOVE HORA-CORRIDA-W    TO HORA-CORRIDA-DXI
           MOVE TOTAL-REVISADOS-W TO TOTAL-REVISADOS-DXI
           MOVE TOTAL-INCONS-W    TO TOTAL-INCONS-DXI
           MOVE FECHA-HOY-W       TO FECHA-CORRIDA-DXI
           WRITE REG-DX-INCONS END-WRITE

           CLOSE ARCHIVO-PACIENTES ARCHIVO-DX-INCONS.

       FIN-REVISAR-EMPRESA.
           EXIT.

      *=================================================================
      * REMISIONES
      *=================================================================
       REVISAR-REMISIONES.
           OPEN INPUT ARCHIVO-REMISIONES
           IF OTR-STAT NOT = "00"
              GO TO FIN-REVISAR-REMISIONES
           END-IF

           MOVE "R" TO ORIGEN-W
           PERFORM REVISAR-REMISION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-REMISIONES.

       FIN-REVISAR-REMISIONES.
           EXIT.

       REVISAR-REMISION.
           READ ARCHIVO-REMISIONES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.
           IF OTR-STAT = "00"
              MOVE SPACES        TO ID-W
              MOVE CONSEC-REM    TO CONSEC-EDIT-W
              MOVE CONSEC-EDIT-W TO ID-W
              MOVE COD-PACI-REM  TO PACI-W
              MOVE FECHA-ENVIO-REM TO FECHA-DX-W
              MOVE "S"           TO PPAL-DXVAL-LNK
              MOVE DX-REM (1:4)  TO DX-DXVAL-LNK
              PERFORM VALIDAR-DX THRU FIN-VALIDAR-DX
              MOVE "00" TO OTR-STAT
           END-IF.

      *=================================================================
      * EPICRISIS: LOS DIAGNOSTICOS DE EGRESO VAN SEPARADOS POR ";"
      * Y CADA UNO EMPIEZA POR EL CODIGO; EL PRIMERO ES EL PRINCIPAL.
      *=================================================================
       REVISAR-EPICRISIS.
           OPEN INPUT ARCHIVO-EPICRISIS
           IF OTR-STAT NOT = "00"
              GO TO FIN-REVISAR-EPICRISIS
           END-IF

           MOVE "E" TO ORIGEN-W
           PERFORM REVISAR-UNA-EPICRISIS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-EPICRISIS.

       FIN-REVISAR-EPICRISIS.
           EXIT.

       REVISAR-UNA-EPICRISIS.
           READ ARCHIVO-EPICRISIS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.
           IF OTR-STAT = "00"
              MOVE SPACES         TO ID-W
              MOVE COD-PACI-EPI   TO PACI-EDIT-W
              MOVE FECHA-ING-EPI  TO FECHA-ING-EDIT-W
              STRING PACI-EDIT-W      DELIMITED BY SIZE
                     "-"              DELIMITED BY SIZE
                     FECHA-ING-EDIT-W DELIMITED BY SIZE
                INTO ID-W
              END-STRING
              MOVE COD-PACI-EPI   TO PACI-W
              IF FECHA-EGRESO-EPI NOT = ZEROS
                 MOVE FECHA-EGRESO-EPI TO FECHA-DX-W
              ELSE
                 MOVE FECHA-ING-EPI    TO FECHA-DX-W
              END-IF

              MOVE SPACES TO TABLA-DX-EPI-W
              UNSTRING DX-EGRESO-EPI DELIMITED BY ";"
                  INTO DX-EPI-W (1) DX-EPI-W (2) DX-EPI-W (3)
                       DX-EPI-W (4) DX-EPI-W (5) DX-EPI-W (6)
                       DX-EPI-W (7) DX-EPI-W (8) DX-EPI-W (9)
                       DX-EPI-W (10)
              END-UNSTRING

              PERFORM REVISAR-DX-EPICRISIS VARYING I FROM 1 BY 1
                      UNTIL I > 10
              MOVE "00" TO OTR-STAT
           END-IF.

       REVISAR-DX-EPICRISIS.
           IF DX-EPI-W (I) NOT = SPACES
              MOVE 0 TO J
              INSPECT DX-EPI-W (I) TALLYING J FOR LEADING SPACES
              ADD 1 TO J
              IF J < 18
                 MOVE DX-EPI-W (I) (J:4) TO DX-DXVAL-LNK
                 IF I = 1
                    MOVE "S" TO PPAL-DXVAL-LNK
                 ELSE
                    MOVE "N" TO PPAL-DXVAL-LNK
                 END-IF
                 PERFORM VALIDAR-DX THRU FIN-VALIDAR-DX
              END-IF
           END-IF.

      *=================================================================
      * LECTURAS DE RX: EL ARCHIVO ES UNO SOLO PARA TODAS LAS
      * EMPRESAS; SE TOMAN LAS DE PACIENTES DE ESTA EMPRESA.
      *=================================================================
       REVISAR-LECTURAS-RX.
           MOVE LOW-VALUES TO LLAVE-RX
           START RESULTADOS-RX KEY IS NOT LESS LLAVE-RX
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-REVISAR-LECTURAS-RX
           END-IF

           MOVE "X" TO ORIGEN-W
           PERFORM REVISAR-LECTURA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       FIN-REVISAR-LECTURAS-RX.
           EXIT.

       REVISAR-LECTURA.
           READ RESULTADOS-RX NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.
           IF OTR-STAT = "00"
              IF DX-RX NOT = SPACES
                 MOVE ID-HISTORIA-FACT-RX TO COD-PACI
                 READ ARCHIVO-PACIENTES
                      INVALID KEY MOVE "23" TO OTR-STAT
                 END-READ
                 IF OTR-STAT = "00"
                    MOVE LLAVE-RX            TO ID-W
                    MOVE ID-HISTORIA-FACT-RX TO PACI-W
                    IF FECHA-FACT-RX IS NUMERIC
                       MOVE FECHA-FACT-RX    TO FECHA-DX-X-W
                    ELSE
                       MOVE FECHA-HOY-W      TO FECHA-DX-W
                    END-IF
                    MOVE "S"                 TO PPAL-DXVAL-LNK
                    MOVE DX-RX               TO DX-DXVAL-LNK
                    PERFORM VALIDAR-DX THRU FIN-VALIDAR-DX
                 END-IF
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

      *=================================================================
      * VALIDACION DE UN DIAGNOSTICO Y REGISTRO DE LA FALLA
      *=================================================================
       VALIDAR-DX.
           IF DX-DXVAL-LNK = SPACES
              GO TO FIN-VALIDAR-DX
           END-IF

           MOVE NOM-DXV-W  TO NOM-DXV-DXVAL-LNK
           MOVE PACIE-W    TO NOM-PACIE-DXVAL-LNK
           MOVE PACI-W     TO PACI-DXVAL-LNK
           MOVE FECHA-DX-W TO FECHA-DXVAL-LNK
           CALL "SER851R" USING REG-DXVAL-LNK
           ADD 1 TO TOTAL-REVISADOS-W

           IF RESULT-DXVAL-LNK NOT = "00"
              INITIALIZE REG-DX-INCONS
              MOVE "I"               TO TIPO-DXI
              MOVE ORIGEN-W          TO ORIGEN-DXI
              MOVE ID-W              TO ID-DXI
              MOVE DX-DXVAL-LNK      TO DX-DXI
              MOVE PACI-W            TO PACI-DXI
              MOVE FECHA-DX-W        TO FECHA-REG-DXI
              MOVE RESULT-DXVAL-LNK  TO REGLA-DXI
              MOVE MENSAJE-DXVAL-LNK TO MENSAJE-DXI
              MOVE FECHA-HOY-W       TO FECHA-CORRIDA-DXI
              WRITE REG-DX-INCONS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO TOTAL-INCONS-W
              END-WRITE
           END-IF.

       FIN-VALIDAR-DX.
           EXIT.
