      *=================================================================
      * VALIDA UN DIAGNOSTICO CIE-10 CONTRA SUS ATRIBUTOS (SC-ARCHDXV,
      * SER947) PARA EL PACIENTE AL QUE SE LE REGISTRA: SEXO, EDAD A
      * LA FECHA DE LA ATENCION Y SI PUEDE IR COMO PRINCIPAL. LO
      * LLAMAN LAS PANTALLAS QUE GRABAN DIAGNOSTICOS (REMISION,
      * EPICRISIS, LECTURA DE RX, Y CONSULTA/EVOLUCION POR SER947
      * OPC "V") Y LA REVISION NOCTURNA SER947R, CON EL AREA
      * LNK-DXVAL. NO TUMBA AL QUE LLAMA: SIN TABLA, SIN ATRIBUTOS
      * PARA EL CODIGO O SIN PACIENTE DEVUELVE "00".
      * CUANDO LA PANTALLA MANDA SU ORIGEN Y EL DIAGNOSTICO VALIDO ES
      * DE NOTIFICACION AL SIVIGILA, ABRE EL CASO PENDIENTE EN
      * SC-SIVIG (AL LADO DEL SC-PACIE DE LA EMPRESA) CON LOS DATOS
      * DEL PACIENTE, SALVO QUE EL PACIENTE YA TENGA UNO SIN NOTIFICAR
      * O NOTIFICADO EN LOS ULTIMOS 30 DIAS PARA EL MISMO EVENTO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      * 15/10/26 JLR ABRE EL CASO DE NOTIFICACION AL SIVIGILA.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER851R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-DXVAL.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SIVIG.CBL".

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-DXVAL.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SIVIG.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-DXV-W             PIC X(70).
       77 PACIE-W               PIC X(70).
       77 NOM-SIV-W             PIC X(70).

       01 VARIABLES.
          02 EDAD-W             PIC S9(6).
          02 EDAD-EDIT-W        PIC ZZZZZ9.
          02 MIN-EDIT-W         PIC ZZ9.
          02 MAX-EDIT-W         PIC ZZ9.
          02 NOMBRE-UNID-W      PIC X(6).
          02 NACIM-NUM-W        PIC 9(8).
          02 NACIM-W REDEFINES NACIM-NUM-W.
             03 ANO-NACIM-W     PIC 9(4).
             03 MES-NACIM-W     PIC 99.
             03 DIA-NACIM-W     PIC 99.
          02 FECHA-ATEN-W.
             03 ANO-ATEN-W      PIC 9(4).
             03 MES-ATEN-W      PIC 99.
             03 DIA-ATEN-W      PIC 99.
          02 SEXO-W             PIC X.
          02 EVENTO-W           PIC X(3).
          02 INMEDIATA-W        PIC X.
          02 FECHA-HOY-W        PIC 9(8).
          02 DIAS-W             PIC S9(6).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\LNK-DXVAL.CBL".

       PROCEDURE DIVISION USING REG-DXVAL-LNK.

       VALIDAR-DIAGNOSTICO.
           MOVE "00"   TO RESULT-DXVAL-LNK
           MOVE "N"    TO SIVIGILA-DXVAL-LNK
           MOVE SPACES TO MENSAJE-DXVAL-LNK
           MOVE ZEROS  TO CASO-DXVAL-LNK

           IF DX-DXVAL-LNK = SPACES
              GO TO FIN-VALIDAR
           END-IF

           MOVE NOM-DXV-DXVAL-LNK TO NOM-DXV-W
           OPEN INPUT ARCHIVO-DX-VALIDA
           IF OTR-STAT NOT = "00"
              GO TO FIN-VALIDAR
           END-IF

           MOVE DX-DXVAL-LNK TO COD-DXV
           READ ARCHIVO-DX-VALIDA
                INVALID KEY
                   MOVE "23" TO OTR-STAT
           END-READ
           CLOSE ARCHIVO-DX-VALIDA

           IF OTR-STAT NOT = "00"
              GO TO FIN-VALIDAR
           END-IF

           IF DXV-SIVIGILA
              MOVE "S"            TO SIVIGILA-DXVAL-LNK
              MOVE EVENTO-INS-DXV TO EVENTO-W
              MOVE INMEDIATA-DXV  TO INMEDIATA-W
           END-IF.

       VALIDAR-PRINCIPAL.
           IF DXV-NO-PRINCIPAL AND PPAL-DXVAL-LNK = "S"
              MOVE "PP" TO RESULT-DXVAL-LNK
              STRING "El diagnostico " DELIMITED BY SIZE
                     DX-DXVAL-LNK      DELIMITED BY SIZE
                     " no es valido como principal" DELIMITED BY SIZE
                INTO MENSAJE-DXVAL-LNK
              END-STRING
              GO TO FIN-VALIDAR
           END-IF.

       LEER-PACIENTE.
           IF SEXO-DXV = SPACE
           AND EDAD-MIN-DXV = ZEROS AND EDAD-MAX-DXV = ZEROS
              GO TO FIN-VALIDAR
           END-IF

           MOVE NOM-PACIE-DXVAL-LNK TO PACIE-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              GO TO FIN-VALIDAR
           END-IF

           MOVE PACI-DXVAL-LNK TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY
                   MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PACIENTES
              GO TO FIN-VALIDAR
           END-IF

           MOVE SEXO-PACI  TO SEXO-W
           MOVE NACIM-PACI TO NACIM-NUM-W
           CLOSE ARCHIVO-PACIENTES.

       VALIDAR-SEXO.
           IF (DXV-SOLO-HOMBRE OR DXV-SOLO-MUJER)
           AND (SEXO-W = "M" OR SEXO-W = "F")
           AND SEXO-W NOT = SEXO-DXV
              MOVE "SX" TO RESULT-DXVAL-LNK
              STRING "El diagnostico " DELIMITED BY SIZE
                     DX-DXVAL-LNK      DELIMITED BY SIZE
                     " no corresponde al sexo del paciente"
                                       DELIMITED BY SIZE
                INTO MENSAJE-DXVAL-LNK
              END-STRING
              GO TO FIN-VALIDAR
           END-IF.

      *    LA EDAD SE CUENTA A LA FECHA DE LA ATENCION EN LA UNIDAD
      *    DEL CODIGO (ANOS O MESES CUMPLIDOS, O DIAS). SIN FECHA DE
      *    NACIMIENTO NO SE PUEDE MEDIR Y NO SE RECHAZA.
       VALIDAR-EDAD.
           IF EDAD-MIN-DXV = ZEROS AND EDAD-MAX-DXV = ZEROS
              GO TO FIN-VALIDAR
           END-IF

           IF NACIM-NUM-W = ZEROS
           OR NACIM-NUM-W > FECHA-DXVAL-LNK
              GO TO FIN-VALIDAR
           END-IF

           MOVE FECHA-DXVAL-LNK TO FECHA-ATEN-W

           EVALUATE TRUE
             WHEN DXV-EDAD-DIAS
                  COMPUTE EDAD-W =
                          FUNCTION INTEGER-OF-DATE (FECHA-DXVAL-LNK)
                        - FUNCTION INTEGER-OF-DATE (NACIM-NUM-W)
                  MOVE "dias"  TO NOMBRE-UNID-W
             WHEN DXV-EDAD-MESES
                  COMPUTE EDAD-W = (ANO-ATEN-W - ANO-NACIM-W) * 12
                                 + MES-ATEN-W - MES-NACIM-W
                  IF DIA-ATEN-W < DIA-NACIM-W
                     SUBTRACT 1 FROM EDAD-W
                  END-IF
                  MOVE "meses" TO NOMBRE-UNID-W
             WHEN OTHER
                  COMPUTE EDAD-W = ANO-ATEN-W - ANO-NACIM-W
                  IF MES-ATEN-W < MES-NACIM-W
                  OR (MES-ATEN-W = MES-NACIM-W
                      AND DIA-ATEN-W < DIA-NACIM-W)
                     SUBTRACT 1 FROM EDAD-W
                  END-IF
                  MOVE "anos"  TO NOMBRE-UNID-W
           END-EVALUATE

           IF EDAD-W < EDAD-MIN-DXV
           OR (EDAD-MAX-DXV NOT = ZEROS AND EDAD-W > EDAD-MAX-DXV)
              MOVE "ED"         TO RESULT-DXVAL-LNK
              MOVE EDAD-W       TO EDAD-EDIT-W
              MOVE EDAD-MIN-DXV TO MIN-EDIT-W
              MOVE EDAD-MAX-DXV TO MAX-EDIT-W
              STRING "Dx "         DELIMITED BY SIZE
                     DX-DXVAL-LNK  DELIMITED BY SIZE
                     " fuera de edad:" DELIMITED BY SIZE
                     EDAD-EDIT-W   DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     NOMBRE-UNID-W DELIMITED BY " "
                     ", rango"     DELIMITED BY SIZE
                     MIN-EDIT-W    DELIMITED BY SIZE
                     " a"          DELIMITED BY SIZE
                     MAX-EDIT-W    DELIMITED BY SIZE
                INTO MENSAJE-DXVAL-LNK
              END-STRING
           END-IF.

       FIN-VALIDAR.
           IF  RESULT-DXVAL-LNK = "00" AND SIVIGILA-DXVAL-LNK = "S"
           AND ORIGEN-DXVAL-LNK NOT = SPACES
              PERFORM ABRIR-CASO THRU FIN-ABRIR-CASO
           END-IF
           EXIT PROGRAM.

      *=================================================================
      * CASO DE NOTIFICACION AL SIVIGILA
      *=================================================================
       ABRIR-CASO.
           ACCEPT FECHA-HOY-W FROM DATE YYYYMMDD
           IF FECHA-DXVAL-LNK = ZEROS
              MOVE FECHA-HOY-W TO FECHA-DXVAL-LNK
           END-IF

           MOVE NOM-PACIE-DXVAL-LNK TO NOM-SIV-W
           INSPECT NOM-SIV-W REPLACING FIRST "SC-PACIE.DAT"
                                          BY "SC-SIVIG.DAT"

           OPEN I-O ARCHIVO-SIVIGILA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-SIVIGILA
              CLOSE       ARCHIVO-SIVIGILA
              OPEN I-O    ARCHIVO-SIVIGILA
           END-IF
           IF OTR-STAT NOT = "00"
              GO TO FIN-ABRIR-CASO
           END-IF

           MOVE PACI-DXVAL-LNK TO COD-PACI-SIV
           START ARCHIVO-SIVIGILA KEY IS NOT LESS COD-PACI-SIV
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           PERFORM BUSCAR-CASO-ABIERTO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF CASO-DXVAL-LNK NOT = ZEROS
              CLOSE ARCHIVO-SIVIGILA
              GO TO FIN-ABRIR-CASO
           END-IF

           MOVE 99999999 TO NRO-SIV
           START ARCHIVO-SIVIGILA KEY IS NOT GREATER LLAVE-SIV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-SIVIGILA PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE CASO-DXVAL-LNK = NRO-SIV + 1
           ELSE
              MOVE 1 TO CASO-DXVAL-LNK
           END-IF

           INITIALIZE REG-SIVIGILA
           MOVE CASO-DXVAL-LNK   TO NRO-SIV
           MOVE PACI-DXVAL-LNK   TO COD-PACI-SIV
           MOVE "P"              TO ESTADO-SIV
           MOVE FECHA-HOY-W      TO FECHA-DETEC-SIV
           MOVE EVENTO-W         TO EVENTO-SIV
           MOVE DX-DXVAL-LNK     TO DX-SIV
           MOVE INMEDIATA-W      TO INMEDIATA-SIV
           MOVE ORIGEN-DXVAL-LNK TO ORIGEN-SIV
           MOVE FECHA-DXVAL-LNK  TO FECHA-CONSULTA-SIV

           MOVE NOM-PACIE-DXVAL-LNK TO PACIE-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT = "00"
              MOVE PACI-DXVAL-LNK TO COD-PACI
              READ ARCHIVO-PACIENTES
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00"
                 MOVE TIPO-ID-PACI  TO TIPO-ID-SIV
                 MOVE DESCRIP-PACI  TO NOMBRE-SIV
                 MOVE SEXO-PACI     TO SEXO-SIV
                 MOVE NACIM-PACI    TO NACIM-SIV
                 MOVE DIRECC-PACI   TO DIRECC-SIV
                 MOVE TELEFONO-PACI TO TELEFONO-SIV
                 MOVE OCUP-V8-PACI  TO OCUP-SIV
                 MOVE NIT-FACT-PACI TO ASEG-SIV
              END-IF
              CLOSE ARCHIVO-PACIENTES
           END-IF

           WRITE REG-SIVIGILA
                 INVALID KEY MOVE ZEROS TO CASO-DXVAL-LNK
           END-WRITE
           CLOSE ARCHIVO-SIVIGILA.

       FIN-ABRIR-CASO.
           EXIT.

      *    EL MISMO EVENTO (O EL MISMO CODIGO SI NO TIENE EVENTO) SIN
      *    NOTIFICAR, O NOTIFICADO HACE 30 DIAS O MENOS, ES EL MISMO
      *    CASO.
       BUSCAR-CASO-ABIERTO.
           READ ARCHIVO-SIVIGILA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF COD-PACI-SIV NOT = PACI-DXVAL-LNK
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  NOT SIV-DESCARTADO
                 AND ((EVENTO-W NOT = SPACES AND EVENTO-SIV = EVENTO-W)
                      OR DX-SIV = DX-DXVAL-LNK)
                    COMPUTE DIAS-W =
                            FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
                          - FUNCTION INTEGER-OF-DATE (FECHA-DETEC-SIV)
                    IF SIV-PENDIENTE OR SIV-COMPLETO OR DIAS-W <= 30
                       MOVE NRO-SIV TO CASO-DXVAL-LNK
                       MOVE "10"    TO OTR-STAT
                    END-IF
                 END-IF
              END-IF
           END-IF.
