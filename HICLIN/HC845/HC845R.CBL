      *=================================================================
      * HISTORIA CLINICA - REGISTRA CADA APERTURA DE LA HISTORIA DE
      *          UN PACIENTE (SC-ARCHACH) CON EL USUARIO DE LA SESION,
      *          EL PROGRAMA, LA FECHA Y LA HORA, Y CONTROLA LOS
      *          PACIENTES RESTRINGIDOS (VIP, EMPLEADOS, VIH, CASOS
      *          LEGALES): SIN JUSTIFICACION NO SE ABREN. DEVUELVE:
      *            "00" - ACCESO REGISTRADO, SIGA.
      *            "BG" - PACIENTE RESTRINGIDO SIN JUSTIFICACION: EL
      *                   INTENTO QUEDA REGISTRADO COMO NEGADO Y LA
      *                   PANTALLA DEBE PEDIR LA JUSTIFICACION.
      *            OTRO - ESTADO DEL ARCHIVO SI NO SE PUDO REGISTRAR;
      *                   SIN REGISTRO NO SE ABRE LA HISTORIA.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HC845R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ACCESO-HC LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ACH-845R-LNK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ACH
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-ACCHC.CBL".

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC.CBL".

       77 CLASE-RESTR-W         PIC X.
       77 FECHA-ACCESO-W        PIC 9(8).
       77 HORA-ACCESO-W         PIC 9(8).

       LINKAGE SECTION.
       01 NOM-ACH-845R-LNK      PIC X(70).
       01 USU-845R-LNK          PIC X(15).
       01 PACI-845R-LNK         PIC 9(11).
       01 PROG-845R-LNK         PIC X(16).
       01 JUSTIF-845R-LNK       PIC X(100).
       01 RESULTADO-845R-LNK    PIC XX.

       PROCEDURE DIVISION USING NOM-ACH-845R-LNK USU-845R-LNK
                                PACI-845R-LNK PROG-845R-LNK
                                JUSTIF-845R-LNK RESULTADO-845R-LNK.

       DECLARATIVES.
       I-O-TEST-ACCHC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ACCESO-HC.

       ESCR-EXCEP-ACCHC.
           IF OTR-STAT = "00" OR "02" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT TO RESULTADO-845R-LNK
              GO TO SALIR
           END-IF.

       END DECLARATIVES.
       PROCEDURAL SECTION.

       INICIAR-REGISTRO.
           MOVE "00" TO RESULTADO-845R-LNK
           ACCEPT FECHA-ACCESO-W FROM DATE YYYYMMDD
           ACCEPT HORA-ACCESO-W FROM TIME

           OPEN I-O ARCHIVO-ACCESO-HC.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ACCESO-HC
              CLOSE       ARCHIVO-ACCESO-HC
              OPEN I-O    ARCHIVO-ACCESO-HC
           END-IF.

           IF OTR-STAT NOT = "00"
              MOVE OTR-STAT TO RESULTADO-845R-LNK
              GO TO SALIR
           END-IF.

       BUSCAR-RESTRICCION.
           MOVE SPACES TO CLASE-RESTR-W
           INITIALIZE REG-ACCESO-HC
           MOVE "R"           TO TIPO-ACH
           MOVE PACI-845R-LNK TO PACI-ACH
           READ ARCHIVO-ACCESO-HC
                NOT INVALID KEY
                   MOVE CLASE-ACH TO CLASE-RESTR-W
           END-READ.

       ARMAR-REGISTRO.
           INITIALIZE REG-ACCESO-HC
           MOVE "L"             TO TIPO-ACH
           MOVE PACI-845R-LNK   TO PACI-ACH
           MOVE FECHA-ACCESO-W  TO FECHA-ACH
           MOVE USU-845R-LNK    TO USUARIO-ACH
           MOVE PROG-845R-LNK   TO PROGRAMA-ACH
           MOVE CLASE-RESTR-W   TO CLASE-ACH

           IF CLASE-RESTR-W = SPACES
              MOVE "A"             TO RESULTADO-ACH
           ELSE
              IF JUSTIF-845R-LNK = SPACES
                 MOVE "N"          TO RESULTADO-ACH
                 MOVE "BG"         TO RESULTADO-845R-LNK
              ELSE
                 MOVE "G"          TO RESULTADO-ACH
                 MOVE JUSTIF-845R-LNK TO JUSTIF-ACH
              END-IF
           END-IF.

      *    DOS APERTURAS DEL MISMO USUARIO EN LA MISMA CENTESIMA SE
      *    SEPARAN CORRIENDO LA HORA; NINGUNA SE PIERDE.

       GRABAR-REGISTRO.
           MOVE HORA-ACCESO-W TO HORA-ACH
           WRITE REG-ACCESO-HC
                 INVALID KEY
                    ADD 1 TO HORA-ACCESO-W
                    GO TO GRABAR-REGISTRO
           END-WRITE.

       CERRAR-ACCESO.
           CLOSE ARCHIVO-ACCESO-HC.

       SALIR.
           EXIT PROGRAM.
       FIN.
           STOP RUN.
