      *=================================================================
      * CARGOS PERDIDOS: PASO DE LA CADENA DE CON857 (SE REGISTRA EN
      * SC-ARCHCAD COMO UN PASO MAS, SIN PARAMETROS, IGUAL QUE
      * SAL732R). RECORRE TODAS LAS EMPRESAS TIPO "E" DE SC-ARCHEMP
      * Y CRUZA LOS EVENTOS CLINICOS DE LOS ULTIMOS N DIAS (30 SI EL
      * PARAMETRO DE SC-ARCHCPR ESTA EN CERO) CONTRA LOS CARGOS DEL
      * PACIENTE EN SC-ARCHCRG (PENDIENTES O YA EN LA CUENTA):
      *   - HC838  DOSIS APLICADA DEL MAR (ARTICULO, CANTIDAD 1).
      *   - SER920 EXAMEN DE LABORATORIO VALIDADO (CUPS DEL EXAMEN).
      *   - SER939 TRANSFUSION ADMINISTRADA (CUPS DEL PARAMETRO).
      *   - SAL727 CIRUGIA MARCADA REALIZADA (CUPS DEL CASO).
      *   - SER940 INTERCONSULTA RESPONDIDA (CUPS DEL PARAMETRO).
      * EL EVENTO TIENE CARGO SI HAY UNO SIN ANULAR DEL MISMO ORIGEN
      * Y DOCUMENTO CON EL MISMO CODIGO (EL QUE SE AGREGA DESDE
      * SER956), O DEL MISMO PACIENTE, CODIGO Y FECHA DE SERVICIO.
      * LOS QUE NO TIENEN ENTRAN A SC-ARCHCPR COMO PENDIENTES, CON EL
      * SERVICIO DE LA CAMA DEL PACIENTE (O EL DEL AREA QUE LO
      * PRESTO) Y EL VALOR DE TARIFA: ARTICULOS AL PRIMER PRECIO DE
      * VENTA DEL MAESTRO; CUPS A LA VERSION VIGENTE EN EL MANUAL DEL
      * PARAMETRO (SC-CUPSVIG, FORMA 4 POR EL SALARIO MINIMO DIARIO).
      * ANTES SE REVISAN LOS PENDIENTES DE NOCHES ANTERIORES: LOS QUE
      * YA TIENEN CARGO QUEDAN RECUPERADOS. LA LISTA NO SE
      * RECONSTRUYE, PORQUE DE ELLA SALE EL INFORME MENSUAL DE
      * RECUPERADO Y NO RECUPERADO (SER956).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SER956R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-EMPRE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CRGPR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CARGO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-MARAD.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-LABOR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-BANCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-QUIRO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-INTCN.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CAMAS.CBL".

           SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-ART-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE  DYNAMIC;
                  RECORD KEY COD-ART
                  ALTERNATE RECORD KEY CLASE-ART       WITH DUPLICATES
                  ALTERNATE RECORD KEY COD-BARRAS-ART  WITH DUPLICATES
                  ALTERNATE RECORD KEY DESCRIP-ART     WITH DUPLICATES
                  ALTERNATE RECORD KEY USO-ART         WITH DUPLICATES
                  ALTERNATE RECORD KEY CL-ROTAC-ART    WITH DUPLICATES
                  ALTERNATE RECORD KEY UBICAC-ART      WITH DUPLICATES
                  ALTERNATE RECORD KEY FECHA-VENCE-ART WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-CUPS-VIG LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-CUPSVIG-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CUPSVIG
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-EMPRE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CRGPR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CARGO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MARAD.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-LABOR.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-BANCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-QUIRO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-INTCN.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CAMAS.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ARTIC.CBL".

      *    VERSIONES POR VIGENCIA DEL VALOR TARIFADO DE CADA CODIGO
      *    CUPS (MISMO REGISTRO QUE GRABA INV401BC).
       FD  ARCHIVO-CUPS-VIG
           LABEL RECORD STANDARD.
       01  REG-CUPSVIG.
           02 LLAVE-CUPSVIG.
              03 LLAVE-TIPO-CUPSVIG     PIC X(3).
              03 COD-SER-CUPSVIG        PIC X(12).
              03 FECHA-DESDE-CUPSVIG    PIC 9(8).
           02 MONTO-CUPSVIG             PIC 9(9)V99.
           02 FORMA-LIQ-CUPSVIG         PIC 9.
           02 OPER-CUPSVIG              PIC X(4).

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-USU-W             PIC X(70).
       77 NOM-EMP-W             PIC X(70).
       77 NOM-CPR-W             PIC X(70).
       77 NOM-CRG-W             PIC X(70).
       77 NOM-MAR-W             PIC X(70).
       77 NOM-LAB-W             PIC X(70).
       77 NOM-BSG-W             PIC X(70).
       77 NOM-QUI-W             PIC X(70).
       77 NOM-INC-W             PIC X(70).
       77 NOM-CAM-W             PIC X(70).
       77 NOM-ART-W             PIC X(70).
       77 NOM-CUPSVIG-W         PIC X(70).
       77 NOM-BASE-IP-W         PIC X(70).
       77 NOM-BASE-EMP-W        PIC X(70).
       77 SW-FIN                PIC 9 VALUE 1.
       77 SW-ART                PIC 9 VALUE 0.
       77 SW-CUPS               PIC 9 VALUE 0.
       77 I                     PIC 9(4).
       77 J                     PIC 9(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 FECHA-DESDE-W      PIC 9(8).
          02 DIAS-HOY-W         PIC 9(7).
          02 HORA-CORRIDA-W     PIC 9(6).
          02 DIR-DATOS-W        PIC X(30).
          02 TOTAL-REVISADOS-W  PIC 9(7).
          02 TOTAL-NUEVOS-W     PIC 9(7).
          02 TOTAL-RECUP-W      PIC 9(7).
          02 SW-FIN-CPR-W       PIC X.
          02 SW-CARGO-W         PIC X.
             88 EVENTO-CON-CARGO-W    VALUE "S".
          02 SW-TARIFA-W        PIC X.
             88 TARIFA-ENCONTRADA-W   VALUE "S".
          02 NRO-CARGO-W        PIC 9(8).
          02 FECHA-BUSC-W       PIC 9(8).
          02 UNITARIO-W         PIC 9(10)V99.

      *    PARAMETROS DE LA EMPRESA (REGISTRO "P" DE SC-ARCHCPR).
       01 PARAMETROS-W.
          02 MANUAL-PARAM-W     PIC XX.
          02 SAL-MIN-PARAM-W    PIC 9(9).
          02 CUPS-TRANSF-PARAM-W PIC X(8).
          02 CUPS-INTERC-PARAM-W PIC X(8).
          02 DIAS-VENTANA-W     PIC 9(3).

       01 LLAVE-TIPO-BUSC-W.
          02 MANUAL-BUSC-W      PIC XX.
          02 CLASE-BUSC-W       PIC 9.

      *    EL EVENTO CLINICO QUE SE ESTA CRUZANDO.
       01 EVENTO-W.
          02 ORIGEN-EV-W        PIC X(8).
          02 DOC-EV-W           PIC X(30).
          02 CODIGO-EV-W        PIC X(18).
          02 PACI-EV-W          PIC 9(11).
          02 FECHA-EV-W         PIC 9(8).
          02 CLASE-EV-W         PIC X.
          02 CANT-EV-W          PIC 9(5)V99.
          02 DESCRIP-EV-W       PIC X(30).
          02 SERVICIO-EV-W      PIC X(4).
          02 SERV-AREA-EV-W     PIC X(4).
          02 VALOR-EV-W         PIC 9(10)V99.
          02 SIN-TARIFA-EV-W    PIC X.

      *    PACIENTES EN CAMA Y SU SERVICIO.
       01 TABLA-CAMAS-W.
          02 CANT-CAMAS-W       PIC 9(4).
          02 CAMA-W OCCURS 999.
             03 PACI-CAMA-W     PIC 9(11).
             03 SERV-CAMA-W     PIC X(4).

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT FECHA-HOY-W    FROM DATE YYYYMMDD
           ACCEPT HORA-CORRIDA-W FROM TIME
           COMPUTE DIAS-HOY-W = FUNCTION INTEGER-OF-DATE (FECHA-HOY-W).

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
           INITIALIZE NOM-EMP-W NOM-BASE-IP-W

           MOVE "\\" TO NOM-EMP-W

           INSPECT NOM-EMP-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-EMP-W REPLACING FIRST " "
                                          BY "\"

           MOVE NOM-EMP-W TO NOM-BASE-IP-W

           INSPECT NOM-EMP-W REPLACING
                   FIRST "                         "
                   BY "PROG\DATOS\SC-ARCHEMP.DAT".

       REVISAR-TODAS.
           OPEN INPUT ARCHIVO-EMPRESAS
           IF OTR-STAT NOT = "00"
              GO TO FIN-PROGRAMA
           END-IF

           MOVE "E"    TO TIPO-EMP
           MOVE SPACES TO COD-EMP
           START ARCHIVO-EMPRESAS KEY IS NOT LESS LLAVE-EMP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM REVISAR-SIGUIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-EMPRESAS.

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
      * CRUCE DE LOS EVENTOS DE UNA EMPRESA
      *=================================================================
       REVISAR-EMPRESA.
           PERFORM NOMBRES-EMPRESA

           OPEN I-O ARCHIVO-CARGOS-PERDIDOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-CARGOS-PERDIDOS
              CLOSE       ARCHIVO-CARGOS-PERDIDOS
              OPEN I-O    ARCHIVO-CARGOS-PERDIDOS
           END-IF
           IF OTR-STAT NOT = "00"
              GO TO FIN-REVISAR-EMPRESA
           END-IF

      *    SIN LOS CARGOS NO HAY CONTRA QUE CRUZAR.
           OPEN INPUT ARCHIVO-CARGOS
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-CARGOS-PERDIDOS
              GO TO FIN-REVISAR-EMPRESA
           END-IF

           PERFORM LEER-PARAMETROS

           OPEN INPUT MAESTRO-ARTICULOS
           IF OTR-STAT = "00"
              MOVE 1 TO SW-ART
           ELSE
              MOVE 0 TO SW-ART
           END-IF

           MOVE 0 TO SW-CUPS
           IF MANUAL-PARAM-W NOT = SPACES
              OPEN INPUT ARCHIVO-CUPS-VIG
              IF OTR-STAT = "00"
                 MOVE 1 TO SW-CUPS
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT

           PERFORM CARGAR-CAMAS
           INITIALIZE TOTAL-REVISADOS-W TOTAL-NUEVOS-W TOTAL-RECUP-W

           PERFORM RECHEQUEAR-PENDIENTES
           PERFORM REVISAR-MAR           THRU FIN-REVISAR-MAR
           PERFORM REVISAR-LABORATORIO   THRU FIN-REVISAR-LABORATORIO
           PERFORM REVISAR-TRANSFUSIONES THRU FIN-REVISAR-TRANSFUSIONES
           PERFORM REVISAR-CIRUGIAS      THRU FIN-REVISAR-CIRUGIAS
           PERFORM REVISAR-INTERCONSULTAS
                   THRU FIN-REVISAR-INTERCONSULTAS

           PERFORM GRABAR-CONTROL

           IF SW-ART = 1
              CLOSE MAESTRO-ARTICULOS
           END-IF
           IF SW-CUPS = 1
              CLOSE ARCHIVO-CUPS-VIG
           END-IF
           CLOSE ARCHIVO-CARGOS ARCHIVO-CARGOS-PERDIDOS.

       FIN-REVISAR-EMPRESA.
           EXIT.

       NOMBRES-EMPRESA.
           MOVE NOM-BASE-IP-W TO NOM-BASE-EMP-W
           INSPECT NOM-BASE-EMP-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W

           MOVE NOM-BASE-EMP-W TO NOM-CPR-W NOM-CRG-W NOM-MAR-W
                                  NOM-LAB-W NOM-BSG-W NOM-QUI-W
                                  NOM-INC-W NOM-CAM-W NOM-ART-W
                                  NOM-CUPSVIG-W
           INSPECT NOM-CPR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCPR.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT NOM-MAR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHMAR.DAT"
           INSPECT NOM-LAB-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHLAB.DAT"
           INSPECT NOM-BSG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHBSG.DAT"
           INSPECT NOM-QUI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHQUI.DAT"
           INSPECT NOM-INC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHINC.DAT"
           INSPECT NOM-CAM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCAM.DAT"
           INSPECT NOM-ART-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-MAESART.DAT"
           INSPECT NOM-CUPSVIG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-CUPSVIG.DAT".

       LEER-PARAMETROS.
           INITIALIZE PARAMETROS-W
           INITIALIZE REG-CARGO-PERDIDO
           MOVE "P" TO TIPO-CPR
           READ ARCHIVO-CARGOS-PERDIDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE MANUAL-CPR      TO MANUAL-PARAM-W
                   MOVE SAL-MIN-CPR     TO SAL-MIN-PARAM-W
                   MOVE CUPS-TRANSF-CPR TO CUPS-TRANSF-PARAM-W
                   MOVE CUPS-INTERC-CPR TO CUPS-INTERC-PARAM-W
                   MOVE DIAS-VENTANA-CPR TO DIAS-VENTANA-W
           END-READ
           MOVE "00" TO OTR-STAT

           IF DIAS-VENTANA-W = ZEROS
              MOVE 30 TO DIAS-VENTANA-W
           END-IF
           COMPUTE FECHA-DESDE-W = FUNCTION DATE-OF-INTEGER
                   (DIAS-HOY-W - DIAS-VENTANA-W).

      *    PACIENTES EN CAMA (OCUPADA O CON EGRESO PENDIENTE).
       CARGAR-CAMAS.
           MOVE ZEROS TO CANT-CAMAS-W
           OPEN INPUT ARCHIVO-CAMAS
           IF OTR-STAT = "00"
              MOVE "C"    TO TIPO-CAM
              MOVE SPACES TO SERVICIO-CAM CAMA-CAM
              MOVE ZEROS  TO CONSEC-CAM
              START ARCHIVO-CAMAS KEY IS NOT LESS LLAVE-CAM
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-CAMA UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-CAMAS
           END-IF
           MOVE "00" TO OTR-STAT.

       LEER-CAMA.
           READ ARCHIVO-CAMAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-CAM NOT = "C"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF (CAMA-OCUPADA OR CAMA-EGRESO-PEND)
                 AND COD-PACI-CAM NOT = ZEROS
                 AND CANT-CAMAS-W < 999
                    ADD 1 TO CANT-CAMAS-W
                    MOVE COD-PACI-CAM TO PACI-CAMA-W (CANT-CAMAS-W)
                    MOVE SERVICIO-CAM TO SERV-CAMA-W (CANT-CAMAS-W)
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * PENDIENTES DE NOCHES ANTERIORES QUE YA TIENEN CARGO
      *=================================================================
       RECHEQUEAR-PENDIENTES.
           MOVE "E"        TO TIPO-CPR
           MOVE LOW-VALUES TO ORIGEN-CPR DOC-CPR CODIGO-CPR
           MOVE "N"        TO SW-FIN-CPR-W
           START ARCHIVO-CARGOS-PERDIDOS KEY IS NOT LESS LLAVE-CPR
                 INVALID KEY MOVE "S" TO SW-FIN-CPR-W
           END-START
           PERFORM RECHEQUEAR-SIGUIENTE UNTIL SW-FIN-CPR-W = "S"
           MOVE "00" TO OTR-STAT.

       RECHEQUEAR-SIGUIENTE.
           READ ARCHIVO-CARGOS-PERDIDOS NEXT RECORD
                AT END MOVE "S" TO SW-FIN-CPR-W
           END-READ.

           IF SW-FIN-CPR-W = "N"
              IF NOT CPR-EVENTO
                 MOVE "S" TO SW-FIN-CPR-W
              ELSE
                 IF CPR-PENDIENTE
                    MOVE ORIGEN-CPR       TO ORIGEN-EV-W
                    MOVE DOC-CPR          TO DOC-EV-W
                    MOVE CODIGO-CPR       TO CODIGO-EV-W
                    MOVE COD-PACI-CPR     TO PACI-EV-W
                    MOVE FECHA-EVENTO-CPR TO FECHA-EV-W
                    PERFORM BUSCAR-CARGO
                    IF EVENTO-CON-CARGO-W
                       MOVE "R"         TO ESTADO-CPR
                       MOVE FECHA-HOY-W TO FECHA-RECUP-CPR
                                           FECHA-CORRIDA-CPR
                       MOVE NRO-CARGO-W TO NRO-CRG-CPR
                       REWRITE REG-CARGO-PERDIDO END-REWRITE
                       ADD 1 TO TOTAL-RECUP-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * HC838: DOSIS APLICADAS DEL MAR
      *=================================================================
       REVISAR-MAR.
           OPEN INPUT ARCHIVO-MAR
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-REVISAR-MAR
           END-IF

           MOVE "A" TO ESTADO-MAR
           START ARCHIVO-MAR KEY IS EQUAL ESTADO-MAR
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-DOSIS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-MAR.

       FIN-REVISAR-MAR.
           EXIT.

       LEER-DOSIS.
           READ ARCHIVO-MAR NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT DOSIS-APLICADA
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF FECHA-MAR NOT < FECHA-DESDE-W
                 AND FECHA-MAR NOT > FECHA-HOY-W
                    INITIALIZE EVENTO-W
                    MOVE "HC838"      TO ORIGEN-EV-W
                    STRING COD-PACI-MAR DELIMITED BY SIZE
                           FECHA-MAR    DELIMITED BY SIZE
                           HORA-MAR     DELIMITED BY SIZE
                           INTO DOC-EV-W
                    END-STRING
                    MOVE COD-ART-MAR  TO CODIGO-EV-W
                    MOVE COD-PACI-MAR TO PACI-EV-W
                    MOVE FECHA-MAR    TO FECHA-EV-W
                    MOVE "I"          TO CLASE-EV-W
                    MOVE 1            TO CANT-EV-W
                    MOVE DOSIS-MAR    TO DESCRIP-EV-W
                    MOVE "ENFE"       TO SERV-AREA-EV-W
                    PERFORM PROCESAR-EVENTO THRU FIN-PROCESAR-EVENTO
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * SER920: EXAMENES VALIDADOS
      *=================================================================
       REVISAR-LABORATORIO.
           OPEN INPUT ARCHIVO-LABORATORIO
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-REVISAR-LABORATORIO
           END-IF

           MOVE "V" TO ESTADO-LAB
           START ARCHIVO-LABORATORIO KEY IS EQUAL ESTADO-LAB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-EXAMEN UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-LABORATORIO.

       FIN-REVISAR-LABORATORIO.
           EXIT.

       LEER-EXAMEN.
           READ ARCHIVO-LABORATORIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT LAB-VALIDADO
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF TIPO-LAB = "O"
                 AND FECHA-RESULT-LAB NOT < FECHA-DESDE-W
                 AND FECHA-RESULT-LAB NOT > FECHA-HOY-W
                    INITIALIZE EVENTO-W
                    MOVE "SER920"     TO ORIGEN-EV-W
                    STRING COD-PACI-LAB           DELIMITED BY SIZE
                           COD-EXAMEN-LAB         DELIMITED BY SIZE
                           FECHA-ORDEN-LAB (3:6)  DELIMITED BY SIZE
                           CONSEC-LAB             DELIMITED BY SIZE
                           INTO DOC-EV-W
                    END-STRING
                    MOVE CUPS-LAB         TO CODIGO-EV-W
                    MOVE COD-PACI-LAB     TO PACI-EV-W
                    MOVE FECHA-RESULT-LAB TO FECHA-EV-W
                    MOVE "S"              TO CLASE-EV-W
                    MOVE 1                TO CANT-EV-W
                    MOVE DESCRIP-LAB      TO DESCRIP-EV-W
                    MOVE "LABO"           TO SERV-AREA-EV-W
                    PERFORM PROCESAR-EVENTO THRU FIN-PROCESAR-EVENTO
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * SER939: TRANSFUSIONES ADMINISTRADAS (REGISTROS "T")
      *=================================================================
       REVISAR-TRANSFUSIONES.
           IF CUPS-TRANSF-PARAM-W = SPACES
              GO TO FIN-REVISAR-TRANSFUSIONES
           END-IF

           OPEN INPUT ARCHIVO-BANCO-SANGRE
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-REVISAR-TRANSFUSIONES
           END-IF

           MOVE "T"    TO TIPO-BSG
           MOVE SPACES TO COD1-BSG
           MOVE ZEROS  TO CONSEC-BSG
           START ARCHIVO-BANCO-SANGRE KEY IS NOT LESS LLAVE-BSG
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-TRANSFUSION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-BANCO-SANGRE.

       FIN-REVISAR-TRANSFUSIONES.
           EXIT.

       LEER-TRANSFUSION.
           READ ARCHIVO-BANCO-SANGRE NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-BSG NOT = "T"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF FECHA-BSG NOT < FECHA-DESDE-W
                 AND FECHA-BSG NOT > FECHA-HOY-W
                    INITIALIZE EVENTO-W
                    MOVE "SER939"     TO ORIGEN-EV-W
                    STRING COD1-BSG   DELIMITED BY SIZE
                           CONSEC-BSG DELIMITED BY SIZE
                           INTO DOC-EV-W
                    END-STRING
                    MOVE CUPS-TRANSF-PARAM-W TO CODIGO-EV-W
                    MOVE COD-PACI-BSG  TO PACI-EV-W
                    MOVE FECHA-BSG     TO FECHA-EV-W
                    MOVE "S"           TO CLASE-EV-W
                    MOVE 1             TO CANT-EV-W
                    STRING "TRANSFUSION UNIDAD " DELIMITED BY SIZE
                           COD1-BSG              DELIMITED BY SIZE
                           INTO DESCRIP-EV-W
                    END-STRING
                    MOVE "BSAN"        TO SERV-AREA-EV-W
                    PERFORM PROCESAR-EVENTO THRU FIN-PROCESAR-EVENTO
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * SAL727: CIRUGIAS REALIZADAS
      *=================================================================
       REVISAR-CIRUGIAS.
           OPEN INPUT ARCHIVO-QUIROFANOS
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-REVISAR-CIRUGIAS
           END-IF

           MOVE "C"    TO TIPO-QUI
           MOVE SPACES TO SALA-QUI
           MOVE ZEROS  TO FECHA-QUI HORA-QUI
           START ARCHIVO-QUIROFANOS KEY IS NOT LESS LLAVE-QUI
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-CIRUGIA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-QUIROFANOS.

       FIN-REVISAR-CIRUGIAS.
           EXIT.

       LEER-CIRUGIA.
           READ ARCHIVO-QUIROFANOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-QUI NOT = "C"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CASO-REALIZADO
                 AND CUPS-QUI NOT = SPACES
                 AND FECHA-QUI NOT < FECHA-DESDE-W
                 AND FECHA-QUI NOT > FECHA-HOY-W
                    INITIALIZE EVENTO-W
                    MOVE "SAL727"     TO ORIGEN-EV-W
                    STRING SALA-QUI  DELIMITED BY SIZE
                           FECHA-QUI DELIMITED BY SIZE
                           HORA-QUI  DELIMITED BY SIZE
                           INTO DOC-EV-W
                    END-STRING
                    MOVE CUPS-QUI      TO CODIGO-EV-W
                    MOVE COD-PACI-QUI  TO PACI-EV-W
                    MOVE FECHA-QUI     TO FECHA-EV-W
                    MOVE "S"           TO CLASE-EV-W
                    MOVE 1             TO CANT-EV-W
                    MOVE DESCRIP-QUI   TO DESCRIP-EV-W
                    MOVE "CIRU"        TO SERV-AREA-EV-W
                    PERFORM PROCESAR-EVENTO THRU FIN-PROCESAR-EVENTO
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * SER940: INTERCONSULTAS RESPONDIDAS (VAN AL SERVICIO QUE LAS
      * PIDIO)
      *=================================================================
       REVISAR-INTERCONSULTAS.
           IF CUPS-INTERC-PARAM-W = SPACES
              GO TO FIN-REVISAR-INTERCONSULTAS
           END-IF

           OPEN INPUT ARCHIVO-INTERCONSULTAS
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-REVISAR-INTERCONSULTAS
           END-IF

           MOVE 1 TO CONSEC-INC
           START ARCHIVO-INTERCONSULTAS KEY IS NOT LESS LLAVE-INC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-INTERCONSULTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-INTERCONSULTAS.

       FIN-REVISAR-INTERCONSULTAS.
           EXIT.

       LEER-INTERCONSULTA.
           READ ARCHIVO-INTERCONSULTAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF CONSEC-INC = 999999
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF INTERCON-RESPONDIDA
                 AND FECHA-RESP-INC NOT < FECHA-DESDE-W
                 AND FECHA-RESP-INC NOT > FECHA-HOY-W
                    INITIALIZE EVENTO-W
                    MOVE "SER940"       TO ORIGEN-EV-W
                    MOVE CONSEC-INC     TO DOC-EV-W
                    MOVE CUPS-INTERC-PARAM-W TO CODIGO-EV-W
                    MOVE COD-PACI-INC   TO PACI-EV-W
                    MOVE FECHA-RESP-INC TO FECHA-EV-W
                    MOVE "S"            TO CLASE-EV-W
                    MOVE 1              TO CANT-EV-W
                    STRING "INTERCONSULTA " DELIMITED BY SIZE
                           ESPECIALIDAD-INC DELIMITED BY SIZE
                           INTO DESCRIP-EV-W
                    END-STRING
                    MOVE SERVICIO-SOL-INC TO SERVICIO-EV-W
                    PERFORM PROCESAR-EVENTO THRU FIN-PROCESAR-EVENTO
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * UN EVENTO: SI YA ESTA EN LA LISTA NO SE TOCA (LOS PENDIENTES
      * SE REVISARON ANTES); SI NO TIENE CARGO ENTRA PENDIENTE.
      *=================================================================
       PROCESAR-EVENTO.
           ADD 1 TO TOTAL-REVISADOS-W

           IF CODIGO-EV-W = SPACES OR PACI-EV-W = ZEROS
              GO TO FIN-PROCESAR-EVENTO
           END-IF

           MOVE "E"         TO TIPO-CPR
           MOVE ORIGEN-EV-W TO ORIGEN-CPR
           MOVE DOC-EV-W    TO DOC-CPR
           MOVE CODIGO-EV-W TO CODIGO-CPR
           READ ARCHIVO-CARGOS-PERDIDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   GO TO FIN-PROCESAR-EVENTO
           END-READ

           PERFORM BUSCAR-CARGO
           IF EVENTO-CON-CARGO-W
              GO TO FIN-PROCESAR-EVENTO
           END-IF

           IF SERVICIO-EV-W = SPACES
              MOVE SERV-AREA-EV-W TO SERVICIO-EV-W
              PERFORM BUSCAR-CAMA VARYING I FROM 1 BY 1
                      UNTIL I > CANT-CAMAS-W
           END-IF

           PERFORM VALORAR-EVENTO

           INITIALIZE REG-CARGO-PERDIDO
           MOVE "E"           TO TIPO-CPR
           MOVE ORIGEN-EV-W   TO ORIGEN-CPR
           MOVE DOC-EV-W      TO DOC-CPR
           MOVE CODIGO-EV-W   TO CODIGO-CPR
           MOVE "P"           TO ESTADO-CPR
           MOVE SERVICIO-EV-W TO SERVICIO-CPR
           MOVE FECHA-EV-W    TO FECHA-EVENTO-CPR
           MOVE PACI-EV-W     TO COD-PACI-CPR
           MOVE CLASE-EV-W    TO CLASE-CPR
           MOVE DESCRIP-EV-W  TO DESCRIP-CPR
           MOVE CANT-EV-W     TO CANTIDAD-CPR
           MOVE VALOR-EV-W    TO VALOR-CPR
           MOVE SIN-TARIFA-EV-W TO SIN-TARIFA-CPR
           MOVE FECHA-HOY-W   TO FECHA-DETEC-CPR FECHA-CORRIDA-CPR
           MOVE ZEROS         TO FECHA-RECUP-CPR NRO-CRG-CPR
           WRITE REG-CARGO-PERDIDO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO TOTAL-NUEVOS-W
           END-WRITE.

       FIN-PROCESAR-EVENTO.
           MOVE "00" TO OTR-STAT.

       BUSCAR-CAMA.
           IF PACI-CAMA-W (I) = PACI-EV-W
              MOVE SERV-CAMA-W (I) TO SERVICIO-EV-W
              MOVE CANT-CAMAS-W    TO I
           END-IF.

      *=================================================================
      * CARGO DEL EVENTO EN SC-ARCHCRG: PRIMERO POR ORIGEN Y DOCUMENTO,
      * LUEGO ENTRE LOS DEL PACIENTE POR CODIGO Y FECHA DE SERVICIO.
      *=================================================================
       BUSCAR-CARGO.
           MOVE "N"   TO SW-CARGO-W
           MOVE ZEROS TO NRO-CARGO-W

           MOVE ORIGEN-EV-W TO ORIGEN-CRG
           MOVE DOC-EV-W    TO DOC-ORIGEN-CRG
           START ARCHIVO-CARGOS KEY IS EQUAL LLAVE-ORIG-CRG
                 INVALID KEY MOVE "23" TO OTR-STAT
                 NOT INVALID KEY MOVE "00" TO OTR-STAT
           END-START
           PERFORM LEER-CARGO-ORIGEN
                   UNTIL OTR-STAT NOT = "00" OR EVENTO-CON-CARGO-W

           IF NOT EVENTO-CON-CARGO-W
              MOVE PACI-EV-W TO COD-PACI-CRG
              START ARCHIVO-CARGOS KEY IS EQUAL COD-PACI-CRG
                    INVALID KEY MOVE "23" TO OTR-STAT
                    NOT INVALID KEY MOVE "00" TO OTR-STAT
              END-START
              PERFORM LEER-CARGO-PACIENTE
                      UNTIL OTR-STAT NOT = "00" OR EVENTO-CON-CARGO-W
           END-IF
           MOVE "00" TO OTR-STAT.

       LEER-CARGO-ORIGEN.
           READ ARCHIVO-CARGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF ORIGEN-CRG NOT = ORIGEN-EV-W
              OR DOC-ORIGEN-CRG NOT = DOC-EV-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CODIGO-CRG = CODIGO-EV-W AND NOT CRG-ANULADO
                    MOVE "S"     TO SW-CARGO-W
                    MOVE NRO-CRG TO NRO-CARGO-W
                 END-IF
              END-IF
           END-IF.

       LEER-CARGO-PACIENTE.
           READ ARCHIVO-CARGOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" OR "02"
              MOVE "00" TO OTR-STAT
              IF COD-PACI-CRG NOT = PACI-EV-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF CODIGO-CRG = CODIGO-EV-W
                 AND FECHA-SERV-CRG = FECHA-EV-W
                 AND NOT CRG-ANULADO
                    MOVE "S"     TO SW-CARGO-W
                    MOVE NRO-CRG TO NRO-CARGO-W
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * VALOR DE TARIFA DEL EVENTO
      *=================================================================
       VALORAR-EVENTO.
           MOVE ZEROS TO VALOR-EV-W UNITARIO-W
           MOVE "S"   TO SIN-TARIFA-EV-W

           IF CLASE-EV-W = "I"
              IF SW-ART = 1
                 MOVE CODIGO-EV-W (1:16) TO COD-ART
                 READ MAESTRO-ARTICULOS
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE VR-VENTA1-ART (1) TO UNITARIO-W
                         MOVE DESCRIP-ART       TO DESCRIP-EV-W
                         IF UNITARIO-W > ZEROS
                            MOVE "N" TO SIN-TARIFA-EV-W
                         END-IF
                 END-READ
              END-IF
           ELSE
              IF SW-CUPS = 1
                 MOVE FECHA-EV-W TO FECHA-BUSC-W
                 MOVE "N" TO SW-TARIFA-W
                 MOVE 1   TO CLASE-BUSC-W
                 PERFORM BUSCAR-VERSION-CUPS
                         UNTIL TARIFA-ENCONTRADA-W OR CLASE-BUSC-W = 8
                 IF TARIFA-ENCONTRADA-W
                    IF FORMA-LIQ-CUPSVIG = 4
                       IF SAL-MIN-PARAM-W > ZEROS
                          COMPUTE UNITARIO-W ROUNDED =
                                  MONTO-CUPSVIG * SAL-MIN-PARAM-W
                          MOVE "N" TO SIN-TARIFA-EV-W
                       END-IF
                    ELSE
                       MOVE MONTO-CUPSVIG TO UNITARIO-W
                       MOVE "N" TO SIN-TARIFA-EV-W
                    END-IF
                 END-IF
              END-IF
           END-IF

           COMPUTE VALOR-EV-W ROUNDED = UNITARIO-W * CANT-EV-W
           MOVE "00" TO OTR-STAT.

      *    ULTIMA VERSION DEL CUPS EN LA CLASE CUYA FECHA DESDE NO
      *    SUPERE LA FECHA DEL EVENTO.
       BUSCAR-VERSION-CUPS.
           MOVE MANUAL-PARAM-W    TO MANUAL-BUSC-W
           MOVE LLAVE-TIPO-BUSC-W TO LLAVE-TIPO-CUPSVIG
           MOVE CODIGO-EV-W       TO COD-SER-CUPSVIG
           MOVE FECHA-BUSC-W      TO FECHA-DESDE-CUPSVIG

           START ARCHIVO-CUPS-VIG KEY IS NOT GREATER LLAVE-CUPSVIG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ARCHIVO-CUPS-VIG PREVIOUS
                         AT END
                            CONTINUE
                         NOT AT END
                            IF LLAVE-TIPO-CUPSVIG = LLAVE-TIPO-BUSC-W
                            AND COD-SER-CUPSVIG   = CODIGO-EV-W
                               MOVE "S" TO SW-TARIFA-W
                            END-IF
                    END-READ
           END-START

           ADD 1 TO CLASE-BUSC-W.

      *=================================================================
      * CONTROL DE LA CORRIDA
      *=================================================================
       GRABAR-CONTROL.
           INITIALIZE REG-CARGO-PERDIDO
           MOVE "C" TO TIPO-CPR
           READ ARCHIVO-CARGOS-PERDIDOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           MOVE HORA-CORRIDA-W    TO HORA-CORRIDA-CPR
           MOVE TOTAL-REVISADOS-W TO TOTAL-REVISADOS-CPR
           MOVE TOTAL-NUEVOS-W    TO TOTAL-NUEVOS-CPR
           MOVE TOTAL-RECUP-W     TO TOTAL-RECUP-CPR
           MOVE FECHA-HOY-W       TO FECHA-CORRIDA-CPR

           IF OTR-STAT = "00"
              REWRITE REG-CARGO-PERDIDO END-REWRITE
           ELSE
              MOVE "C"    TO TIPO-CPR
              MOVE SPACES TO ORIGEN-CPR DOC-CPR CODIGO-CPR
                             LLAVE-SERV-CPR
              WRITE REG-CARGO-PERDIDO END-WRITE
           END-IF
           MOVE "00" TO OTR-STAT.
