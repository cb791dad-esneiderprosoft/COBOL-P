      *=================================================================
      * CALIDAD DEL DATO DEL MAESTRO DE PACIENTES: PASO DE LA CADENA
      * DE CON857 (SE REGISTRA EN SC-ARCHCAD COMO UN PASO MAS, SIN
      * PARAMETROS, IGUAL QUE CON872R). RECORRE TODAS LAS EMPRESAS
      * TIPO "E" DE SC-ARCHEMP Y CALIFICA CADA FICHA DE SC-PACIE
      * CONTRA LAS REGLAS (PESO SOBRE 100):
      *   1 TELEFONO EN BLANCO ........................... 20
      *   2 CORREO EN BLANCO O SIN "@" ..................... 15
      *   3 CIUDAD EN BLANCO O QUE YA NO ESTA EN SC-ARCHCIUD  25
      *   4 ETNIA EN BLANCO ................................ 15
      *   5 NACIMIENTO EN CERO, INVALIDO, FUTURO O DE MAS
      *     DE 120 ANOS .................................... 25
      * RECONSTRUYE SC-ARCHCPA DE LA EMPRESA: LISTA DE CORRECCION
      * (TIPO "P", SOLO FICHAS CON DEFECTO), TARJETA POR OPERADOR
      * (TIPO "O", EL ULTIMO QUE MODIFICO LA FICHA O EL QUE LA CREO;
      * LAS FICHAS ANTIGUAS SIN OPERADOR QUEDAN EN BLANCO) Y EL
      * CONTROL DE LA CORRIDA (TIPO "C"). LA CONSULTA Y EL AVISO EN
      * ADMISION ESTAN EN SAL732.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAL732R.

       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-EMPRE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CALPA.CBL".

           SELECT ARCHIVO-CIUDAD LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-CIUDAD-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-CIU
                  ALTERNATE RECORD KEY IS NOMBRE-CIU WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-EMPRE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PACIE.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CALPA.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CIUDA.CBL".

       WORKING-STORAGE SECTION.
       77 OTR-STAT              PIC XX.
       77 NOM-USU-W             PIC X(70).
       77 NOM-EMP-W             PIC X(70).
       77 NOM-CIUDAD-W          PIC X(70).
       77 PACIE-W               PIC X(70).
       77 NOM-CPA-W             PIC X(70).
       77 NOM-BASE-IP-W         PIC X(70).
       77 SW-FIN                PIC 9 VALUE 1.
       77 SW-CIUDAD             PIC 9 VALUE 0.
       77 I                     PIC 9(4).
       77 J                     PIC 9(4).

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 FECHA-MINIMA-W     PIC 9(8).
          02 HORA-CORRIDA-W     PIC 9(6).
          02 DIR-DATOS-W        PIC X(30).
          02 OPER-W             PIC X(4).
          02 PUNTAJE-W          PIC 999.
          02 CONT-ARROBA-W      PIC 99.
          02 TOTAL-REVISADOS-W  PIC 9(7).
          02 TOTAL-DEFECTO-W    PIC 9(7).
          02 DEFECTOS-W.
             03 DEF-W           PIC X OCCURS 5.
          02 NACIM-W.
             03 ANO-NACIM-W     PIC 9(4).
             03 MES-NACIM-W     PIC 99.
             03 DIA-NACIM-W     PIC 99.

       01 TABLA-PESOS-W.
          02 FILLER             PIC X(15) VALUE "020015025015025".
       01 TABLA-PESOS-R REDEFINES TABLA-PESOS-W.
          02 PESO-REGLA-W       PIC 999 OCCURS 5.

       01 TABLA-OPERADORES-W.
          02 CANT-OPER-W        PIC 9(4).
          02 OPERADOR-W OCCURS 200.
             03 COD-OPER-TAB    PIC X(4).
             03 REVISADOS-TAB   PIC 9(7).
             03 CON-DEFECTO-TAB PIC 9(7).
             03 SUMA-PUNTAJE-TAB PIC 9(9).
             03 CANT-REGLA-TAB  PIC 9(7) OCCURS 5.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT FECHA-HOY-W    FROM DATE YYYYMMDD
           ACCEPT HORA-CORRIDA-W FROM TIME
           SUBTRACT 1200000 FROM FECHA-HOY-W GIVING FECHA-MINIMA-W.

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
           INITIALIZE NOM-EMP-W NOM-CIUDAD-W NOM-BASE-IP-W

           MOVE "\\" TO NOM-EMP-W

           INSPECT NOM-EMP-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-EMP-W REPLACING FIRST " "
                                          BY "\"

           MOVE NOM-EMP-W TO NOM-BASE-IP-W NOM-CIUDAD-W

           INSPECT NOM-EMP-W REPLACING
                   FIRST "                         "
                   BY "PROG\DATOS\SC-ARCHEMP.DAT"

           INSPECT NOM-CIUDAD-W REPLACING
                   FIRST "                          "
                   BY "PROG\DATOS\SC-ARCHCIUD.DAT".

      *    SIN EL ARCHIVO DE CIUDADES NO SE PUEDE VALIDAR LA REGLA 3;
      *    LA CORRIDA SIGUE Y SOLO MARCA LA CIUDAD EN BLANCO.
       ABRIR-CIUDADES.
           OPEN INPUT ARCHIVO-CIUDAD
           IF OTR-STAT = "00"
              MOVE 1 TO SW-CIUDAD
           ELSE
              MOVE 0 TO SW-CIUDAD
           END-IF.

       CALIFICAR-TODAS.
           OPEN INPUT ARCHIVO-EMPRESAS
           IF OTR-STAT NOT = "00"
              GO TO CERRAR-CIUDADES
           END-IF

           MOVE "E"    TO TIPO-EMP
           MOVE SPACES TO COD-EMP
           START ARCHIVO-EMPRESAS KEY IS NOT LESS LLAVE-EMP
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM CALIFICAR-SIGUIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-EMPRESAS.

       CERRAR-CIUDADES.
           IF SW-CIUDAD = 1
              CLOSE ARCHIVO-CIUDAD
           END-IF.

       FIN-PROGRAMA.
           EXIT PROGRAM.

       CALIFICAR-SIGUIENTE.
           READ ARCHIVO-EMPRESAS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-EMP NOT = "E"
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE DIR-CONTAB-EMP TO DIR-DATOS-W
                 PERFORM CALIFICAR-EMPRESA THRU FIN-CALIFICAR-EMPRESA
                 MOVE "00" TO OTR-STAT
              END-IF
           END-IF.

      *=================================================================
      * CALIFICACION DE LOS PACIENTES DE UNA EMPRESA
      *=================================================================
       CALIFICAR-EMPRESA.
           MOVE NOM-BASE-IP-W TO PACIE-W NOM-CPA-W
           INSPECT PACIE-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"
           INSPECT NOM-CPA-W REPLACING
                   FIRST "                              "
                   BY DIR-DATOS-W
           INSPECT NOM-CPA-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCPA.DAT"

           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              GO TO FIN-CALIFICAR-EMPRESA
           END-IF

      *    LA LISTA SE REHACE COMPLETA: LO QUE YA SE CORRIGIO SALE.
           OPEN OUTPUT ARCHIVO-CALIDAD-PAC
           CLOSE       ARCHIVO-CALIDAD-PAC
           OPEN I-O    ARCHIVO-CALIDAD-PAC
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PACIENTES
              GO TO FIN-CALIFICAR-EMPRESA
           END-IF

           INITIALIZE TABLA-OPERADORES-W TOTAL-REVISADOS-W
                      TOTAL-DEFECTO-W

           PERFORM CALIFICAR-PACIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM GRABAR-OPERADOR VARYING I FROM 1 BY 1
                   UNTIL I > CANT-OPER-W

           INITIALIZE REG-CALIDAD-PAC
           MOVE "C"               TO TIPO-CPA
           MOVE HORA-CORRIDA-W    TO HORA-CORRIDA-CPA
           MOVE TOTAL-REVISADOS-W TO TOTAL-REVISADOS-CPA
           MOVE TOTAL-DEFECTO-W   TO TOTAL-DEFECTO-CPA
           MOVE FECHA-HOY-W       TO FECHA-CORRIDA-CPA
           WRITE REG-CALIDAD-PAC END-WRITE

           CLOSE ARCHIVO-PACIENTES ARCHIVO-CALIDAD-PAC.

       FIN-CALIFICAR-EMPRESA.
           EXIT.

       CALIFICAR-PACIENTE.
           READ ARCHIVO-PACIENTES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.
           IF OTR-STAT = "00"
              PERFORM APLICAR-REGLAS
              PERFORM ACUMULAR-OPERADOR
              IF PUNTAJE-W < 100
                 PERFORM GRABAR-DEFECTOS
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       APLICAR-REGLAS.
           MOVE SPACES TO DEFECTOS-W

           IF TELEFONO-PACI = SPACES
              MOVE "X" TO DEF-W (1)
           END-IF

           MOVE 0 TO CONT-ARROBA-W
           INSPECT EMAIL-PACI TALLYING CONT-ARROBA-W FOR ALL "@"
           IF EMAIL-PACI = SPACES OR CONT-ARROBA-W = 0
              MOVE "X" TO DEF-W (2)
           END-IF

           IF CIUDAD-PACI = SPACES
              MOVE "X" TO DEF-W (3)
           ELSE
              IF SW-CIUDAD = 1
                 MOVE CIUDAD-PACI TO COD-CIU
                 READ ARCHIVO-CIUDAD
                      INVALID KEY MOVE "X" TO DEF-W (3)
                 END-READ
              END-IF
           END-IF

           IF ETNIA-PACI = SPACES
              MOVE "X" TO DEF-W (4)
           END-IF

           MOVE NACIM-PACI TO NACIM-W
           IF NACIM-PACI = ZEROS
           OR NACIM-PACI > FECHA-HOY-W
           OR NACIM-PACI < FECHA-MINIMA-W
           OR MES-NACIM-W < 1 OR MES-NACIM-W > 12
           OR DIA-NACIM-W < 1 OR DIA-NACIM-W > 31
              MOVE "X" TO DEF-W (5)
           END-IF

           MOVE 100 TO PUNTAJE-W
           PERFORM RESTAR-PESO VARYING J FROM 1 BY 1 UNTIL J > 5

           IF OPER-MOD-PACI NOT = SPACES
              MOVE OPER-MOD-PACI  TO OPER-W
           ELSE
              MOVE OPER-CREA-PACI TO OPER-W
           END-IF

           ADD 1 TO TOTAL-REVISADOS-W
           IF PUNTAJE-W < 100
              ADD 1 TO TOTAL-DEFECTO-W
           END-IF.

       RESTAR-PESO.
           IF DEF-W (J) = "X"
              SUBTRACT PESO-REGLA-W (J) FROM PUNTAJE-W
           END-IF.

      *    LA TABLA ACEPTA 200 OPERADORES; LOS QUE SOBREN QUEDAN
      *    SUMADOS EN EL ULTIMO RENGLON (OPERADOR "****").
       ACUMULAR-OPERADOR.
           MOVE 1 TO I
           PERFORM BUSCAR-OPERADOR
                   UNTIL I > CANT-OPER-W
                   OR COD-OPER-TAB (I) = OPER-W

           IF I > CANT-OPER-W
              IF CANT-OPER-W < 200
                 ADD 1 TO CANT-OPER-W
                 MOVE CANT-OPER-W TO I
                 MOVE OPER-W TO COD-OPER-TAB (I)
              ELSE
                 MOVE 200    TO I
                 MOVE "****" TO COD-OPER-TAB (I)
              END-IF
           END-IF

           ADD 1 TO REVISADOS-TAB (I)
           ADD PUNTAJE-W TO SUMA-PUNTAJE-TAB (I)
           IF PUNTAJE-W < 100
              ADD 1 TO CON-DEFECTO-TAB (I)
           END-IF
           PERFORM CONTAR-REGLA VARYING J FROM 1 BY 1 UNTIL J > 5.

       BUSCAR-OPERADOR.
           ADD 1 TO I.

       CONTAR-REGLA.
           IF DEF-W (J) = "X"
              ADD 1 TO CANT-REGLA-TAB (I, J)
           END-IF.

       GRABAR-DEFECTOS.
           INITIALIZE REG-CALIDAD-PAC
           MOVE "P"          TO TIPO-CPA
           MOVE COD-PACI     TO PACI-CPA
           MOVE OPER-W       TO OPER-CPA
           MOVE PUNTAJE-W    TO PUNTAJE-CPA
           MOVE DEFECTOS-W   TO DEFECTOS-CPA
           MOVE DESCRIP-PACI TO NOMBRE-CPA
           MOVE FECHA-HOY-W  TO FECHA-CORRIDA-CPA
           WRITE REG-CALIDAD-PAC END-WRITE.

       GRABAR-OPERADOR.
           INITIALIZE REG-CALIDAD-PAC
           MOVE "O"                  TO TIPO-CPA
           MOVE COD-OPER-TAB (I)     TO ID-CPA
           MOVE REVISADOS-TAB (I)    TO REVISADOS-CPA
           MOVE CON-DEFECTO-TAB (I)  TO CON-DEFECTO-CPA
           MOVE SUMA-PUNTAJE-TAB (I) TO SUMA-PUNTAJE-CPA
           PERFORM PASAR-REGLA VARYING J FROM 1 BY 1 UNTIL J > 5
           MOVE FECHA-HOY-W          TO FECHA-CORRIDA-CPA
           WRITE REG-CALIDAD-PAC END-WRITE.

       PASAR-REGLA.
           MOVE CANT-REGLA-TAB (I, J) TO CANT-REGLA-CPA (J).
