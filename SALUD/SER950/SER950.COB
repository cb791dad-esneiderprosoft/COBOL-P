      *=================================================================
      * SALUD - SALUD OCUPACIONAL: EXAMENES DE INGRESO, PERIODICOS Y
      *         DE RETIRO DE LOS TRABAJADORES QUE ENVIAN LAS EMPRESAS,
      *         CON EL PERFIL DE PRUEBAS CONTRATADO POR CARGO/RIESGO
      *         (SC-ARCHPOC), EL RECORRIDO DEL TRABAJADOR POR CONSULTA,
      *         AUDIOMETRIA, OPTOMETRIA Y LABORATORIO (SC-ARCHEXO), EL
      *         CONCEPTO DE APTITUD, EL CERTIFICADO Y EL COBRO MENSUAL
      *         A LA EMPRESA.
      *         TIPOS: I INGRESO, P PERIODICO, R RETIRO.
      *         AREAS: C CONSULTA, A AUDIOMETRIA, O OPTOMETRIA,
      *                L LABORATORIO, X OTRA.
      *         - OPC "P": GRABA EL PERFIL DE LA EMPRESA PARA UN TIPO Y
      *           UNA OCUPACION (SER854; EN BLANCO VALE PARA TODAS).
      *           LAS PRUEBAS LLEGAN EN LA VARIABLE "pruebas" COMO
      *           AREA,CUPS,VALOR SEPARADAS POR ";" (HASTA 10).
      *         - OPC "B": BORRA UN PERFIL.  OPC "L": PERFILES DE LA
      *           EMPRESA.
      *         - OPC "O": ABRE EL EXAMEN DEL TRABAJADOR CON LAS
      *           PRUEBAS DEL PERFIL DE SU OCUPACION (OCUP-V8-PACI SI
      *           NO LLEGA OTRA). DEVUELVE EL NUMERO.
      *         - OPC "R": EL AREA REGISTRA LA PRUEBA REALIZADA.
      *         - OPC "W": PRUEBAS PENDIENTES DE UN AREA.
      *         - OPC "K": CONCEPTO DE APTITUD (A APTO, R APTO CON
      *           RESTRICCIONES, N NO APTO) CON LAS PRUEBAS COMPLETAS.
      *         - OPC "C": CERTIFICADO DE APTITUD, SIN DIAGNOSTICOS NI
      *           RESULTADOS (RESERVA DE LA HISTORIA CLINICA).
      *         - OPC "F": CUENTA DEL MES A LA EMPRESA CON LOS
      *           TRABAJADORES ATENDIDOS. LOS EXAMENES CONCEPTUADOS
      *           HASTA EL MES QUE NO SE HABIAN COBRADO (AUNQUE SE
      *           HAYAN ABIERTO EN UN MES ANTERIOR) DEJAN SUS CARGOS
      *           POR FACTURAR A NOMBRE DE LA EMPRESA (SAL733R); LOS
      *           YA COBRADOS EN EL MES SOLO SE RELISTAN.
      *         CARGO, RIESGO, RESULTADO, RESTRICCIONES Y DIAGNOSTICOS
      *         LLEGAN EN LA VARIABLE "detalle".
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER950".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-PEROC.CBL".
       COPY "..\..\FUENTES\FS-EXOCU.CBL".

           SELECT ARCHIVO-TERCEROS  LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-TER-W
                  ORGANIZATION IS INDEXED;
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-TERCERO
                  ALTERNATE RECORD KEY DESCRIP-TER WITH DUPLICATES
                  ALTERNATE RECORD KEY ACT-TER     WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-PEROC.CBL".
       COPY "..\..\FUENTES\FD-EXOCU.CBL".
       COPY "..\..\FUENTES\FD-TERCE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".

       77 PACIE-W                PIC X(70).
       77 NOM-POC-W              PIC X(70).
       77 NOM-EXO-W              PIC X(70).
       77 NOM-TER-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 K                      PIC 9(4).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(8).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 NIT-LLEGAD-W           PIC 9(11).
          02 TIPO-LLEGAD-W          PIC X.
          02 OCUP-LLEGAD-W          PIC X(4).
          02 AREA-LLEGAD-W          PIC X.
          02 CUPS-LLEGAD-W          PIC X(8).
          02 PROF-LLEGAD-W          PIC X(10).
          02 CONCEPTO-LLEGAD-W      PIC X.
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 OPER-LLEGAD-W          PIC X(4).

       01 DATO-DETALLE-LLEGAD-W.
          02 CARGO-LLEGAD-W         PIC X(40).
          02 RIESGO-LLEGAD-W        PIC X(60).
          02 RESULT-LLEGAD-W        PIC X(60).
          02 RESTRIC-LLEGAD-W       PIC X(200).
          02 DX-LLEGAD-W            PIC X(30).

       01 LINEA-DETALLE-W           PIC X(500).
       01 LINEA-PRUEBAS-W           PIC X(500).

       01 TABLA-PRUEBAS-TXT-W.
          02 PRUEBA-TXT-W           PIC X(30) OCCURS 10.

       01 FECHA-MES-W.
          02 PERIODO-MES-W          PIC 9(6).
          02 DIA-MES-W              PIC 99.

       01 VARIABLES.
          02 NRO-NUEVO-W        PIC 9(8).
          02 NRO-EDIT-W         PIC 9(8).
          02 VALOR-PRUEBA-W     PIC 9(10).
          02 VALOR-EXAMEN-W     PIC 9(10)V99.
          02 VALOR-TOTAL-W      PIC 9(12)V99.
          02 VALOR-EDIT-W       PIC 9(10).99.
          02 TOTAL-EDIT-W       PIC 9(12).99.
          02 CANT-PEND-W        PIC 9(4).
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 NOMBRE-PACI-W      PIC X(50).
          02 NOMBRE-EMP-W       PIC X(50).
          02 PRUEBAS-TXT-W      PIC X(150).
          02 PUNTERO-W          PIC 9(4).
          02 SW-COBRO-W         PIC X.

       01 LIN-JSON-W             PIC X(500).

       LINKAGE SECTION.
       COPY "..\..\FUENTES\ISAPICTX.CBL".

       PROCEDURE DIVISION WITH stdcall LINKAGE USING ISAPI-CTX-CNT.

       DECLARATIVES.
       I-O-TEST-USUNET SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-USUNET.
       ESCR-EXCEP-USUNET.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-USU-W               TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SESION-W            TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PACIE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEP-PACIE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE PACIE-W                 TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PEROC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PERFIL-OCUP.
       ESCR-EXCEP-PEROC.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-POC-W               TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-EXOCU SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EXAMEN-OCUP.
       ESCR-EXCEP-EXOCU.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-EXO-W               TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TERCE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TERCEROS.
       ESCR-EXCEP-TERCE.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TER-W               TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PLANO-W             TO MSJ2-HTML
              MOVE "SER950"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER950" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W DATO-DETALLE-LLEGAD-W
                      TABLA-PRUEBAS-TXT-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, PACI-LLEGAD-W,
                   NIT-LLEGAD-W, TIPO-LLEGAD-W, OCUP-LLEGAD-W,
                   AREA-LLEGAD-W, CUPS-LLEGAD-W, PROF-LLEGAD-W,
                   CONCEPTO-LLEGAD-W, FECHA-LLEGAD-W,
                   CONTRATO-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "detalle" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-DETALLE-W

           UNSTRING LINEA-DETALLE-W DELIMITED BY "|"
              INTO CARGO-LLEGAD-W, RIESGO-LLEGAD-W,
                   RESULT-LLEGAD-W, RESTRIC-LLEGAD-W, DX-LLEGAD-W
           END-UNSTRING.

           MOVE "pruebas" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-PRUEBAS-W

           UNSTRING LINEA-PRUEBAS-W DELIMITED BY ";"
              INTO PRUEBA-TXT-W (1), PRUEBA-TXT-W (2),
                   PRUEBA-TXT-W (3), PRUEBA-TXT-W (4),
                   PRUEBA-TXT-W (5), PRUEBA-TXT-W (6),
                   PRUEBA-TXT-W (7), PRUEBA-TXT-W (8),
                   PRUEBA-TXT-W (9), PRUEBA-TXT-W (10)
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT"
                TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ABRIR-USUARIO.
           INITIALIZE OTR-STAT.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT"
                TO NOM-USU-W

           OPEN INPUT ARCHIVO-USUNET
           EVALUATE OTR-STAT
             WHEN "00"  CONTINUE
             WHEN OTHER GO TO CERRAR-SESION
           END-EVALUATE.

           INITIALIZE LLAVE-USUNET.

       LEER-USUARIO.
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

           IF NOMBRE-USUNET = SPACES
              MOVE "SC-2"                        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "SER950"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-POC-W
           MOVE "\\" TO NOM-POC-W

           INSPECT NOM-POC-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-POC-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-POC-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-POC-W TO NOM-EXO-W NOM-TER-W NOM-CRG-W PACIE-W

           INSPECT NOM-POC-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPOC.DAT"
           INSPECT NOM-EXO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEXO.DAT"
           INSPECT NOM-TER-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTER.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER950-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-PERFIL-OCUP.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PERFIL-OCUP
              CLOSE       ARCHIVO-PERFIL-OCUP
              OPEN I-O    ARCHIVO-PERFIL-OCUP
           END-IF.

           OPEN I-O ARCHIVO-EXAMEN-OCUP.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-EXAMEN-OCUP
              CLOSE       ARCHIVO-EXAMEN-OCUP
              OPEN I-O    ARCHIVO-EXAMEN-OCUP
           END-IF.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF
           IF OCUP-LLEGAD-W = SPACES AND OPC-LLEGAD-W NOT = "O"
              MOVE "****" TO OCUP-LLEGAD-W
           END-IF
           MOVE ZEROS TO NRO-EDIT-W

           EVALUATE OPC-LLEGAD-W
             WHEN "P"   GO TO GRABAR-PERFIL
             WHEN "B"   GO TO BORRAR-PERFIL
             WHEN "L"   GO TO LISTAR-PERFILES
             WHEN "O"   GO TO ABRIR-EXAMEN
             WHEN "R"   GO TO REGISTRAR-PRUEBA
             WHEN "W"   GO TO LISTA-AREA
             WHEN "K"   GO TO DAR-CONCEPTO
             WHEN "C"   GO TO CERTIFICADO-APTITUD
             WHEN "F"   GO TO COBRO-EMPRESA
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "P" - PERFIL DE PRUEBAS DE LA EMPRESA PARA TIPO/OCUPACION
      *=================================================================
       GRABAR-PERFIL.
           IF NIT-LLEGAD-W = ZEROS
           OR (TIPO-LLEGAD-W NOT = "I" AND NOT = "P" AND NOT = "R")
              MOVE "Faltan empresa o tipo de examen" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           INITIALIZE REG-PERFIL-OCUP
           MOVE NIT-LLEGAD-W    TO NIT-POC
           MOVE TIPO-LLEGAD-W   TO TIPO-POC
           MOVE OCUP-LLEGAD-W   TO OCUP-POC
           MOVE RIESGO-LLEGAD-W TO RIESGO-POC
           MOVE OPER-LLEGAD-W   TO OPER-POC
           MOVE FECHA-TOTAL     TO FECHA-MOD-POC

           PERFORM SEPARAR-PRUEBA VARYING I FROM 1 BY 1 UNTIL I > 10

           IF AREA-POC (1) = SPACE
              MOVE "El perfil no tiene pruebas validas"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           WRITE REG-PERFIL-OCUP
                 INVALID KEY
                    REWRITE REG-PERFIL-OCUP END-REWRITE
           END-WRITE

           GO TO CERRAR-ARCHIVOS.

      *    AREA,CUPS,VALOR. LA PRUEBA SIN AREA VALIDA O SIN CUPS SE
      *    IGNORA Y LAS DEMAS SE CORREN HACIA ARRIBA.
       SEPARAR-PRUEBA.
           IF PRUEBA-TXT-W (I) NOT = SPACES
              INITIALIZE AREA-LLEGAD-W CUPS-LLEGAD-W VALOR-PRUEBA-W
              UNSTRING PRUEBA-TXT-W (I) DELIMITED BY ","
                 INTO AREA-LLEGAD-W, CUPS-LLEGAD-W, VALOR-PRUEBA-W
              END-UNSTRING
              IF  (AREA-LLEGAD-W = "C" OR "A" OR "O" OR "L" OR "X")
              AND CUPS-LLEGAD-W NOT = SPACES
                 MOVE 1 TO J
                 PERFORM BUSCAR-LIBRE-PERFIL
                         UNTIL J > 10 OR AREA-POC (J) = SPACE
                 IF J NOT > 10
                    MOVE AREA-LLEGAD-W  TO AREA-POC (J)
                    MOVE CUPS-LLEGAD-W  TO CUPS-POC (J)
                    MOVE VALOR-PRUEBA-W TO VALOR-POC (J)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-LIBRE-PERFIL.
           ADD 1 TO J.

      *=================================================================
      * OPC "B" - BORRA EL PERFIL
      *=================================================================
       BORRAR-PERFIL.
           MOVE NIT-LLEGAD-W  TO NIT-POC
           MOVE TIPO-LLEGAD-W TO TIPO-POC
           MOVE OCUP-LLEGAD-W TO OCUP-POC
           DELETE ARCHIVO-PERFIL-OCUP
                  INVALID KEY
                     MOVE "Perfil no existe"       TO MSJ2-HTML
                     GO TO ERROR-DATOS
           END-DELETE
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "L" - PERFILES DE LA EMPRESA
      *=================================================================
       LISTAR-PERFILES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*PERFILES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LLAVE-POC
           MOVE NIT-LLEGAD-W TO NIT-POC
           START ARCHIVO-PERFIL-OCUP KEY IS NOT LESS LLAVE-POC
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-PERFILES UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*TIPO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-PERFILES.
           READ ARCHIVO-PERFIL-OCUP NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NIT-POC NOT = NIT-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ESCRIBIR-PERFIL
              END-IF
           END-IF.

       ESCRIBIR-PERFIL.
           MOVE SPACES TO PRUEBAS-TXT-W
           MOVE 1      TO PUNTERO-W
           PERFORM ARMAR-PRUEBA-PERFIL VARYING J FROM 1 BY 1
                   UNTIL J > 10

           MOVE SPACES TO LIN-JSON-W
           STRING "{*TIPO*:*"         DELIMITED BY SIZE
                  TIPO-POC            DELIMITED BY SIZE
                  "*,*OCUPACION*:*"   DELIMITED BY SIZE
                  OCUP-POC            DELIMITED BY SIZE
                  "*,*RIESGO*:*"      DELIMITED BY SIZE
                  RIESGO-POC          DELIMITED BY "  "
                  "*,*PRUEBAS*:*"     DELIMITED BY SIZE
                  PRUEBAS-TXT-W       DELIMITED BY "  "
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ARMAR-PRUEBA-PERFIL.
           IF AREA-POC (J) NOT = SPACE
              MOVE VALOR-POC (J) TO VALOR-EDIT-W
              STRING AREA-POC (J)  DELIMITED BY SIZE
                     ","           DELIMITED BY SIZE
                     CUPS-POC (J)  DELIMITED BY " "
                     ","           DELIMITED BY SIZE
                     VALOR-EDIT-W  DELIMITED BY SIZE
                     ";"           DELIMITED BY SIZE
                     INTO PRUEBAS-TXT-W WITH POINTER PUNTERO-W
              END-STRING
           END-IF.

      *=================================================================
      * OPC "O" - ABRE EL EXAMEN CON EL PERFIL DE LA OCUPACION DEL
      *           TRABAJADOR; SI LA EMPRESA NO TIENE PERFIL PARA ESA
      *           OCUPACION SE TOMA EL GENERAL ("****").
      *=================================================================
       ABRIR-EXAMEN.
           IF PACI-LLEGAD-W = ZEROS OR NIT-LLEGAD-W = ZEROS
           OR (TIPO-LLEGAD-W NOT = "I" AND NOT = "P" AND NOT = "R")
              MOVE "Faltan trabajador, empresa o tipo de examen"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PACIENTES
              MOVE "Trabajador no existe como paciente"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF OCUP-LLEGAD-W = SPACES
              MOVE OCUP-V8-PACI TO OCUP-LLEGAD-W
           END-IF
           CLOSE ARCHIVO-PACIENTES

           MOVE NIT-LLEGAD-W  TO NIT-POC
           MOVE TIPO-LLEGAD-W TO TIPO-POC
           MOVE OCUP-LLEGAD-W TO OCUP-POC
           READ ARCHIVO-PERFIL-OCUP
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00"
              MOVE "00"   TO OTR-STAT
              MOVE "****" TO OCUP-POC
              READ ARCHIVO-PERFIL-OCUP
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT NOT = "00"
              MOVE "La empresa no tiene perfil para el tipo de examen"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE 99999999 TO NRO-EXO
           START ARCHIVO-EXAMEN-OCUP KEY IS NOT GREATER LLAVE-EXO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-EXAMEN-OCUP PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE NRO-NUEVO-W = NRO-EXO + 1
           ELSE
              MOVE 1 TO NRO-NUEVO-W
           END-IF
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-EXAMEN-OCUP
           MOVE NRO-NUEVO-W       TO NRO-EXO
           MOVE PACI-LLEGAD-W     TO COD-PACI-EXO
           MOVE NIT-LLEGAD-W      TO NIT-EXO
           MOVE FECHA-LLEGAD-W    TO FECHA-EXO
           MOVE "A"               TO ESTADO-EXO
           MOVE TIPO-LLEGAD-W     TO TIPO-EXO
           MOVE OCUP-LLEGAD-W     TO OCUP-EXO
           MOVE CARGO-LLEGAD-W    TO CARGO-EXO
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-EXO
           MOVE OPER-LLEGAD-W     TO OPER-EXO
           PERFORM COPIAR-PRUEBA VARYING J FROM 1 BY 1 UNTIL J > 10

           WRITE REG-EXAMEN-OCUP END-WRITE

           MOVE NRO-NUEVO-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       COPIAR-PRUEBA.
           IF AREA-POC (J) NOT = SPACE
              MOVE AREA-POC (J)  TO AREA-PRU-EXO (J)
              MOVE CUPS-POC (J)  TO CUPS-PRU-EXO (J)
              MOVE VALOR-POC (J) TO VALOR-PRU-EXO (J)
              MOVE "P"           TO ESTADO-PRU-EXO (J)
           END-IF.

      *=================================================================
      * OPC "R" - EL AREA REGISTRA LA PRUEBA. SIN CUPS SE TOMA LA
      *           PRIMERA PENDIENTE DEL AREA.
      *=================================================================
       REGISTRAR-PRUEBA.
           PERFORM LEER-EXAMEN

           IF NOT EXO-ABIERTO
              MOVE "El examen ya tiene concepto o esta anulado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE 1 TO J
           PERFORM BUSCAR-PRUEBA-AREA
                   UNTIL J > 10
                   OR (AREA-PRU-EXO (J) = AREA-LLEGAD-W
                       AND PRUEBA-PENDIENTE (J)
                       AND (CUPS-LLEGAD-W = SPACES
                            OR CUPS-PRU-EXO (J) = CUPS-LLEGAD-W))

           IF J > 10
              MOVE "No hay prueba pendiente del area en el examen"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "R"             TO ESTADO-PRU-EXO (J)
           MOVE FECHA-LLEGAD-W  TO FECHA-PRU-EXO (J)
           MOVE PROF-LLEGAD-W   TO PROF-PRU-EXO (J)
           MOVE RESULT-LLEGAD-W TO RESULT-PRU-EXO (J)
           REWRITE REG-EXAMEN-OCUP END-REWRITE

           MOVE NRO-EXO TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       BUSCAR-PRUEBA-AREA.
           ADD 1 TO J.

       LEER-EXAMEN.
           MOVE NRO-LLEGAD-W TO NRO-EXO
           READ ARCHIVO-EXAMEN-OCUP
                INVALID KEY
                   MOVE "Examen no existe"       TO MSJ2-HTML
                   GO TO ERROR-DATOS
           END-READ.

      *=================================================================
      * OPC "W" - LISTA DE TRABAJO DEL AREA: PRUEBAS PENDIENTES DE
      *           LOS EXAMENES ABIERTOS, EN ORDEN DE LLEGADA
      *=================================================================
       LISTA-AREA.
           OPEN INPUT  ARCHIVO-PACIENTES
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*PENDIENTES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "A" TO ESTADO-EXO
           START ARCHIVO-EXAMEN-OCUP KEY IS NOT LESS ESTADO-EXO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-ABIERTOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W           DELIMITED BY SIZE
                  "}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PACIENTES
           GO TO CERRAR-ARCHIVOS.

       LEER-ABIERTOS.
           READ ARCHIVO-EXAMEN-OCUP NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT EXO-ABIERTO
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM EVALUAR-PRUEBA-AREA VARYING J FROM 1 BY 1
                         UNTIL J > 10
              END-IF
           END-IF.

       EVALUAR-PRUEBA-AREA.
           IF  PRUEBA-PENDIENTE (J)
           AND (AREA-LLEGAD-W = SPACE
                OR AREA-PRU-EXO (J) = AREA-LLEGAD-W)
              ADD 1 TO CANT-LISTA-W
              MOVE COD-PACI-EXO TO COD-PACI
              PERFORM BUSCAR-NOMBRE

              MOVE SPACES TO LIN-JSON-W
              STRING "{*NRO*:*"          DELIMITED BY SIZE
                     NRO-EXO             DELIMITED BY SIZE
                     "*,*PACIENTE*:*"    DELIMITED BY SIZE
                     COD-PACI-EXO        DELIMITED BY SIZE
                     "*,*NOMBRE*:*"      DELIMITED BY SIZE
                     NOMBRE-PACI-W       DELIMITED BY "  "
                     "*,*EMPRESA*:*"     DELIMITED BY SIZE
                     NIT-EXO             DELIMITED BY SIZE
                     "*,*TIPO*:*"        DELIMITED BY SIZE
                     TIPO-EXO            DELIMITED BY SIZE
                     "*,*FECHA*:*"       DELIMITED BY SIZE
                     FECHA-EXO           DELIMITED BY SIZE
                     "*,*AREA*:*"        DELIMITED BY SIZE
                     AREA-PRU-EXO (J)    DELIMITED BY SIZE
                     "*,*CUPS*:*"        DELIMITED BY SIZE
                     CUPS-PRU-EXO (J)    DELIMITED BY " "
                     "*},"               DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       BUSCAR-NOMBRE.
           MOVE SPACES TO NOMBRE-PACI-W
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              MOVE DESCRIP-PACI TO NOMBRE-PACI-W
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "K" - CONCEPTO DE APTITUD. LOS DIAGNOSTICOS QUEDAN EN EL
      *           EXAMEN COMO RESERVA Y NO SALEN EN EL CERTIFICADO.
      *=================================================================
       DAR-CONCEPTO.
           PERFORM LEER-EXAMEN

           IF NOT EXO-ABIERTO
              MOVE "El examen ya tiene concepto o esta anulado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE ZEROS TO CANT-PEND-W
           PERFORM CONTAR-PENDIENTE VARYING J FROM 1 BY 1 UNTIL J > 10
           IF CANT-PEND-W > ZEROS
              MOVE "Hay pruebas pendientes en el examen"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF CONCEPTO-LLEGAD-W NOT = "A" AND NOT = "R" AND NOT = "N"
              MOVE "Concepto no valido"          TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF CONCEPTO-LLEGAD-W = "R" AND RESTRIC-LLEGAD-W = SPACES
              MOVE "Faltan las restricciones"    TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "C"               TO ESTADO-EXO
           MOVE CONCEPTO-LLEGAD-W TO CONCEPTO-EXO
           MOVE RESTRIC-LLEGAD-W  TO RESTRIC-EXO
           MOVE PROF-LLEGAD-W     TO MEDICO-EXO
           MOVE FECHA-LLEGAD-W    TO FECHA-CONC-EXO
           UNSTRING DX-LLEGAD-W DELIMITED BY ";"
              INTO DX-EXO (1), DX-EXO (2), DX-EXO (3), DX-EXO (4)
           END-UNSTRING
           REWRITE REG-EXAMEN-OCUP END-REWRITE

           MOVE NRO-EXO TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       CONTAR-PENDIENTE.
           IF PRUEBA-PENDIENTE (J)
              ADD 1 TO CANT-PEND-W
           END-IF.

      *=================================================================
      * OPC "C" - CERTIFICADO DE APTITUD PARA LA EMPRESA: TRABAJADOR,
      *           CARGO, PRUEBAS HECHAS (SIN RESULTADOS), CONCEPTO Y
      *           RESTRICCIONES. NUNCA LLEVA DIAGNOSTICOS.
      *=================================================================
       CERTIFICADO-APTITUD.
           PERFORM LEER-EXAMEN

           IF NOT EXO-CONCEPTUADO
              MOVE "El examen no tiene concepto de aptitud"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES
           MOVE COD-PACI-EXO TO COD-PACI
           PERFORM BUSCAR-NOMBRE
           CLOSE ARCHIVO-PACIENTES

           OPEN INPUT ARCHIVO-TERCEROS
           PERFORM BUSCAR-EMPRESA
           CLOSE ARCHIVO-TERCEROS

           MOVE SPACES TO PRUEBAS-TXT-W
           MOVE 1      TO PUNTERO-W
           PERFORM ARMAR-PRUEBA-CERTIF VARYING J FROM 1 BY 1
                   UNTIL J > 10

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"          DELIMITED BY SIZE
                  NRO-EXO             DELIMITED BY SIZE
                  "*,*TIPO*:*"        DELIMITED BY SIZE
                  TIPO-EXO            DELIMITED BY SIZE
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-EXO           DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-EXO        DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-PACI-W       DELIMITED BY "  "
                  "*,*EMPRESA*:*"     DELIMITED BY SIZE
                  NIT-EXO             DELIMITED BY SIZE
                  "*,*NOMBRE_EMPRESA*:*" DELIMITED BY SIZE
                  NOMBRE-EMP-W        DELIMITED BY "  "
                  "*,*CARGO*:*"       DELIMITED BY SIZE
                  CARGO-EXO           DELIMITED BY "  "
                  "*,*OCUPACION*:*"   DELIMITED BY SIZE
                  OCUP-EXO            DELIMITED BY SIZE
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "*PRUEBAS*:*"       DELIMITED BY SIZE
                  PRUEBAS-TXT-W       DELIMITED BY "  "
                  "*,*CONCEPTO*:*"    DELIMITED BY SIZE
                  CONCEPTO-EXO        DELIMITED BY SIZE
                  "*,*RESTRICCIONES*:*" DELIMITED BY SIZE
                  RESTRIC-EXO         DELIMITED BY "  "
                  "*,*MEDICO*:*"      DELIMITED BY SIZE
                  MEDICO-EXO          DELIMITED BY "  "
                  "*,*FECHA_CONCEPTO*:*" DELIMITED BY SIZE
                  FECHA-CONC-EXO      DELIMITED BY SIZE
                  "*}"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           MOVE NRO-EXO TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       ARMAR-PRUEBA-CERTIF.
           IF PRUEBA-REALIZADA (J)
              STRING AREA-PRU-EXO (J)  DELIMITED BY SIZE
                     ","               DELIMITED BY SIZE
                     CUPS-PRU-EXO (J)  DELIMITED BY " "
                     ","               DELIMITED BY SIZE
                     FECHA-PRU-EXO (J) DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     INTO PRUEBAS-TXT-W WITH POINTER PUNTERO-W
              END-STRING
           END-IF.

       BUSCAR-EMPRESA.
           MOVE SPACES  TO NOMBRE-EMP-W
           MOVE NIT-EXO TO COD-TER
           READ ARCHIVO-TERCEROS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              MOVE DESCRIP-TER TO NOMBRE-EMP-W
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "F" - CUENTA DEL MES A LA EMPRESA: TRABAJADORES CON
      *           EXAMEN CONCEPTUADO EN EL MES DE LA FECHA. CADA
      *           PRUEBA REALIZADA DE LOS NO COBRADOS QUEDA COMO CARGO
      *           POR FACTURAR CON EL NIT DE LA EMPRESA Y EL VALOR
      *           DEL PERFIL.
      *=================================================================
       COBRO-EMPRESA.
           IF NIT-LLEGAD-W = ZEROS
              MOVE "Falta la empresa"            TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE FECHA-LLEGAD-W TO FECHA-MES-W
           MOVE ZEROS          TO DIA-MES-W VALOR-TOTAL-W

           OPEN INPUT  ARCHIVO-PACIENTES ARCHIVO-TERCEROS
           MOVE NIT-LLEGAD-W TO NIT-EXO
           PERFORM BUSCAR-EMPRESA
           CLOSE ARCHIVO-TERCEROS

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*EMPRESA*:*"      DELIMITED BY SIZE
                  NIT-LLEGAD-W        DELIMITED BY SIZE
                  "*,*NOMBRE_EMPRESA*:*" DELIMITED BY SIZE
                  NOMBRE-EMP-W        DELIMITED BY "  "
                  "*,*PERIODO*:*"     DELIMITED BY SIZE
                  PERIODO-MES-W       DELIMITED BY SIZE
                  "*,*TRABAJADORES*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

      *    SE RECORREN TODOS LOS EXAMENES DE LA EMPRESA: EL MES QUE
      *    CUENTA ES EL DEL CONCEPTO, NO EL DE APERTURA.

           MOVE NIT-LLEGAD-W TO NIT-EXO
           MOVE ZEROS        TO FECHA-EXO
           START ARCHIVO-EXAMEN-OCUP KEY IS NOT LESS LLAVE-EMP-EXO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-EXAMEN-MES UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE VALOR-TOTAL-W TO TOTAL-EDIT-W
           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:**}],*CANTIDAD*:" DELIMITED BY SIZE
                  CANT-LISTA-W              DELIMITED BY SIZE
                  ",*TOTAL*:*"              DELIMITED BY SIZE
                  TOTAL-EDIT-W              DELIMITED BY SIZE
                  "*}"                      DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PACIENTES
           GO TO CERRAR-ARCHIVOS.

       LEER-EXAMEN-MES.
           READ ARCHIVO-EXAMEN-OCUP NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NIT-EXO NOT = NIT-LLEGAD-W
              OR FECHA-EXO (1:6) > FECHA-MES-W (1:6)
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  EXO-CONCEPTUADO
                 AND FECHA-CONC-EXO (1:6) NOT > FECHA-MES-W (1:6)
                 AND (PERIODO-COBRO-EXO = ZEROS
                      OR PERIODO-COBRO-EXO = PERIODO-MES-W)
                    PERFORM COBRAR-EXAMEN
                 END-IF
              END-IF
           END-IF.

       COBRAR-EXAMEN.
           MOVE "N"   TO SW-COBRO-W
           IF PERIODO-COBRO-EXO = ZEROS
              MOVE "S" TO SW-COBRO-W
           END-IF

           MOVE ZEROS TO VALOR-EXAMEN-W
           PERFORM COBRAR-PRUEBA VARYING J FROM 1 BY 1 UNTIL J > 10
           ADD VALOR-EXAMEN-W TO VALOR-TOTAL-W
           ADD 1              TO CANT-LISTA-W

           IF SW-COBRO-W = "S"
              MOVE PERIODO-MES-W TO PERIODO-COBRO-EXO
              REWRITE REG-EXAMEN-OCUP END-REWRITE
           END-IF

           MOVE COD-PACI-EXO TO COD-PACI
           PERFORM BUSCAR-NOMBRE
           MOVE VALOR-EXAMEN-W TO VALOR-EDIT-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"          DELIMITED BY SIZE
                  NRO-EXO             DELIMITED BY SIZE
                  "*,*PACIENTE*:*"    DELIMITED BY SIZE
                  COD-PACI-EXO        DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-PACI-W       DELIMITED BY "  "
                  "*,*TIPO*:*"        DELIMITED BY SIZE
                  TIPO-EXO            DELIMITED BY SIZE
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-EXO           DELIMITED BY SIZE
                  "*,*CARGO*:*"       DELIMITED BY SIZE
                  CARGO-EXO           DELIMITED BY "  "
                  "*,*CONCEPTO*:*"    DELIMITED BY SIZE
                  CONCEPTO-EXO        DELIMITED BY SIZE
                  "*,*VALOR*:*"       DELIMITED BY SIZE
                  VALOR-EDIT-W        DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       COBRAR-PRUEBA.
           IF PRUEBA-REALIZADA (J)
              ADD VALOR-PRU-EXO (J) TO VALOR-EXAMEN-W
              IF SW-COBRO-W = "S"
                 INITIALIZE REG-CARGO-LNK
                 MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
                 MOVE COD-PACI-EXO      TO PACI-CARGO-LNK
                 MOVE CONTRATO-EXO      TO CONTRATO-CARGO-LNK
                 MOVE NIT-EXO           TO NIT-CARGO-LNK
                 MOVE "S"               TO CLASE-CARGO-LNK
                 MOVE CUPS-PRU-EXO (J)  TO CODIGO-CARGO-LNK
                 MOVE 1                 TO CANTIDAD-CARGO-LNK
                 MOVE VALOR-PRU-EXO (J) TO VALOR-CARGO-LNK
                 MOVE FECHA-PRU-EXO (J) TO FECHA-CARGO-LNK
                 MOVE "SER950"          TO ORIGEN-CARGO-LNK
                 MOVE NRO-EXO           TO DOC-CARGO-LNK
                 MOVE PROF-PRU-EXO (J)  TO PROFESIONAL-CARGO-LNK
                 MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
                 CALL "SAL733R" USING REG-CARGO-LNK
                 CANCEL "SAL733R"
              END-IF
           END-IF.

       ERROR-DATOS.
           CLOSE ARCHIVO-PERFIL-OCUP ARCHIVO-EXAMEN-OCUP
           MOVE "99"                             TO MSJ1-HTML
           MOVE "SER950"                         TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-PERFIL-OCUP ARCHIVO-EXAMEN-OCUP.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|"        DELIMITED BY SIZE
                  NRO-EDIT-W   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE LIN-JSON-W        TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
