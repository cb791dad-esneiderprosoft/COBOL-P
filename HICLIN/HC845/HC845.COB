      *=================================================================
      * HISTORIA CLINICA - PACIENTES RESTRINGIDOS Y REGISTRO DE
      * ACCESOS A LA HISTORIA (SC-ARCHACH):
      *   - OPC "M": MARCA UN PACIENTE COMO RESTRINGIDO ("V" VIP,
      *     "E" EMPLEADO, "H" VIH, "L" CASO LEGAL, "O" OTRO) CON EL
      *     MOTIVO; QUEDA COMO RESPONSABLE EL USUARIO DE LA SESION.
      *   - OPC "Q": QUITA LA MARCA.
      *   - OPC "L": LISTA LOS PACIENTES RESTRINGIDOS.
      *   - OPC "I": INFORME DE QUIEN ABRIO LA HISTORIA DE UN
      *     PACIENTE (USUARIO, PROGRAMA, FECHA, HORA, RESULTADO Y
      *     JUSTIFICACION), ENTRE DOS FECHAS (EN CEROS, TODO), PARA
      *     RESPONDER RECLAMOS DE HABEAS DATA.
      * LAS APERTURAS LAS REGISTRA HC845R, LLAMADO POR LAS PANTALLAS
      * QUE ABREN LA HISTORIA (HC811, HC836A, HC840, HC841,
      * HC-CONSULT-PACIE Y SER810-1).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC845".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ACCHC.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ACCHC.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       77 NOM-ACH-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(15).
             03 FILLER              PIC X(14).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 CLASE-LLEGAD-W         PIC X.
          02 MOTIVO-LLEGAD-W        PIC X(60).
          02 FECHA-INI-LLEGAD-W     PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).

       01 VARIABLES.
          02 RESPUESTA-W        PIC X.
          02 CANT-ACCESOS-W     PIC 9(6).
          02 CANT-NEGADOS-W     PIC 9(6).
          02 CANT-JUSTIF-W      PIC 9(6).

       01 LIN-JSON-W             PIC X(500).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".

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
              MOVE "HC845"                 TO MSJ3-HTML
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
              MOVE "HC845"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ACCHC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ACCESO-HC.
       ESCR-EXCEP-ACCHC.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ACH-W               TO MSJ2-HTML
              MOVE "HC845"                 TO MSJ3-HTML
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
              MOVE "HC845"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, CLASE-LLEGAD-W,
                   MOTIVO-LLEGAD-W, FECHA-INI-LLEGAD-W,
                   FECHA-FIN-LLEGAD-W
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
              MOVE "HC845"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-ACH-W
           MOVE "\\" TO NOM-ACH-W

           INSPECT NOM-ACH-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ACH-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ACH-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           INSPECT NOM-ACH-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHACH.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC845-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "M"   GO TO MARCAR-RESTRINGIDO
             WHEN "Q"   GO TO QUITAR-RESTRINGIDO
             WHEN "L"   GO TO LISTAR-RESTRINGIDOS
             WHEN "I"   GO TO INFORME-ACCESOS
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "HC845"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       MARCAR-RESTRINGIDO.
           IF PACI-LLEGAD-W = ZEROS
           OR (CLASE-LLEGAD-W NOT = "V" AND NOT = "E" AND NOT = "H"
               AND NOT = "L" AND NOT = "O")
           OR MOTIVO-LLEGAD-W = SPACES
              MOVE "99"                         TO MSJ1-HTML
              MOVE "Clase o motivo no valido"   TO MSJ2-HTML
              MOVE "HC845"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-ACCESO-HC.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ACCESO-HC
              CLOSE       ARCHIVO-ACCESO-HC
              OPEN I-O    ARCHIVO-ACCESO-HC
           END-IF.

           INITIALIZE REG-ACCESO-HC
           MOVE "R"                TO TIPO-ACH
           MOVE PACI-LLEGAD-W      TO PACI-ACH
           MOVE CLASE-LLEGAD-W     TO CLASE-ACH
           MOVE MOTIVO-LLEGAD-W    TO JUSTIF-ACH
           MOVE ID-SESION-LLEGAD-W TO OPER-ACH
           MOVE FECHA-TOTAL        TO FECHA-MARCA-ACH

           WRITE REG-ACCESO-HC
                 INVALID KEY
                    REWRITE REG-ACCESO-HC END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-ACCESO-HC
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

       QUITAR-RESTRINGIDO.
           OPEN I-O ARCHIVO-ACCESO-HC.
           INITIALIZE LLAVE-ACH
           MOVE "R"           TO TIPO-ACH
           MOVE PACI-LLEGAD-W TO PACI-ACH
           READ ARCHIVO-ACCESO-HC
                INVALID KEY
                   CLOSE ARCHIVO-ACCESO-HC
                   MOVE "99"                       TO MSJ1-HTML
                   MOVE "El paciente no esta restringido"
                                                   TO MSJ2-HTML
                   MOVE "HC845"                    TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           DELETE ARCHIVO-ACCESO-HC
           CLOSE ARCHIVO-ACCESO-HC
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

       LISTAR-RESTRINGIDOS.
           OPEN OUTPUT ARCHIVO-JSON.
           OPEN INPUT  ARCHIVO-ACCESO-HC.

           MOVE "{*RESTRINGIDOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           INITIALIZE LLAVE-ACH
           MOVE "R" TO TIPO-ACH
           START ARCHIVO-ACCESO-HC KEY IS NOT LESS LLAVE-ACH
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-RESTRINGIDO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ACCESO-HC
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "I" - QUIEN ABRIO LA HISTORIA DEL PACIENTE
      *=================================================================
       INFORME-ACCESOS.
           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE 99999999 TO FECHA-FIN-LLEGAD-W
           END-IF

           MOVE ZEROS TO CANT-ACCESOS-W CANT-NEGADOS-W CANT-JUSTIF-W

           OPEN OUTPUT ARCHIVO-JSON.
           OPEN INPUT  ARCHIVO-ACCESO-HC.

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"  DELIMITED BY SIZE
                  PACI-LLEGAD-W    DELIMITED BY SIZE
                  "*,*ACCESOS*:["  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE LLAVE-ACH
           MOVE "L"                TO TIPO-ACH
           MOVE PACI-LLEGAD-W      TO PACI-ACH
           MOVE FECHA-INI-LLEGAD-W TO FECHA-ACH
           START ARCHIVO-ACCESO-HC KEY IS NOT LESS LLAVE-ACH
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-ACCESO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*USUARIO*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  CANT-ACCESOS-W              DELIMITED BY SIZE
                  "*,*JUSTIFICADOS*:*"        DELIMITED BY SIZE
                  CANT-JUSTIF-W               DELIMITED BY SIZE
                  "*,*NEGADOS*:*"             DELIMITED BY SIZE
                  CANT-NEGADOS-W              DELIMITED BY SIZE
                  "*}"                        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-ACCESO-HC
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|" DELIMITED BY SIZE
                  RESPUESTA-W DELIMITED BY SIZE
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

       LEER-RESTRINGIDO.
           READ ARCHIVO-ACCESO-HC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-ACH NOT = "R"
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*PACIENTE*:*"   DELIMITED BY SIZE
                        PACI-ACH          DELIMITED BY SIZE
                        "*,*CLASE*:*"     DELIMITED BY SIZE
                        CLASE-ACH         DELIMITED BY SIZE
                        "*,*MOTIVO*:*"    DELIMITED BY SIZE
                        JUSTIF-ACH        DELIMITED BY "  "
                        "*,*MARCO*:*"     DELIMITED BY SIZE
                        OPER-ACH          DELIMITED BY "  "
                        "*,*FECHA*:*"     DELIMITED BY SIZE
                        FECHA-MARCA-ACH   DELIMITED BY SIZE
                        "*},"             DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       LEER-ACCESO.
           READ ARCHIVO-ACCESO-HC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-ACH NOT = "L"
              OR PACI-ACH NOT = PACI-LLEGAD-W
              OR FECHA-ACH > FECHA-FIN-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-ACCESOS-W
                 IF ACCESO-JUSTIFICADO
                    ADD 1 TO CANT-JUSTIF-W
                 END-IF
                 IF ACCESO-NEGADO
                    ADD 1 TO CANT-NEGADOS-W
                 END-IF
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*USUARIO*:*"    DELIMITED BY SIZE
                        USUARIO-ACH       DELIMITED BY "  "
                        "*,*PROGRAMA*:*"  DELIMITED BY SIZE
                        PROGRAMA-ACH      DELIMITED BY "  "
                        "*,*FECHA*:*"     DELIMITED BY SIZE
                        FECHA-ACH         DELIMITED BY SIZE
                        "*,*HORA*:*"      DELIMITED BY SIZE
                        HORA-ACH (1:6)    DELIMITED BY SIZE
                        "*,*RESULTADO*:*" DELIMITED BY SIZE
                        RESULTADO-ACH     DELIMITED BY SIZE
                        "*,*CLASE*:*"     DELIMITED BY SIZE
                        CLASE-ACH         DELIMITED BY SIZE
                        "*,*JUSTIFICACION*:*" DELIMITED BY SIZE
                        JUSTIF-ACH        DELIMITED BY "  "
                        "*},"             DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
