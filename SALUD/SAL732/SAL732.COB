      *=================================================================
      * SALUD - CALIDAD DEL DATO DEL MAESTRO DE PACIENTES: CONSULTA
      * DE LO QUE DEJA LA CORRIDA NOCTURNA SAL732R EN SC-ARCHCPA.
      *  OPC "S" TARJETA POR OPERADOR DE ADMISION (FICHAS REVISADAS,
      *          CON DEFECTO, PUNTAJE PROMEDIO Y FALLAS POR REGLA).
      *  OPC "L" LISTA DE CORRECCION (PACIENTES CON DEFECTOS), TODA
      *          O SOLO LA DE UN OPERADOR.
      *  OPC "C" CONSULTA DE ADMISION: SI EL PACIENTE ESTA EN LA
      *          LISTA DEVUELVE "A" CON LOS DATOS POR CORREGIR Y SU
      *          PUNTAJE PARA QUE SE ARREGLEN EN ESA MISMA ATENCION.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SAL732".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-CALPA.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-CALPA.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-CPA-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 RESPUESTA-W        PIC X.
          02 DETALLE-W          PIC X(60).
          02 PUNTAJE-W          PIC 999.
          02 PROMEDIO-W         PIC 999.
          02 FECHA-CORRIDA-W    PIC 9(8).
          02 TOTAL-REVISADOS-W  PIC 9(7).
          02 TOTAL-DEFECTO-W    PIC 9(7).
          02 CANT-LISTA-W       PIC 9(7).

       01 TABLA-REGLAS-W.
          02 FILLER             PIC X(10) VALUE "TELEFONO".
          02 FILLER             PIC X(10) VALUE "CORREO".
          02 FILLER             PIC X(10) VALUE "CIUDAD".
          02 FILLER             PIC X(10) VALUE "ETNIA".
          02 FILLER             PIC X(10) VALUE "NACIMIENTO".
       01 TABLA-REGLAS-R REDEFINES TABLA-REGLAS-W.
          02 NOMBRE-REGLA-W     PIC X(10) OCCURS 5.

       01 LIN-JSON-W             PIC X(300).

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
              MOVE NOM-USU-W                TO MSJ2-HTML
              MOVE "SAL732"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SESION-W             TO MSJ2-HTML
              MOVE "SAL732"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CALPA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CALIDAD-PAC.
       ESCR-EXCEP-CALPA.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CPA-W                TO MSJ2-HTML
              MOVE "SAL732"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PLANO-W              TO MSJ2-HTML
              MOVE "SAL732"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SAL732" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, OPER-LLEGAD-W
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
              MOVE "SAL732"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-CPA-W
           MOVE "\\" TO NOM-CPA-W

           INSPECT NOM-CPA-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-CPA-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-CPA-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           INSPECT NOM-CPA-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCPA.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SAL732-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-CALIDAD.
           INITIALIZE VARIABLES
           MOVE SPACES TO DETALLE-W

           OPEN INPUT ARCHIVO-CALIDAD-PAC
           IF OTR-STAT = "35"
              IF OPC-LLEGAD-W = "C"
                 MOVE "S" TO RESPUESTA-W
                 MOVE "SIN CALIFICACION" TO DETALLE-W
                 GO TO ENVIO-DATOS
              END-IF
              MOVE "99"                            TO MSJ1-HTML
              MOVE "No se ha corrido la calificacion" TO MSJ2-HTML
              MOVE "SAL732"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    FECHA Y TOTALES DE LA ULTIMA CORRIDA.
           MOVE "C"    TO TIPO-CPA
           MOVE SPACES TO ID-CPA
           READ ARCHIVO-CALIDAD-PAC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FECHA-CORRIDA-CPA   TO FECHA-CORRIDA-W
                   MOVE TOTAL-REVISADOS-CPA TO TOTAL-REVISADOS-W
                   MOVE TOTAL-DEFECTO-CPA   TO TOTAL-DEFECTO-W
           END-READ.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "S"   GO TO LISTAR-TARJETA
             WHEN "L"   GO TO LISTAR-CORRECCION
             WHEN "C"   GO TO CONSULTAR-ADMISION
             WHEN OTHER
                  CLOSE ARCHIVO-CALIDAD-PAC
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SAL732"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "S" - TARJETA POR OPERADOR
      *=================================================================
       LISTAR-TARJETA.
           OPEN OUTPUT ARCHIVO-JSON.

           MOVE "{*OPERADORES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "O"    TO TIPO-CPA
           MOVE SPACES TO ID-CPA
           START ARCHIVO-CALIDAD-PAC KEY IS NOT LESS LLAVE-CPA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-TARJETA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*OPER*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-CALIDAD-PAC
           GO TO ENVIO-DATOS.

       LEER-TARJETA.
           READ ARCHIVO-CALIDAD-PAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-CPA NOT = "O"
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ESCRIBIR-TARJETA
              END-IF
           END-IF.

       ESCRIBIR-TARJETA.
           MOVE 0 TO PROMEDIO-W
           IF REVISADOS-CPA > 0
              COMPUTE PROMEDIO-W ROUNDED =
                      SUMA-PUNTAJE-CPA / REVISADOS-CPA
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*OPER*:*"        DELIMITED BY SIZE
                  ID-CPA             DELIMITED BY " "
                  "*,*REVISADOS*:"   DELIMITED BY SIZE
                  REVISADOS-CPA      DELIMITED BY SIZE
                  ",*CON_DEFECTO*:"  DELIMITED BY SIZE
                  CON-DEFECTO-CPA    DELIMITED BY SIZE
                  ",*PROMEDIO*:"     DELIMITED BY SIZE
                  PROMEDIO-W         DELIMITED BY SIZE
                  ",*TELEFONO*:"     DELIMITED BY SIZE
                  CANT-REGLA-CPA (1) DELIMITED BY SIZE
                  ",*CORREO*:"       DELIMITED BY SIZE
                  CANT-REGLA-CPA (2) DELIMITED BY SIZE
                  ",*CIUDAD*:"       DELIMITED BY SIZE
                  CANT-REGLA-CPA (3) DELIMITED BY SIZE
                  ",*ETNIA*:"        DELIMITED BY SIZE
                  CANT-REGLA-CPA (4) DELIMITED BY SIZE
                  ",*NACIMIENTO*:"   DELIMITED BY SIZE
                  CANT-REGLA-CPA (5) DELIMITED BY SIZE
                  "},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "L" - LISTA DE CORRECCION, TODA O LA DE UN OPERADOR
      *=================================================================
       LISTAR-CORRECCION.
           OPEN OUTPUT ARCHIVO-JSON.

           MOVE "{*CORRECCION*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "P"    TO TIPO-CPA
           MOVE SPACES TO ID-CPA
           START ARCHIVO-CALIDAD-PAC KEY IS NOT LESS LLAVE-CPA
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-CORRECCION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:0}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-CALIDAD-PAC
           GO TO ENVIO-DATOS.

       LEER-CORRECCION.
           READ ARCHIVO-CALIDAD-PAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-CPA NOT = "P"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF OPER-LLEGAD-W = SPACES
                 OR OPER-LLEGAD-W = OPER-CPA
                    PERFORM ARMAR-DEFECTOS
                    ADD 1 TO CANT-LISTA-W
                    MOVE SPACES TO LIN-JSON-W
                    STRING "{*PACIENTE*:"  DELIMITED BY SIZE
                           PACI-CPA        DELIMITED BY SIZE
                           ",*NOMBRE*:*"   DELIMITED BY SIZE
                           NOMBRE-CPA      DELIMITED BY "  "
                           "*,*OPER*:*"    DELIMITED BY SIZE
                           OPER-CPA        DELIMITED BY " "
                           "*,*PUNTAJE*:"  DELIMITED BY SIZE
                           PUNTAJE-CPA     DELIMITED BY SIZE
                           ",*DEFECTOS*:*" DELIMITED BY SIZE
                           DETALLE-W       DELIMITED BY "  "
                           "*},"           DELIMITED BY SIZE
                           INTO LIN-JSON-W
                    END-STRING
                    PERFORM ESCRIBIR-LINEA-JSON
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * OPC "C" - CONSULTA DE ADMISION: LOS DATOS QUE EL PACIENTE
      *           TIENE POR CORREGIR SEGUN LA ULTIMA CORRIDA.
      *=================================================================
       CONSULTAR-ADMISION.
           MOVE "S" TO RESPUESTA-W
           MOVE 100 TO PUNTAJE-W

           MOVE "P"           TO TIPO-CPA
           MOVE PACI-LLEGAD-W TO PACI-CPA
           READ ARCHIVO-CALIDAD-PAC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "A"         TO RESPUESTA-W
                   MOVE PUNTAJE-CPA TO PUNTAJE-W
                   PERFORM ARMAR-DEFECTOS
           END-READ

           CLOSE ARCHIVO-CALIDAD-PAC
           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|" DELIMITED BY SIZE
                  RESPUESTA-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DETALLE-W DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  PUNTAJE-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FECHA-CORRIDA-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TOTAL-REVISADOS-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TOTAL-DEFECTO-W DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CANT-LISTA-W DELIMITED BY SIZE
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

      *    NOMBRES DE LAS REGLAS QUE FALLARON, SEPARADOS POR COMA.
       ARMAR-DEFECTOS.
           MOVE SPACES TO DETALLE-W
           MOVE 1 TO J
           PERFORM AGREGAR-DEFECTO VARYING I FROM 1 BY 1 UNTIL I > 5.

       AGREGAR-DEFECTO.
           IF DEF-CPA (I) = "X"
              IF J > 1
                 STRING "," DELIMITED BY SIZE
                        INTO DETALLE-W WITH POINTER J
                 END-STRING
              END-IF
              STRING NOMBRE-REGLA-W (I) DELIMITED BY " "
                     INTO DETALLE-W WITH POINTER J
              END-STRING
           END-IF.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "..\..\FUENTES\SC-WEB19.CBL".
