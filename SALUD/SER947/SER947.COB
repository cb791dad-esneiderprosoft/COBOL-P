      *=================================================================
      * SALUD - ATRIBUTOS DE VALIDACION DE LOS DIAGNOSTICOS CIE-10
      *         (SC-ARCHDXV): LA TABLA DE ENFERMEDADES (SC-ARCHENF,
      *         SER851) ES SOLO CONSULTA; AQUI CADA CODIGO LLEVA EL
      *         SEXO, LA EDAD MINIMA Y MAXIMA, SI NO ES VALIDO COMO
      *         PRINCIPAL Y SI ES DE NOTIFICACION AL SIVIGILA, CON
      *         EL CODIGO DEL EVENTO DEL INS Y SI LA NOTIFICACION ES
      *         INMEDIATA.
      *         - OPC "G": GRABA LOS ATRIBUTOS DE UN CODIGO.
      *         - OPC "E": ELIMINA LOS ATRIBUTOS DE UN CODIGO.
      *         - OPC "L": LISTA LOS CODIGOS CON ATRIBUTOS.
      *         - OPC "V": VALIDA UN DIAGNOSTICO PARA UN PACIENTE
      *           (SER851R) ANTES DE GRABARLO; LA USAN LAS PANTALLAS
      *           DE CONSULTA Y EVOLUCION. DEVUELVE EL RESULTADO, LA
      *           MARCA SIVIGILA Y EL MENSAJE. SI LA PANTALLA MANDA
      *           SU ORIGEN AL GRABAR, EL DIAGNOSTICO DE NOTIFICACION
      *           ABRE EL CASO DEL SIVIGILA Y SE DEVUELVE SU NUMERO.
      *         - OPC "I": INCONSISTENCIAS QUE DEJO LA REVISION
      *           NOCTURNA SER947R EN SC-ARCHDXI (REMISIONES,
      *           EPICRISIS Y LECTURAS DE RX YA GRABADAS).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      * 15/10/26 JLR EVENTO INS E INMEDIATA EN LOS CODIGOS SIVIGILA;
      *              LA VALIDACION CON ORIGEN ABRE EL CASO (SC-SIVIG).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER947".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-DXVAL.CBL".
       COPY "..\..\FUENTES\FS-DXINC.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-DXVAL.CBL".
       COPY "..\..\FUENTES\FD-DXINC.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-DXVAL.CBL".

       77 NOM-DXV-W              PIC X(70).
       77 NOM-DXI-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(4).
             03 FILLER              PIC X(25).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 COD-LLEGAD-W           PIC X(4).
          02 SEXO-LLEGAD-W          PIC X.
          02 EDAD-MIN-LLEGAD-W      PIC 9(3).
          02 EDAD-MAX-LLEGAD-W      PIC 9(3).
          02 UNID-LLEGAD-W          PIC X.
          02 NO-PPAL-LLEGAD-W       PIC X.
          02 SIVIGILA-LLEGAD-W      PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 PPAL-LLEGAD-W          PIC X.
          02 EVENTO-LLEGAD-W        PIC X(3).
          02 INMEDIATA-LLEGAD-W     PIC X.
          02 ORIGEN-LLEGAD-W        PIC X(8).

       01 VARIABLES.
          02 RESPUESTA-W        PIC XX    VALUE "00".
          02 SIVIGILA-W         PIC X     VALUE "N".
          02 MENSAJE-W          PIC X(70) VALUE SPACES.
          02 CASO-W             PIC 9(8)  VALUE ZEROS.

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
              MOVE "SER947"                TO MSJ3-HTML
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
              MOVE "SER947"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DXVAL SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DX-VALIDA.
       ESCR-EXCEP-DXVAL.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-DXV-W               TO MSJ2-HTML
              MOVE "SER947"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DXINC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DX-INCONS.
       ESCR-EXCEP-DXINC.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-DXI-W               TO MSJ2-HTML
              MOVE "SER947"                TO MSJ3-HTML
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
              MOVE "SER947"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER947" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, COD-LLEGAD-W, SEXO-LLEGAD-W,
                   EDAD-MIN-LLEGAD-W, EDAD-MAX-LLEGAD-W,
                   UNID-LLEGAD-W, NO-PPAL-LLEGAD-W,
                   SIVIGILA-LLEGAD-W, PACI-LLEGAD-W,
                   FECHA-LLEGAD-W, PPAL-LLEGAD-W, EVENTO-LLEGAD-W,
                   INMEDIATA-LLEGAD-W, ORIGEN-LLEGAD-W
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
              MOVE "SER947"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

      *    LA TABLA VA CON SC-ARCHENF EN LOS DATOS DEL SERVIDOR; EL
      *    PACIENTE Y LAS INCONSISTENCIAS SON DE LA EMPRESA.
           INITIALIZE NOM-DXV-W
           MOVE "\\" TO NOM-DXV-W
           INSPECT NOM-DXV-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           MOVE NOM-DXV-W TO PACIE-W
           INSPECT NOM-DXV-W REPLACING
                   FIRST "                          "
                   BY "\PROG\DATOS\SC-ARCHDXV.DAT"

           INSPECT PACIE-W REPLACING FIRST " "
                   BY "\"
           INSPECT PACIE-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           MOVE PACIE-W TO NOM-DXI-W
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"
           INSPECT NOM-DXI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDXI.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER947-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GRABAR-ATRIBUTOS
             WHEN "E"   GO TO ELIMINAR-ATRIBUTOS
             WHEN "L"   GO TO LISTAR-ATRIBUTOS
             WHEN "V"   GO TO VALIDAR-DX
             WHEN "I"   GO TO LISTAR-INCONSISTENCIAS
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER947"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       ABRIR-TABLA.
           OPEN I-O ARCHIVO-DX-VALIDA
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-DX-VALIDA
              CLOSE       ARCHIVO-DX-VALIDA
              OPEN I-O    ARCHIVO-DX-VALIDA
           END-IF.

      *=================================================================
      * OPC "G" - ATRIBUTOS DE UN CODIGO
      *=================================================================
       GRABAR-ATRIBUTOS.
           IF COD-LLEGAD-W = SPACES
           OR (SEXO-LLEGAD-W NOT = SPACE AND NOT = "M" AND NOT = "F")
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Falta el codigo o el sexo no es valido"
                                                 TO MSJ2-HTML
              MOVE "SER947"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF UNID-LLEGAD-W = SPACE
              MOVE "A" TO UNID-LLEGAD-W
           END-IF

           IF (UNID-LLEGAD-W NOT = "A" AND NOT = "M" AND NOT = "D")
           OR (EDAD-MAX-LLEGAD-W NOT = ZEROS
               AND EDAD-MIN-LLEGAD-W > EDAD-MAX-LLEGAD-W)
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Rango de edad no valido"     TO MSJ2-HTML
              MOVE "SER947"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-TABLA

           INITIALIZE REG-DX-VALIDA
           MOVE COD-LLEGAD-W        TO COD-DXV
           MOVE SEXO-LLEGAD-W       TO SEXO-DXV
           MOVE EDAD-MIN-LLEGAD-W   TO EDAD-MIN-DXV
           MOVE EDAD-MAX-LLEGAD-W   TO EDAD-MAX-DXV
           MOVE UNID-LLEGAD-W       TO UNID-EDAD-DXV
           MOVE "N"                 TO NO-PPAL-DXV SIVIGILA-DXV
           IF NO-PPAL-LLEGAD-W = "S"
              MOVE "S" TO NO-PPAL-DXV
           END-IF
           IF SIVIGILA-LLEGAD-W = "S"
              MOVE "S"                TO SIVIGILA-DXV
              MOVE EVENTO-LLEGAD-W    TO EVENTO-INS-DXV
              MOVE "N"                TO INMEDIATA-DXV
              IF INMEDIATA-LLEGAD-W = "S"
                 MOVE "S" TO INMEDIATA-DXV
              END-IF
           END-IF
           MOVE ID-SESION-LLEGAD-W  TO OPER-DXV
           MOVE FECHA-TOTAL         TO FECHA-MOD-DXV

           WRITE REG-DX-VALIDA
                 INVALID KEY
                    REWRITE REG-DX-VALIDA END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-DX-VALIDA
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "E" - ELIMINA LOS ATRIBUTOS (EL CODIGO QUEDA SIN
      *           RESTRICCION)
      *=================================================================
       ELIMINAR-ATRIBUTOS.
           PERFORM ABRIR-TABLA
           MOVE COD-LLEGAD-W TO COD-DXV
           DELETE ARCHIVO-DX-VALIDA RECORD
                  INVALID KEY
                     CLOSE ARCHIVO-DX-VALIDA
                     MOVE "99"                       TO MSJ1-HTML
                     MOVE "El codigo no tiene atributos" TO MSJ2-HTML
                     MOVE "SER947"                   TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
           END-DELETE

           CLOSE ARCHIVO-DX-VALIDA
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "L" - CODIGOS CON ATRIBUTOS, DESDE EL CODIGO QUE LLEGA
      *=================================================================
       LISTAR-ATRIBUTOS.
           PERFORM ABRIR-TABLA
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*ATRIBUTOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE COD-LLEGAD-W TO COD-DXV
           START ARCHIVO-DX-VALIDA KEY IS NOT LESS LLAVE-DXV
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-ATRIBUTOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*COD*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-DX-VALIDA
           GO TO ENVIO-DATOS.

       LEER-ATRIBUTOS.
           READ ARCHIVO-DX-VALIDA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              MOVE SPACES TO LIN-JSON-W
              STRING "{*COD*:*"          DELIMITED BY SIZE
                     COD-DXV             DELIMITED BY SIZE
                     "*,*SEXO*:*"        DELIMITED BY SIZE
                     SEXO-DXV            DELIMITED BY SIZE
                     "*,*EDAD_MIN*:"     DELIMITED BY SIZE
                     EDAD-MIN-DXV        DELIMITED BY SIZE
                     ",*EDAD_MAX*:"      DELIMITED BY SIZE
                     EDAD-MAX-DXV        DELIMITED BY SIZE
                     ",*UNIDAD*:*"       DELIMITED BY SIZE
                     UNID-EDAD-DXV       DELIMITED BY SIZE
                     "*,*NO_PPAL*:*"     DELIMITED BY SIZE
                     NO-PPAL-DXV         DELIMITED BY SIZE
                     "*,*SIVIGILA*:*"    DELIMITED BY SIZE
                     SIVIGILA-DXV        DELIMITED BY SIZE
                     "*,*EVENTO*:*"      DELIMITED BY SIZE
                     EVENTO-INS-DXV      DELIMITED BY SIZE
                     "*,*INMEDIATA*:*"   DELIMITED BY SIZE
                     INMEDIATA-DXV       DELIMITED BY SIZE
                     "*},"               DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "V" - VALIDACION EN LINEA DE UN DIAGNOSTICO. SIN FECHA SE
      *           TOMA LA DE HOY.
      *=================================================================
       VALIDAR-DX.
           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF

           INITIALIZE REG-DXVAL-LNK
           MOVE NOM-DXV-W      TO NOM-DXV-DXVAL-LNK
           MOVE PACIE-W        TO NOM-PACIE-DXVAL-LNK
           MOVE PACI-LLEGAD-W  TO PACI-DXVAL-LNK
           MOVE COD-LLEGAD-W   TO DX-DXVAL-LNK
           MOVE FECHA-LLEGAD-W TO FECHA-DXVAL-LNK
           MOVE PPAL-LLEGAD-W  TO PPAL-DXVAL-LNK
           MOVE ORIGEN-LLEGAD-W TO ORIGEN-DXVAL-LNK

           CALL "SER851R" USING REG-DXVAL-LNK
           CANCEL "SER851R"

           MOVE RESULT-DXVAL-LNK   TO RESPUESTA-W
           MOVE SIVIGILA-DXVAL-LNK TO SIVIGILA-W
           MOVE MENSAJE-DXVAL-LNK  TO MENSAJE-W
           MOVE CASO-DXVAL-LNK     TO CASO-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "I" - INCONSISTENCIAS DE LA ULTIMA REVISION NOCTURNA
      *=================================================================
       LISTAR-INCONSISTENCIAS.
           OPEN INPUT  ARCHIVO-DX-INCONS
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*INCONSISTENCIAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           IF OTR-STAT = "00"
              INITIALIZE LLAVE-DXI
              MOVE "I" TO TIPO-DXI
              START ARCHIVO-DX-INCONS KEY IS NOT LESS LLAVE-DXI
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START

              PERFORM LEER-INCONSISTENCIA UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-DX-INCONS
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*ORIGEN*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO ENVIO-DATOS.

       LEER-INCONSISTENCIA.
           READ ARCHIVO-DX-INCONS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT DXI-INCONSISTENCIA
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*ORIGEN*:*"       DELIMITED BY SIZE
                        ORIGEN-DXI          DELIMITED BY SIZE
                        "*,*LLAVE*:*"       DELIMITED BY SIZE
                        ID-DXI              DELIMITED BY "  "
                        "*,*DX*:*"          DELIMITED BY SIZE
                        DX-DXI              DELIMITED BY SIZE
                        "*,*PACIENTE*:*"    DELIMITED BY SIZE
                        PACI-DXI            DELIMITED BY SIZE
                        "*,*FECHA*:*"       DELIMITED BY SIZE
                        FECHA-REG-DXI       DELIMITED BY SIZE
                        "*,*REGLA*:*"       DELIMITED BY SIZE
                        REGLA-DXI           DELIMITED BY SIZE
                        "*,*MENSAJE*:*"     DELIMITED BY SIZE
                        MENSAJE-DXI         DELIMITED BY "  "
                        "*,*CORRIDA*:*"     DELIMITED BY SIZE
                        FECHA-CORRIDA-DXI   DELIMITED BY SIZE
                        "*},"               DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|"        DELIMITED BY SIZE
                  RESPUESTA-W  DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  SIVIGILA-W   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  MENSAJE-W    DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  CASO-W       DELIMITED BY SIZE
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
