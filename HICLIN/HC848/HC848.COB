      *=================================================================
      * HISTORIA CLINICA - ODONTOGRAMA Y PLAN DE TRATAMIENTO
      * ODONTOLOGICO POR PIEZA Y CARA.
      *   - OPC "O": GRABA EL ODONTOGRAMA DE LA VALORACION INICIAL
      *     (TIPO I) O DE UNA EVOLUCION (TIPO E, PARTE DEL ULTIMO Y
      *     CAMBIA SOLO LAS PIEZAS QUE LLEGAN). LAS PIEZAS LLEGAN EN
      *     LA VARIABLE "odontograma" COMO GRUPOS DE 8 POSICIONES:
      *     PIEZA (2, FDI), ESTADO (1) Y CARAS V L M D O (5); LA
      *     OBSERVACION EN "observacion". CALCULA COP-D Y CEO-D.
      *   - OPC "C": ODONTOGRAMA DE UNA FECHA (EN CERO, EL ULTIMO).
      *   - OPC "H": ODONTOGRAMAS DEL PACIENTE CON SUS INDICES.
      *   - OPC "P": AGREGA UN PROCEDIMIENTO AL PLAN (PIEZA, CARAS,
      *     CUPS, FASE, VALOR COTIZADO Y CONTRATO). PLAN EN CERO
      *     ABRE UN PLAN NUEVO. DEVUELVE PLAN E ITEM.
      *   - OPC "L": PLAN CON SU AVANCE: PROCEDIMIENTOS PENDIENTES,
      *     REALIZADOS Y FACTURADOS (SEGUN EL CARGO EN SC-ARCHCRG)
      *     Y LOS VALORES COTIZADO, REALIZADO Y FACTURADO.
      *   - OPC "R": REALIZA UN PROCEDIMIENTO PENDIENTE Y DEJA SU
      *     CARGO POR FACTURAR AL CONTRATO (SAL733R).
      *   - OPC "A": ANULA UN PROCEDIMIENTO PENDIENTE.
      *   - OPC "I": ODONTOGRAMA PARA IMPRIMIR (ULTIMO O DE UNA FECHA)
      *     EN LINEAS DE TEXTO, CON EL PLAN VIGENTE.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC848".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-ODONT.CBL".
       COPY "..\..\FUENTES\FS-PLODO.CBL".
       COPY "..\..\FUENTES\FS-CARGO.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-ODONT.CBL".
       COPY "..\..\FUENTES\FD-PLODO.CBL".
       COPY "..\..\FUENTES\FD-CARGO.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".

       77 NOM-ODO-W              PIC X(70).
       77 NOM-PLO-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 K                      PIC 9(4).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(4).
             03 FILLER              PIC X(25).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 TIPO-LLEGAD-W          PIC X.
          02 PROF-LLEGAD-W          PIC X(10).
          02 PLAN-LLEGAD-W          PIC 9(3).
          02 ITEM-LLEGAD-W          PIC 9(3).
          02 DIENTE-LLEGAD-W        PIC 99.
          02 CARAS-LLEGAD-W         PIC X(5).
          02 CUPS-LLEGAD-W          PIC X(8).
          02 FASE-LLEGAD-W          PIC 9.
          02 VALOR-LLEGAD-W         PIC 9(10).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 OPER-LLEGAD-W          PIC X(4).

       01 ODONTOGRAMA-LLEGAD-W.
          02 PIEZA-LLEGAD-W         OCCURS 62.
             03 COD-PIEZA-LLEGAD-W  PIC XX.
             03 ESTADO-PIEZA-LLEGAD-W PIC X.
             03 CARAS-PIEZA-LLEGAD-W PIC X(5).
          02 FILLER                 PIC X(4).
       01 OBSERV-LLEGAD-W           PIC X(80).

      *    PIEZAS EN EL ORDEN DEL ODONTOGRAMA: 1-16 PERMANENTES
      *    SUPERIORES, 17-32 PERMANENTES INFERIORES, 33-42 TEMPORALES
      *    SUPERIORES, 43-52 TEMPORALES INFERIORES.

       01 TABLA-PIEZAS-W.
          02 FILLER             PIC X(32) VALUE
             "18171615141312112122232425262728".
          02 FILLER             PIC X(32) VALUE
             "48474645444342413132333435363738".
          02 FILLER             PIC X(20) VALUE
             "55545352516162636465".
          02 FILLER             PIC X(20) VALUE
             "85848382817172737475".
       01 TABLA-PIEZAS-R REDEFINES TABLA-PIEZAS-W.
          02 PIEZA-TAB-W        PIC 99    OCCURS 52.

       01 VARIABLES.
          02 CANT-LISTA-W       PIC 9(5)  VALUE 0.
          02 CANT-PEND-W        PIC 9(5)  VALUE 0.
          02 CANT-REAL-W        PIC 9(5)  VALUE 0.
          02 CANT-FACT-W        PIC 9(5)  VALUE 0.
          02 VALOR-COTIZ-W      PIC 9(12)V99 VALUE 0.
          02 VALOR-REAL-W       PIC 9(12)V99 VALUE 0.
          02 VALOR-FACT-W       PIC 9(12)V99 VALUE 0.
          02 AVANCE-W           PIC 9(3)  VALUE 0.
          02 VALOR-EDIT-W       PIC 9(12).
          02 NRO-PLAN-W         PIC 9(3).
          02 NRO-ITEM-W         PIC 9(3).
          02 SW-ODO-W           PIC X.
          02 SW-CARIES-W        PIC X.
          02 SW-OBTURADA-W      PIC X.
          02 SW-FACTURADO-W     PIC X.
          02 SW-ERROR-W         PIC X.
          02 ESTADO-ITEM-W      PIC X.
          02 NOMBRE-PACI-W      PIC X(50).
          02 DOC-CARGO-W        PIC X(30).
          02 PUNT-W             PIC 9(4).
          02 LARGO-W            PIC 9(4).
          02 DESDE-W            PIC 99.
          02 HASTA-W            PIC 99.
          02 SEPARA-W           PIC 99.
          02 FECHA-EDIT-W.
             03 DIA-EDIT-W      PIC 99.
             03 FILLER          PIC X     VALUE "/".
             03 MES-EDIT-W      PIC 99.
             03 FILLER          PIC X     VALUE "/".
             03 ANO-EDIT-W      PIC 9(4).
          02 FECHA-CAMPO-W      PIC 9(8).
          02 FECHA-CAMPO-R REDEFINES FECHA-CAMPO-W.
             03 ANO-CAMPO-W     PIC 9(4).
             03 MES-CAMPO-W     PIC 99.
             03 DIA-CAMPO-W     PIC 99.
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.

       01 LINEA-IMPRESION-W      PIC X(200).

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
              MOVE "HC848"                 TO MSJ3-HTML
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
              MOVE "HC848"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ODONT SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ODONTOGRAMA.
       ESCR-EXCEP-ODONT.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ODO-W               TO MSJ2-HTML
              MOVE "HC848"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PLODO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PLAN-ODO.
       ESCR-EXCEP-PLODO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PLO-W               TO MSJ2-HTML
              MOVE "HC848"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CARGO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CARGOS.
       ESCR-EXCEP-CARGO.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CRG-W               TO MSJ2-HTML
              MOVE "HC848"                 TO MSJ3-HTML
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
              MOVE "HC848"                 TO MSJ3-HTML
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
              MOVE "HC848"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "HC848" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, FECHA-LLEGAD-W,
                   TIPO-LLEGAD-W, PROF-LLEGAD-W, PLAN-LLEGAD-W,
                   ITEM-LLEGAD-W, DIENTE-LLEGAD-W, CARAS-LLEGAD-W,
                   CUPS-LLEGAD-W, FASE-LLEGAD-W, VALOR-LLEGAD-W,
                   CONTRATO-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "odontograma" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO ODONTOGRAMA-LLEGAD-W

           MOVE "observacion" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO OBSERV-LLEGAD-W
           INSPECT OBSERV-LLEGAD-W REPLACING ALL "*" BY " "

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
              MOVE "HC848"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-ODO-W
           MOVE "\\" TO NOM-ODO-W

           INSPECT NOM-ODO-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-ODO-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-ODO-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-ODO-W TO NOM-PLO-W NOM-CRG-W PACIE-W

           INSPECT NOM-ODO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHODO.DAT"
           INSPECT NOM-PLO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPLO.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC848-" DELIMITED BY SIZE
                  SESION-LLEGAD-W             DELIMITED BY "  "
                  ".JSON"                     DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-ODONTOGRAMA.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-ODONTOGRAMA
              CLOSE       ARCHIVO-ODONTOGRAMA
              OPEN I-O    ARCHIVO-ODONTOGRAMA
           END-IF.
           OPEN I-O ARCHIVO-PLAN-ODO.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PLAN-ODO
              CLOSE       ARCHIVO-PLAN-ODO
              OPEN I-O    ARCHIVO-PLAN-ODO
           END-IF.

           IF PACI-LLEGAD-W = ZEROS
              MOVE "Falta el paciente"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           EVALUATE OPC-LLEGAD-W
             WHEN "O"   GO TO GRABAR-ODONTOGRAMA
             WHEN "C"   GO TO CONSULTAR-ODONTOGRAMA
             WHEN "H"   GO TO LISTAR-ODONTOGRAMAS
             WHEN "P"   GO TO AGREGAR-PROCEDIMIENTO
             WHEN "L"   GO TO LISTAR-PLAN
             WHEN "R"   GO TO REALIZAR-PROCEDIMIENTO
             WHEN "A"   GO TO ANULAR-PROCEDIMIENTO
             WHEN "I"   GO TO IMPRIMIR-ODONTOGRAMA
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "O" - GRABA EL ODONTOGRAMA. LA EVOLUCION PARTE DEL ULTIMO
      * ODONTOGRAMA DEL PACIENTE; LA VALORACION INICIAL, EN BLANCO.
      *=================================================================
       GRABAR-ODONTOGRAMA.
           IF TIPO-LLEGAD-W NOT = "I" AND NOT = "E"
              MOVE "Tipo de odontograma no valido"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF ODONTOGRAMA-LLEGAD-W = SPACES
              MOVE "No llegaron piezas del odontograma" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE ZEROS TO FECHA-LLEGAD-W
           PERFORM BUSCAR-ODONTOGRAMA
           IF TIPO-LLEGAD-W = "E" AND SW-ODO-W = "N"
              MOVE "El paciente no tiene valoracion inicial"
                                               TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF TIPO-LLEGAD-W = "I" OR SW-ODO-W = "N"
              INITIALIZE REG-ODONTOGRAMA
              PERFORM INICIAR-PIEZA VARYING I FROM 1 BY 1
                      UNTIL I > 52
           END-IF

           MOVE "N" TO SW-ERROR-W
           PERFORM APLICAR-PIEZA VARYING J FROM 1 BY 1
                   UNTIL J > 62
           IF SW-ERROR-W = "S"
              GO TO ERROR-DATOS
           END-IF

           PERFORM CALCULAR-INDICES

           MOVE PACI-LLEGAD-W   TO COD-PACI-ODO
           MOVE FECHA-TOTAL     TO FECHA-ODO
           MOVE HORA-TOTAL(1:4) TO HORA-ODO
           MOVE TIPO-LLEGAD-W   TO TIPO-ODO
           MOVE PROF-LLEGAD-W   TO PROFESIONAL-ODO
           MOVE OBSERV-LLEGAD-W TO OBSERV-ODO
           MOVE OPER-LLEGAD-W   TO OPER-ODO
           WRITE REG-ODONTOGRAMA
                 INVALID KEY REWRITE REG-ODONTOGRAMA END-REWRITE
           END-WRITE

           OPEN OUTPUT ARCHIVO-JSON
           PERFORM ARMAR-INDICES-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       INICIAR-PIEZA.
           MOVE PIEZA-TAB-W(I) TO COD-DIENTE-ODO(I)
           MOVE SPACE          TO ESTADO-DIENTE-ODO(I)
           MOVE SPACES         TO CARAS-ODO(I).

       APLICAR-PIEZA.
           IF COD-PIEZA-LLEGAD-W(J) NOT = SPACES
              MOVE ZEROS TO K
              PERFORM UBICAR-PIEZA VARYING I FROM 1 BY 1
                      UNTIL I > 52 OR K > 0
              IF K = 0
                 OR ESTADO-PIEZA-LLEGAD-W(J) NOT = "S" AND NOT = "P"
                    AND NOT = "X" AND NOT = "C" AND NOT = "E"
                    AND NOT = "N" AND NOT = " "
                 MOVE SPACES TO MSJ2-HTML
                 STRING "Pieza o estado no valido: "
                                            DELIMITED BY SIZE
                        PIEZA-LLEGAD-W(J)   DELIMITED BY SIZE
                        INTO MSJ2-HTML
                 END-STRING
                 MOVE "S" TO SW-ERROR-W
              ELSE
                 MOVE ESTADO-PIEZA-LLEGAD-W(J) TO ESTADO-DIENTE-ODO(K)
                 MOVE CARAS-PIEZA-LLEGAD-W(J)  TO CARAS-ODO(K)
                 INSPECT CARAS-ODO(K) CONVERTING "scoSCO" TO "SCOSCO"
              END-IF
           END-IF.

       UBICAR-PIEZA.
           IF COD-PIEZA-LLEGAD-W(J) IS NUMERIC
              AND COD-PIEZA-LLEGAD-W(J) = PIEZA-TAB-W(I)
              MOVE I TO K
           END-IF.

      *    COP-D EN PERMANENTES: CARIADA (CARA CON CARIES O EXTRACCION
      *    INDICADA), OBTURADA (SIN CARIES, CON CARA OBTURADA, CORONA O
      *    ENDODONCIA) Y PERDIDA. CEO-D EN TEMPORALES: CARIADA,
      *    EXTRACCION INDICADA Y OBTURADA; LA TEMPORAL PERDIDA NO
      *    CUENTA.

       CALCULAR-INDICES.
           INITIALIZE INDICES-ODO
           PERFORM CONTAR-PIEZA VARYING I FROM 1 BY 1 UNTIL I > 52
           COMPUTE COP-ODO = CARIADOS-ODO + OBTURADOS-ODO
                           + PERDIDOS-ODO
           COMPUTE CEO-ODO = CARIADOS-TEMP-ODO + EXTRAC-TEMP-ODO
                           + OBTURADOS-TEMP-ODO.

       CONTAR-PIEZA.
           MOVE "N" TO SW-CARIES-W SW-OBTURADA-W
           PERFORM REVISAR-CARA VARYING J FROM 1 BY 1 UNTIL J > 5
           IF ESTADO-DIENTE-ODO(I) = "C" OR "E"
              MOVE "S" TO SW-OBTURADA-W
           END-IF

           IF I NOT > 32
              EVALUATE TRUE
                WHEN ESTADO-DIENTE-ODO(I) = "P"
                     ADD 1 TO PERDIDOS-ODO
                WHEN ESTADO-DIENTE-ODO(I) = "X"
                     ADD 1 TO CARIADOS-ODO
                WHEN SW-CARIES-W = "S"
                     ADD 1 TO CARIADOS-ODO
                WHEN SW-OBTURADA-W = "S"
                     ADD 1 TO OBTURADOS-ODO
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                WHEN ESTADO-DIENTE-ODO(I) = "P"
                     CONTINUE
                WHEN ESTADO-DIENTE-ODO(I) = "X"
                     ADD 1 TO EXTRAC-TEMP-ODO
                WHEN SW-CARIES-W = "S"
                     ADD 1 TO CARIADOS-TEMP-ODO
                WHEN SW-OBTURADA-W = "S"
                     ADD 1 TO OBTURADOS-TEMP-ODO
              END-EVALUATE
           END-IF.

       REVISAR-CARA.
           IF CARA-ODO(I, J) = "C"
              MOVE "S" TO SW-CARIES-W
           END-IF
           IF CARA-ODO(I, J) = "O"
              MOVE "S" TO SW-OBTURADA-W
           END-IF.

      *    ODONTOGRAMA DE LA FECHA PEDIDA O, EN CERO, EL ULTIMO.
       BUSCAR-ODONTOGRAMA.
           MOVE "N"           TO SW-ODO-W
           MOVE PACI-LLEGAD-W TO COD-PACI-ODO
           IF FECHA-LLEGAD-W = ZEROS
              MOVE 99999999   TO FECHA-ODO
           ELSE
              MOVE FECHA-LLEGAD-W TO FECHA-ODO
           END-IF
           MOVE 9999          TO HORA-ODO
           START ARCHIVO-ODONTOGRAMA KEY IS NOT GREATER LLAVE-ODO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-ODONTOGRAMA PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00" AND COD-PACI-ODO = PACI-LLEGAD-W
                 IF FECHA-LLEGAD-W = ZEROS
                    OR FECHA-ODO = FECHA-LLEGAD-W
                    MOVE "S" TO SW-ODO-W
                 END-IF
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "C" - ODONTOGRAMA CON SUS PIEZAS E INDICES
      *=================================================================
       CONSULTAR-ODONTOGRAMA.
           PERFORM BUSCAR-ODONTOGRAMA
           IF SW-ODO-W = "N"
              MOVE "No hay odontograma para la fecha"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*PIEZAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM ARMAR-PIEZA-JSON VARYING I FROM 1 BY 1
                   UNTIL I > 52

           MOVE "{*PIEZA*:**}]," TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ARMAR-INDICES-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       ARMAR-PIEZA-JSON.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*PIEZA*:*"         DELIMITED BY SIZE
                  COD-DIENTE-ODO(I)    DELIMITED BY SIZE
                  "*,*ESTADO*:*"       DELIMITED BY SIZE
                  ESTADO-DIENTE-ODO(I) DELIMITED BY SIZE
                  "*,*CARAS*:*"        DELIMITED BY SIZE
                  CARAS-ODO(I)         DELIMITED BY SIZE
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    CIERRA EL OBJETO CON LOS DATOS DEL ODONTOGRAMA E INDICES
       ARMAR-INDICES-JSON.
           MOVE SPACES TO DATOS-PLANO
           IF OPC-LLEGAD-W = "O"
              MOVE "{" TO LIN-JSON-W
           END-IF
           STRING LIN-JSON-W           DELIMITED BY " "
                  "*FECHA*:*"          DELIMITED BY SIZE
                  FECHA-ODO            DELIMITED BY SIZE
                  "*,*HORA*:*"         DELIMITED BY SIZE
                  HORA-ODO             DELIMITED BY SIZE
                  "*,*TIPO*:*"         DELIMITED BY SIZE
                  TIPO-ODO             DELIMITED BY SIZE
                  "*,*PROFESIONAL*:*"  DELIMITED BY SIZE
                  PROFESIONAL-ODO      DELIMITED BY "  "
                  "*,*C*:*"            DELIMITED BY SIZE
                  CARIADOS-ODO         DELIMITED BY SIZE
                  "*,*O*:*"            DELIMITED BY SIZE
                  OBTURADOS-ODO        DELIMITED BY SIZE
                  "*,*P*:*"            DELIMITED BY SIZE
                  PERDIDOS-ODO         DELIMITED BY SIZE
                  "*,*COP*:*"          DELIMITED BY SIZE
                  COP-ODO              DELIMITED BY SIZE
                  "*,*C_TEMP*:*"       DELIMITED BY SIZE
                  CARIADOS-TEMP-ODO    DELIMITED BY SIZE
                  "*,*E_TEMP*:*"       DELIMITED BY SIZE
                  EXTRAC-TEMP-ODO      DELIMITED BY SIZE
                  "*,*O_TEMP*:*"       DELIMITED BY SIZE
                  OBTURADOS-TEMP-ODO   DELIMITED BY SIZE
                  "*,*CEO*:*"          DELIMITED BY SIZE
                  CEO-ODO              DELIMITED BY SIZE
                  "*,*OBSERVACION*:*"  DELIMITED BY SIZE
                  OBSERV-ODO           DELIMITED BY "  "
                  "*}"                 DELIMITED BY SIZE
                  INTO DATOS-PLANO
           END-STRING
           MOVE DATOS-PLANO TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "H" - ODONTOGRAMAS DEL PACIENTE
      *=================================================================
       LISTAR-ODONTOGRAMAS.
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*ODONTOGRAMAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE PACI-LLEGAD-W TO COD-PACI-ODO
           MOVE ZEROS         TO FECHA-ODO HORA-ODO
           START ARCHIVO-ODONTOGRAMA KEY IS NOT LESS LLAVE-ODO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-ODONTOGRAMAS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*FECHA*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  CANT-LISTA-W              DELIMITED BY SIZE
                  "*}"                      DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LEER-ODONTOGRAMAS.
           READ ARCHIVO-ODONTOGRAMA NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-ODO NOT = PACI-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-LISTA-W
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*FECHA*:*"         DELIMITED BY SIZE
                        FECHA-ODO            DELIMITED BY SIZE
                        "*,*HORA*:*"         DELIMITED BY SIZE
                        HORA-ODO             DELIMITED BY SIZE
                        "*,*TIPO*:*"         DELIMITED BY SIZE
                        TIPO-ODO             DELIMITED BY SIZE
                        "*,*PROFESIONAL*:*"  DELIMITED BY SIZE
                        PROFESIONAL-ODO      DELIMITED BY "  "
                        "*,*COP*:*"          DELIMITED BY SIZE
                        COP-ODO              DELIMITED BY SIZE
                        "*,*CEO*:*"          DELIMITED BY SIZE
                        CEO-ODO              DELIMITED BY SIZE
                        "*},"                DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "P" - AGREGA UN PROCEDIMIENTO AL PLAN DE TRATAMIENTO
      *=================================================================
       AGREGAR-PROCEDIMIENTO.
           IF CUPS-LLEGAD-W = SPACES OR CONTRATO-LLEGAD-W = SPACES
              MOVE "Faltan el CUPS o el contrato"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF FASE-LLEGAD-W < 1 OR FASE-LLEGAD-W > 4
              MOVE "Fase del plan no valida"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF DIENTE-LLEGAD-W NOT = ZEROS
              MOVE ZEROS TO K
              PERFORM BUSCAR-PIEZA-TAB VARYING I FROM 1 BY 1
                      UNTIL I > 52 OR K > 0
              IF K = 0
                 MOVE "Pieza dental no valida"  TO MSJ2-HTML
                 GO TO ERROR-DATOS
              END-IF
           END-IF

           IF PLAN-LLEGAD-W = ZEROS
              PERFORM NUEVO-PLAN
           ELSE
              MOVE PLAN-LLEGAD-W TO NRO-PLAN-W
           END-IF
           PERFORM NUEVO-ITEM

           INITIALIZE REG-PLAN-ODO
           MOVE PACI-LLEGAD-W     TO COD-PACI-PLO
           MOVE NRO-PLAN-W        TO NRO-PLAN-PLO
           MOVE NRO-ITEM-W        TO ITEM-PLO
           MOVE FECHA-TOTAL       TO FECHA-PLAN-PLO FECHA-MOD-PLO
           MOVE DIENTE-LLEGAD-W   TO DIENTE-PLO
           MOVE CARAS-LLEGAD-W    TO CARAS-PLO
           MOVE CUPS-LLEGAD-W     TO CUPS-PLO
           MOVE FASE-LLEGAD-W     TO FASE-PLO
           MOVE VALOR-LLEGAD-W    TO VALOR-PLO
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-PLO
           MOVE "P"               TO ESTADO-PLO
           MOVE PROF-LLEGAD-W     TO PROFESIONAL-PLO
           MOVE OPER-LLEGAD-W     TO OPER-PLO
           WRITE REG-PLAN-ODO END-WRITE

           COMPUTE NRO-EDIT-W = NRO-PLAN-W * 1000 + NRO-ITEM-W
           GO TO CERRAR-ARCHIVOS.

       BUSCAR-PIEZA-TAB.
           IF DIENTE-LLEGAD-W = PIEZA-TAB-W(I)
              MOVE I TO K
           END-IF.

       NUEVO-PLAN.
           MOVE PACI-LLEGAD-W TO COD-PACI-PLO
           MOVE 999           TO NRO-PLAN-PLO ITEM-PLO
           MOVE 1             TO NRO-PLAN-W
           START ARCHIVO-PLAN-ODO KEY IS NOT GREATER LLAVE-PLO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-PLAN-ODO PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00" AND COD-PACI-PLO = PACI-LLEGAD-W
                 COMPUTE NRO-PLAN-W = NRO-PLAN-PLO + 1
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT.

       NUEVO-ITEM.
           MOVE PACI-LLEGAD-W TO COD-PACI-PLO
           MOVE NRO-PLAN-W    TO NRO-PLAN-PLO
           MOVE 999           TO ITEM-PLO
           MOVE 1             TO NRO-ITEM-W
           START ARCHIVO-PLAN-ODO KEY IS NOT GREATER LLAVE-PLO
                 INVALID KEY MOVE "23" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-PLAN-ODO PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00" AND COD-PACI-PLO = PACI-LLEGAD-W
                 AND NRO-PLAN-PLO = NRO-PLAN-W
                 COMPUTE NRO-ITEM-W = ITEM-PLO + 1
              END-IF
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "L" - PLAN CON SU AVANCE. SIN PLAN SE TOMA EL ULTIMO DEL
      * PACIENTE. UN PROCEDIMIENTO REALIZADO ESTA FACTURADO CUANDO SU
      * CARGO QUEDO EN UNA CUENTA.
      *=================================================================
       LISTAR-PLAN.
           PERFORM UBICAR-PLAN
           OPEN INPUT ARCHIVO-CARGOS

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*PLAN*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE PACI-LLEGAD-W TO COD-PACI-PLO
           MOVE NRO-PLAN-W    TO NRO-PLAN-PLO
           MOVE ZEROS         TO ITEM-PLO
           START ARCHIVO-PLAN-ODO KEY IS NOT LESS LLAVE-PLO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-ITEMS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-CARGOS

           IF VALOR-COTIZ-W > ZEROS
              COMPUTE AVANCE-W ROUNDED =
                      VALOR-REAL-W * 100 / VALOR-COTIZ-W
           END-IF

           MOVE SPACES TO LIN-JSON-W
           MOVE VALOR-COTIZ-W TO VALOR-EDIT-W
           STRING "{*ITEM*:**}],*NRO_PLAN*:*"  DELIMITED BY SIZE
                  NRO-PLAN-W                   DELIMITED BY SIZE
                  "*,*PENDIENTES*:*"           DELIMITED BY SIZE
                  CANT-PEND-W                  DELIMITED BY SIZE
                  "*,*REALIZADOS*:*"           DELIMITED BY SIZE
                  CANT-REAL-W                  DELIMITED BY SIZE
                  "*,*FACTURADOS*:*"           DELIMITED BY SIZE
                  CANT-FACT-W                  DELIMITED BY SIZE
                  "*,*COTIZADO*:*"             DELIMITED BY SIZE
                  VALOR-EDIT-W                 DELIMITED BY SIZE
                  "*"                          DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           MOVE VALOR-REAL-W TO VALOR-EDIT-W
           MOVE SPACES TO DATOS-PLANO
           STRING ",*REALIZADO*:*"      DELIMITED BY SIZE
                  VALOR-EDIT-W          DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE VALOR-FACT-W TO VALOR-EDIT-W
           STRING LIN-JSON-W              DELIMITED BY " "
                  "*,*FACTURADO*:*"       DELIMITED BY SIZE
                  VALOR-EDIT-W            DELIMITED BY SIZE
                  "*,*AVANCE*:*"          DELIMITED BY SIZE
                  AVANCE-W                DELIMITED BY SIZE
                  "*}"                    DELIMITED BY SIZE
                  INTO DATOS-PLANO
           END-STRING
           MOVE DATOS-PLANO TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       UBICAR-PLAN.
           IF PLAN-LLEGAD-W = ZEROS
              PERFORM NUEVO-PLAN
              IF NRO-PLAN-W > 1
                 SUBTRACT 1 FROM NRO-PLAN-W
              END-IF
           ELSE
              MOVE PLAN-LLEGAD-W TO NRO-PLAN-W
           END-IF.

       LEER-ITEMS.
           READ ARCHIVO-PLAN-ODO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-PLO NOT = PACI-LLEGAD-W
                 OR NRO-PLAN-PLO NOT = NRO-PLAN-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ACUMULAR-ITEM THRU FIN-ACUMULAR-ITEM
                 IF OPC-LLEGAD-W = "L"
                    PERFORM ARMAR-ITEM-JSON
                 ELSE
                    PERFORM ARMAR-ITEM-IMPRESION
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-ITEM.
           MOVE ESTADO-PLO TO ESTADO-ITEM-W
           MOVE "N"        TO SW-FACTURADO-W
           IF PLO-ANULADO
              GO TO FIN-ACUMULAR-ITEM
           END-IF

           ADD VALOR-PLO TO VALOR-COTIZ-W
           IF PLO-PENDIENTE
              ADD 1 TO CANT-PEND-W
              GO TO FIN-ACUMULAR-ITEM
           END-IF

           ADD 1         TO CANT-REAL-W
           ADD VALOR-PLO TO VALOR-REAL-W
           IF NRO-CARGO-PLO > ZEROS
              MOVE NRO-CARGO-PLO TO NRO-CRG
              READ ARCHIVO-CARGOS
                   INVALID KEY MOVE "23" TO OTR-STAT
              END-READ
              IF OTR-STAT = "00" AND CRG-FACTURADO
                 MOVE "S"       TO SW-FACTURADO-W
                 MOVE "F"       TO ESTADO-ITEM-W
                 ADD 1          TO CANT-FACT-W
                 ADD VALOR-PLO  TO VALOR-FACT-W
              END-IF
              MOVE "00" TO OTR-STAT
           END-IF.

       FIN-ACUMULAR-ITEM.
           EXIT.

       ARMAR-ITEM-JSON.
           MOVE VALOR-PLO TO VALOR-EDIT-W
           MOVE SPACES TO LIN-JSON-W
           STRING "{*ITEM*:*"          DELIMITED BY SIZE
                  ITEM-PLO             DELIMITED BY SIZE
                  "*,*FECHA*:*"        DELIMITED BY SIZE
                  FECHA-PLAN-PLO       DELIMITED BY SIZE
                  "*,*PIEZA*:*"        DELIMITED BY SIZE
                  DIENTE-PLO           DELIMITED BY SIZE
                  "*,*CARAS*:*"        DELIMITED BY SIZE
                  CARAS-PLO            DELIMITED BY SIZE
                  "*,*CUPS*:*"         DELIMITED BY SIZE
                  CUPS-PLO             DELIMITED BY " "
                  "*,*FASE*:*"         DELIMITED BY SIZE
                  FASE-PLO             DELIMITED BY SIZE
                  "*,*VALOR*:*"        DELIMITED BY SIZE
                  VALOR-EDIT-W         DELIMITED BY SIZE
                  "*,*ESTADO*:*"       DELIMITED BY SIZE
                  ESTADO-ITEM-W        DELIMITED BY SIZE
                  "*,*FECHA_REAL*:*"   DELIMITED BY SIZE
                  FECHA-REAL-PLO       DELIMITED BY SIZE
                  "*,*CARGO*:*"        DELIMITED BY SIZE
                  NRO-CARGO-PLO        DELIMITED BY SIZE
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "R" - REALIZA UN PROCEDIMIENTO DEL PLAN Y DEJA EL CARGO
      *=================================================================
       REALIZAR-PROCEDIMIENTO.
           PERFORM LEER-ITEM-PLAN
           IF NOT PLO-PENDIENTE
              MOVE "El procedimiento no esta pendiente"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF
           IF PROF-LLEGAD-W NOT = SPACES
              MOVE PROF-LLEGAD-W TO PROFESIONAL-PLO
           END-IF

           MOVE SPACES TO DOC-CARGO-W
           STRING COD-PACI-PLO  DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  NRO-PLAN-PLO  DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  ITEM-PLO      DELIMITED BY SIZE
                  INTO DOC-CARGO-W
           END-STRING

           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W       TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-PLO    TO PACI-CARGO-LNK
           MOVE CONTRATO-PLO    TO CONTRATO-CARGO-LNK
           MOVE "S"             TO CLASE-CARGO-LNK
           MOVE CUPS-PLO        TO CODIGO-CARGO-LNK
           MOVE 1               TO CANTIDAD-CARGO-LNK
           MOVE VALOR-PLO       TO VALOR-CARGO-LNK
           MOVE FECHA-LLEGAD-W  TO FECHA-CARGO-LNK
           MOVE "HC848"         TO ORIGEN-CARGO-LNK
           MOVE DOC-CARGO-W     TO DOC-CARGO-LNK
           MOVE PROFESIONAL-PLO TO PROFESIONAL-CARGO-LNK
           MOVE OPER-LLEGAD-W   TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           IF RESULT-CARGO-LNK NOT = "00" AND NOT = "DU"
              MOVE "No se pudo dejar el cargo por facturar"
                                               TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "R"             TO ESTADO-PLO
           MOVE FECHA-LLEGAD-W  TO FECHA-REAL-PLO
           MOVE NRO-CARGO-LNK   TO NRO-CARGO-PLO
           MOVE OPER-LLEGAD-W   TO OPER-PLO
           MOVE FECHA-TOTAL     TO FECHA-MOD-PLO
           REWRITE REG-PLAN-ODO END-REWRITE

           MOVE NRO-CARGO-LNK TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-ITEM-PLAN.
           MOVE PACI-LLEGAD-W TO COD-PACI-PLO
           MOVE PLAN-LLEGAD-W TO NRO-PLAN-PLO
           MOVE ITEM-LLEGAD-W TO ITEM-PLO
           READ ARCHIVO-PLAN-ODO
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "23"
              MOVE "No existe el procedimiento en el plan"
                                               TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF.

      *=================================================================
      * OPC "A" - ANULA UN PROCEDIMIENTO PENDIENTE
      *=================================================================
       ANULAR-PROCEDIMIENTO.
           PERFORM LEER-ITEM-PLAN
           IF NOT PLO-PENDIENTE
              MOVE "Solo se anulan procedimientos pendientes"
                                               TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "A"           TO ESTADO-PLO
           MOVE OPER-LLEGAD-W TO OPER-PLO
           MOVE FECHA-TOTAL   TO FECHA-MOD-PLO
           REWRITE REG-PLAN-ODO END-REWRITE

           COMPUTE NRO-EDIT-W = NRO-PLAN-PLO * 1000 + ITEM-PLO
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "I" - ODONTOGRAMA PARA IMPRIMIR: ENCABEZADO DEL PACIENTE,
      * CUATRO CUADRANTES (PIEZA, ESTADO Y CARAS V L M D O), INDICES,
      * CONVENCIONES Y EL PLAN VIGENTE, EN LINEAS DE TEXTO.
      *=================================================================
       IMPRIMIR-ODONTOGRAMA.
           PERFORM BUSCAR-ODONTOGRAMA
           IF SW-ODO-W = "N"
              MOVE "No hay odontograma para la fecha"  TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES
           MOVE SPACES        TO NOMBRE-PACI-W
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              MOVE DESCRIP-PACI TO NOMBRE-PACI-W
           END-IF
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-PACIENTES

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*LINEAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE FECHA-ODO   TO FECHA-CAMPO-W
           MOVE DIA-CAMPO-W TO DIA-EDIT-W
           MOVE MES-CAMPO-W TO MES-EDIT-W
           MOVE ANO-CAMPO-W TO ANO-EDIT-W
           MOVE SPACES TO LINEA-IMPRESION-W
           STRING "ODONTOGRAMA   PACIENTE: " DELIMITED BY SIZE
                  COD-PACI-ODO               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  NOMBRE-PACI-W              DELIMITED BY "  "
                  "   FECHA: "               DELIMITED BY SIZE
                  FECHA-EDIT-W               DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE SPACES TO LINEA-IMPRESION-W
           IF ODO-INICIAL
              MOVE "VALORACION INICIAL" TO LINEA-IMPRESION-W
           ELSE
              MOVE "EVOLUCION"          TO LINEA-IMPRESION-W
           END-IF
           MOVE SPACES TO DATOS-PLANO
           STRING LINEA-IMPRESION-W   DELIMITED BY "  "
                  "   PROFESIONAL: "  DELIMITED BY SIZE
                  PROFESIONAL-ODO     DELIMITED BY "  "
                  INTO DATOS-PLANO
           END-STRING
           MOVE DATOS-PLANO TO LINEA-IMPRESION-W
           PERFORM ESCRIBIR-LINEA-IMPRESION
           PERFORM ESCRIBIR-LINEA-IMPRESION

      *    PERMANENTES SUPERIORES E INFERIORES

           MOVE 1  TO DESDE-W
           MOVE 16 TO HASTA-W
           MOVE 8  TO SEPARA-W
           PERFORM IMPRIMIR-ARCADA
           MOVE 17 TO DESDE-W
           MOVE 32 TO HASTA-W
           PERFORM IMPRIMIR-ARCADA

      *    TEMPORALES SUPERIORES E INFERIORES

           MOVE 33 TO DESDE-W
           MOVE 42 TO HASTA-W
           MOVE 5  TO SEPARA-W
           PERFORM IMPRIMIR-ARCADA
           MOVE 43 TO DESDE-W
           MOVE 52 TO HASTA-W
           PERFORM IMPRIMIR-ARCADA

           MOVE SPACES TO LINEA-IMPRESION-W
           STRING "COP-D: "            DELIMITED BY SIZE
                  COP-ODO              DELIMITED BY SIZE
                  "  (C "              DELIMITED BY SIZE
                  CARIADOS-ODO         DELIMITED BY SIZE
                  " O "                DELIMITED BY SIZE
                  OBTURADOS-ODO        DELIMITED BY SIZE
                  " P "                DELIMITED BY SIZE
                  PERDIDOS-ODO         DELIMITED BY SIZE
                  ")   CEO-D: "        DELIMITED BY SIZE
                  CEO-ODO              DELIMITED BY SIZE
                  "  (C "              DELIMITED BY SIZE
                  CARIADOS-TEMP-ODO    DELIMITED BY SIZE
                  " E "                DELIMITED BY SIZE
                  EXTRAC-TEMP-ODO      DELIMITED BY SIZE
                  " O "                DELIMITED BY SIZE
                  OBTURADOS-TEMP-ODO   DELIMITED BY SIZE
                  ")"                  DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE
           "PIEZA: S SANA P PERDIDA X EXTRAC.INDICADA C CORONA E ENDOD."
                                       TO LINEA-IMPRESION-W
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE
           "N NO ERUPCIONADA   CARAS VLMDO: S SANA C CARIES O OBTURADA"
                                       TO LINEA-IMPRESION-W
           PERFORM ESCRIBIR-LINEA-IMPRESION
           IF OBSERV-ODO NOT = SPACES
              MOVE SPACES TO LINEA-IMPRESION-W
              STRING "OBSERVACION: "   DELIMITED BY SIZE
                     OBSERV-ODO        DELIMITED BY "  "
                     INTO LINEA-IMPRESION-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-IMPRESION
           END-IF

      *    PLAN DE TRATAMIENTO VIGENTE

           PERFORM UBICAR-PLAN
           OPEN INPUT ARCHIVO-CARGOS
           MOVE PACI-LLEGAD-W TO COD-PACI-PLO
           MOVE NRO-PLAN-W    TO NRO-PLAN-PLO
           MOVE ZEROS         TO ITEM-PLO
           START ARCHIVO-PLAN-ODO KEY IS NOT LESS LLAVE-PLO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              PERFORM ESCRIBIR-LINEA-IMPRESION
              MOVE SPACES TO LINEA-IMPRESION-W
              STRING "PLAN DE TRATAMIENTO No. " DELIMITED BY SIZE
                     NRO-PLAN-W                 DELIMITED BY SIZE
                     INTO LINEA-IMPRESION-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-IMPRESION
              MOVE "ITEM PIEZA CARAS CUPS     FASE ESTADO        VALOR"
                                          TO LINEA-IMPRESION-W
              PERFORM ESCRIBIR-LINEA-IMPRESION
           END-IF
           PERFORM LEER-ITEMS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-CARGOS

           MOVE "{*L*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

      *    TRES LINEAS POR ARCADA: PIEZA, ESTADO Y CARAS, CON LA LINEA
      *    MEDIA DESPUES DE LA PIEZA SEPARA-W.

       IMPRIMIR-ARCADA.
           MOVE SPACES TO LINEA-IMPRESION-W
           MOVE 1 TO PUNT-W
           PERFORM ARMAR-CELDA-PIEZA VARYING I FROM DESDE-W BY 1
                   UNTIL I > HASTA-W
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE 1 TO PUNT-W
           PERFORM ARMAR-CELDA-ESTADO VARYING I FROM DESDE-W BY 1
                   UNTIL I > HASTA-W
           PERFORM ESCRIBIR-LINEA-IMPRESION
           MOVE 1 TO PUNT-W
           PERFORM ARMAR-CELDA-CARAS VARYING I FROM DESDE-W BY 1
                   UNTIL I > HASTA-W
           PERFORM ESCRIBIR-LINEA-IMPRESION
           PERFORM ESCRIBIR-LINEA-IMPRESION.

       ARMAR-CELDA-PIEZA.
           STRING "  "                 DELIMITED BY SIZE
                  COD-DIENTE-ODO(I)    DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ARMAR-LINEA-MEDIA.

       ARMAR-CELDA-ESTADO.
           STRING "   "                DELIMITED BY SIZE
                  ESTADO-DIENTE-ODO(I) DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ARMAR-LINEA-MEDIA.

       ARMAR-CELDA-CARAS.
           STRING " "                  DELIMITED BY SIZE
                  CARAS-ODO(I)         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W WITH POINTER PUNT-W
           END-STRING
           PERFORM ARMAR-LINEA-MEDIA.

       ARMAR-LINEA-MEDIA.
           IF I - DESDE-W + 1 = SEPARA-W
              STRING "|"               DELIMITED BY SIZE
                     INTO LINEA-IMPRESION-W WITH POINTER PUNT-W
              END-STRING
           END-IF.

       ARMAR-ITEM-IMPRESION.
           MOVE VALOR-PLO TO VALOR-EDIT-W
           MOVE SPACES TO LINEA-IMPRESION-W
           STRING " "                  DELIMITED BY SIZE
                  ITEM-PLO             DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  DIENTE-PLO           DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CARAS-PLO            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CUPS-PLO             DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  FASE-PLO             DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  ESTADO-ITEM-W        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  VALOR-EDIT-W         DELIMITED BY SIZE
                  INTO LINEA-IMPRESION-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-IMPRESION.

       ESCRIBIR-LINEA-IMPRESION.
           INSPECT LINEA-IMPRESION-W REPLACING ALL "*" BY " "
           INSPECT LINEA-IMPRESION-W REPLACING ALL CARAC-COMILLA BY " "
           PERFORM MEDIR-LINEA VARYING LARGO-W FROM 200 BY -1
                   UNTIL LARGO-W = 1
                      OR LINEA-IMPRESION-W(LARGO-W:1) NOT = SPACE
           MOVE SPACES TO LIN-JSON-W
           STRING "{*L*:*"                        DELIMITED BY SIZE
                  LINEA-IMPRESION-W(1:LARGO-W)    DELIMITED BY SIZE
                  "*},"                           DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           MOVE SPACES TO LINEA-IMPRESION-W.

       MEDIR-LINEA.
           CONTINUE.

       ERROR-DATOS.
           CLOSE ARCHIVO-ODONTOGRAMA ARCHIVO-PLAN-ODO
           MOVE "99"                             TO MSJ1-HTML
           MOVE "HC848"                          TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ODONTOGRAMA ARCHIVO-PLAN-ODO.

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
