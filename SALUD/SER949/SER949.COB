      *=================================================================
      * SALUD - PROGRAMA DE ATENCION DOMICILIARIA: PACIENTES
      *         INSCRITOS CON SU DIRECCION, ZONA Y EQUIPO TRATANTE
      *         (SC-ARCHDOM), PLAN DE VISITAS POR DISCIPLINA, HOJA
      *         DE RUTA DIARIA DEL PROFESIONAL Y VISITAS CUMPLIDAS
      *         (SC-ARCHVDO). CADA VISITA CUMPLIDA DEJA EL CARGO
      *         POR FACTURAR AL CONTRATO (SAL733R) Y DESCUENTA LA
      *         AUTORIZACION DE LA EPS (SER922R).
      *         DISCIPLINAS: 1 MEDICINA, 2 ENFERMERIA, 3 FISIOTERAPIA.
      *         - OPC "I": INSCRIBE O ACTUALIZA EL PACIENTE (ZONA,
      *           EQUIPO, CONTRATO, MODALIDAD H HOSPITALARIA / C
      *           CRONICO / P PALIATIVO). DIRECCION, BARRIO, TELEFONO
      *           Y CUIDADOR LLEGAN EN LA VARIABLE "domicilio"; SIN
      *           DIRECCION NI TELEFONO SE TOMAN LOS DE SC-PACIE.
      *         - OPC "P": PLAN DE UNA DISCIPLINA: PROFESIONAL, CUPS
      *           DE LA VISITA Y FRECUENCIA (CADA N DIAS) CON SU
      *           VIGENCIA. FRECUENCIA CERO QUITA EL PLAN.
      *         - OPC "G": EGRESO DEL PROGRAMA.
      *         - OPC "L": PACIENTES ACTIVOS POR ZONA Y BARRIO.
      *         - OPC "H": HOJA DE RUTA DEL PROFESIONAL PARA UNA FECHA,
      *           AGRUPADA POR ZONA: LOS PACIENTES A LOS QUE LES TOCA
      *           VISITA SEGUN LA FRECUENCIA Y LA ULTIMA CUMPLIDA, Y
      *           LOS YA VISITADOS ESE DIA.
      *         - OPC "C": CUMPLE LA VISITA. HORA DE LLEGADA Y DE
      *           SALIDA, PROCEDIMIENTOS (CUPS SEPARADOS POR ";"),
      *           INSUMOS (ARTICULO,CANTIDAD SEPARADOS POR ";") Y NOTA
      *           LLEGAN EN LA VARIABLE "visita". DEVUELVE EL NUMERO
      *           DEL CARGO Y "S"/"A" DE LA AUTORIZACION.
      *         - OPC "V": VISITAS DE UN PACIENTE, O DE UN PROFESIONAL
      *           SIN PACIENTE, EN UN RANGO DE FECHAS.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER949".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-DOMIC.CBL".
       COPY "..\..\FUENTES\FS-VISDO.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-DOMIC.CBL".
       COPY "..\..\FUENTES\FD-VISDO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".
       COPY "..\..\FUENTES\LNK-AUTOR.CBL".

       77 PACIE-W                PIC X(70).
       77 NOM-DOM-W              PIC X(70).
       77 NOM-VDO-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-AUT-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).
       77 K                      PIC 9(4).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 ZONA-LLEGAD-W          PIC X(4).
          02 EQUIPO-LLEGAD-W        PIC X(4).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 MODALIDAD-LLEGAD-W     PIC X.
          02 DISCIP-LLEGAD-W        PIC 9.
          02 PROF-LLEGAD-W          PIC X(10).
          02 CUPS-LLEGAD-W          PIC X(8).
          02 FREC-LLEGAD-W          PIC 9(3).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 FECHA-FIN-LLEGAD-W     PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

       01 DATO-DOMICILIO-LLEGAD-W.
          02 DIRECCION-LLEGAD-W     PIC X(60).
          02 BARRIO-LLEGAD-W        PIC X(30).
          02 TELEFONO-LLEGAD-W      PIC X(15).
          02 CUIDADOR-LLEGAD-W      PIC X(40).

       01 LINEA-VISITA-W            PIC X(500).

       01 DATO-VISITA-LLEGAD-W.
          02 LLEGA-LLEGAD-W         PIC 9(4).
          02 SALE-LLEGAD-W          PIC 9(4).
          02 PROCED-LLEGAD-W        PIC X(50).
          02 INSUMOS-LLEGAD-W       PIC X(150).
          02 NOTA-LLEGAD-W          PIC X(200).

       01 TABLA-INSUMOS-W.
          02 INSUMO-TXT-W           PIC X(30) OCCURS 5.

       01 DOC-VISITA-W.
          02 PACI-DOC-W             PIC 9(11).
          02 DISCIP-DOC-W           PIC 9.
          02 FECHA-DOC-W            PIC 9(8).
          02 CONSEC-DOC-W           PIC 9.

       01 TABLA-COD-DISCIP-W.
          02 FILLER             PIC X(36)
             VALUE "MEDICINA    ENFERMERIA  FISIOTERAPIA".
       01 TABLA-COD-DISCIP-R REDEFINES TABLA-COD-DISCIP-W.
          02 NOMBRE-DISCIP-W    PIC X(12) OCCURS 3.

       01 VARIABLES.
          02 NRO-EDIT-W         PIC 9(8).
          02 RESPUESTA-W        PIC X.
          02 DIAS-FECHA-W       PIC S9(9).
          02 DIAS-ULTIMA-W      PIC S9(9).
          02 ULTIMA-VISITA-W    PIC 9(8).
          02 ESTADO-RUTA-W      PIC X.
          02 CANT-INS-W         PIC 9(5).
          02 CANT-PEND-W        PIC 9(5) VALUE 0.
          02 CANT-HECHAS-W      PIC 9(5) VALUE 0.
          02 CANT-LISTA-W       PIC 9(5) VALUE 0.
          02 NOMBRE-PACI-W      PIC X(50).
          02 CONSEC-NUEVO-W     PIC 9.
          02 PROF-VISITA-W      PIC X(10).
          02 CUPS-VISITA-W      PIC X(8).

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
              MOVE "SER949"                TO MSJ3-HTML
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
              MOVE "SER949"                TO MSJ3-HTML
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
              MOVE "SER949"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DOMIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DOMICILIO.
       ESCR-EXCEP-DOMIC.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-DOM-W               TO MSJ2-HTML
              MOVE "SER949"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-VISDO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-VISITA-DOM.
       ESCR-EXCEP-VISDO.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-VDO-W               TO MSJ2-HTML
              MOVE "SER949"                TO MSJ3-HTML
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
              MOVE "SER949"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER949" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W DATO-DOMICILIO-LLEGAD-W
                      DATO-VISITA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, ZONA-LLEGAD-W,
                   EQUIPO-LLEGAD-W, CONTRATO-LLEGAD-W,
                   MODALIDAD-LLEGAD-W, DISCIP-LLEGAD-W,
                   PROF-LLEGAD-W, CUPS-LLEGAD-W, FREC-LLEGAD-W,
                   FECHA-LLEGAD-W, FECHA-FIN-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "domicilio" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO DIRECCION-LLEGAD-W, BARRIO-LLEGAD-W,
                   TELEFONO-LLEGAD-W, CUIDADOR-LLEGAD-W
           END-UNSTRING.

           MOVE "visita" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-VISITA-W

           UNSTRING LINEA-VISITA-W DELIMITED BY "|"
              INTO LLEGA-LLEGAD-W, SALE-LLEGAD-W,
                   PROCED-LLEGAD-W, INSUMOS-LLEGAD-W,
                   NOTA-LLEGAD-W
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
              MOVE "SER949"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-DOM-W
           MOVE "\\" TO NOM-DOM-W

           INSPECT NOM-DOM-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-DOM-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-DOM-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-DOM-W TO NOM-VDO-W NOM-CRG-W NOM-AUT-W PACIE-W

           INSPECT NOM-DOM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDOM.DAT"
           INSPECT NOM-VDO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHVDO.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT NOM-AUT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAUT.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER949-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-DOMICILIO.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-DOMICILIO
              CLOSE       ARCHIVO-DOMICILIO
              OPEN I-O    ARCHIVO-DOMICILIO
           END-IF.

           OPEN I-O ARCHIVO-VISITA-DOM.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-VISITA-DOM
              CLOSE       ARCHIVO-VISITA-DOM
              OPEN I-O    ARCHIVO-VISITA-DOM
           END-IF.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF
           MOVE ZEROS TO NRO-EDIT-W
           MOVE SPACE TO RESPUESTA-W

           EVALUATE OPC-LLEGAD-W
             WHEN "I"   GO TO INSCRIBIR-PACIENTE
             WHEN "P"   GO TO GRABAR-PLAN
             WHEN "G"   GO TO EGRESAR-PACIENTE
             WHEN "L"   GO TO LISTAR-INSCRITOS
             WHEN "H"   GO TO HOJA-DE-RUTA
             WHEN "C"   GO TO CUMPLIR-VISITA
             WHEN "V"   GO TO LISTAR-VISITAS
             WHEN OTHER
                  CLOSE ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER949"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "I" - INSCRIBE O ACTUALIZA EL PACIENTE. UN EGRESADO QUE
      *           VUELVE AL PROGRAMA QUEDA CON NUEVO INGRESO.
      *=================================================================
       INSCRIBIR-PACIENTE.
           IF PACI-LLEGAD-W = ZEROS
           OR ZONA-LLEGAD-W = SPACES
           OR CONTRATO-LLEGAD-W = SPACES
              MOVE "Faltan paciente, zona o contrato" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF MODALIDAD-LLEGAD-W = SPACE
              MOVE "C" TO MODALIDAD-LLEGAD-W
           END-IF
           IF MODALIDAD-LLEGAD-W NOT = "H" AND NOT = "C" AND NOT = "P"
              MOVE "Modalidad no valida"         TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-PACIENTES
              MOVE "Paciente no existe"          TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF DIRECCION-LLEGAD-W = SPACES
              MOVE DIRECC-PACI    TO DIRECCION-LLEGAD-W
           END-IF
           IF TELEFONO-LLEGAD-W = SPACES
              MOVE TELEFONO-PACI  TO TELEFONO-LLEGAD-W
           END-IF
           CLOSE ARCHIVO-PACIENTES

           MOVE PACI-LLEGAD-W TO COD-PACI-DOM
           READ ARCHIVO-DOMICILIO
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT NOT = "00"
              INITIALIZE REG-DOMICILIO
              MOVE PACI-LLEGAD-W  TO COD-PACI-DOM
           END-IF
           IF OTR-STAT NOT = "00" OR DOM-EGRESADO
              MOVE "A"            TO ESTADO-DOM
              MOVE FECHA-LLEGAD-W TO FECHA-INGRESO-DOM
              MOVE ZEROS          TO FECHA-EGRESO-DOM
           END-IF

           MOVE ZONA-LLEGAD-W      TO ZONA-DOM
           MOVE BARRIO-LLEGAD-W    TO BARRIO-DOM
           MOVE DIRECCION-LLEGAD-W TO DIRECCION-DOM
           MOVE TELEFONO-LLEGAD-W  TO TELEFONO-DOM
           MOVE CUIDADOR-LLEGAD-W  TO CUIDADOR-DOM
           MOVE EQUIPO-LLEGAD-W    TO EQUIPO-DOM
           MOVE CONTRATO-LLEGAD-W  TO CONTRATO-DOM
           MOVE MODALIDAD-LLEGAD-W TO MODALIDAD-DOM
           MOVE OPER-LLEGAD-W      TO OPER-DOM
           MOVE FECHA-TOTAL        TO FECHA-MOD-DOM

           IF OTR-STAT = "00"
              REWRITE REG-DOMICILIO END-REWRITE
           ELSE
              MOVE "00" TO OTR-STAT
              WRITE REG-DOMICILIO END-WRITE
           END-IF

           CLOSE ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "P" - PLAN DE VISITAS DE UNA DISCIPLINA
      *=================================================================
       GRABAR-PLAN.
           PERFORM LEER-INSCRITO

           IF DISCIP-LLEGAD-W < 1 OR DISCIP-LLEGAD-W > 3
              MOVE "Disciplina no valida"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE DISCIP-LLEGAD-W TO K

           IF FREC-LLEGAD-W = ZEROS
              INITIALIZE PLAN-DOM (K)
           ELSE
              IF PROF-LLEGAD-W = SPACES
              OR CUPS-LLEGAD-W = SPACES
                 MOVE "Faltan profesional o CUPS de la visita"
                                                 TO MSJ2-HTML
                 GO TO ERROR-DATOS
              END-IF
              MOVE PROF-LLEGAD-W      TO PROF-PLAN-DOM (K)
              MOVE CUPS-LLEGAD-W      TO CUPS-PLAN-DOM (K)
              MOVE FREC-LLEGAD-W      TO FREC-PLAN-DOM (K)
              MOVE FECHA-LLEGAD-W     TO FECHA-INI-PLAN-DOM (K)
              MOVE FECHA-FIN-LLEGAD-W TO FECHA-FIN-PLAN-DOM (K)
           END-IF

           MOVE OPER-LLEGAD-W TO OPER-DOM
           MOVE FECHA-TOTAL   TO FECHA-MOD-DOM
           REWRITE REG-DOMICILIO END-REWRITE

           CLOSE ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "G" - EGRESO DEL PROGRAMA
      *=================================================================
       EGRESAR-PACIENTE.
           PERFORM LEER-INSCRITO

           MOVE "E"            TO ESTADO-DOM
           MOVE FECHA-LLEGAD-W TO FECHA-EGRESO-DOM
           MOVE OPER-LLEGAD-W  TO OPER-DOM
           MOVE FECHA-TOTAL    TO FECHA-MOD-DOM
           REWRITE REG-DOMICILIO END-REWRITE

           CLOSE ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           MOVE "S" TO RESPUESTA-W
           GO TO ENVIO-DATOS.

       LEER-INSCRITO.
           MOVE PACI-LLEGAD-W TO COD-PACI-DOM
           READ ARCHIVO-DOMICILIO
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT NOT = "00" OR NOT DOM-ACTIVO
              MOVE "Paciente no esta activo en el programa"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF.

       ERROR-DATOS.
           CLOSE ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           MOVE "99"                             TO MSJ1-HTML
           MOVE "SER949"                         TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

      *=================================================================
      * OPC "L" - PACIENTES ACTIVOS EN ORDEN DE ZONA Y BARRIO; CON
      *           ZONA SOLO LOS DE ESA ZONA
      *=================================================================
       LISTAR-INSCRITOS.
           OPEN INPUT  ARCHIVO-PACIENTES
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*PACIENTES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM UBICAR-ZONA
           PERFORM LEER-INSCRITOS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W                DELIMITED BY SIZE
                  "}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PACIENTES
                 ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           GO TO ENVIO-DATOS.

       UBICAR-ZONA.
           INITIALIZE RUTA-DOM
           MOVE ZONA-LLEGAD-W TO ZONA-DOM
           START ARCHIVO-DOMICILIO KEY IS NOT LESS RUTA-DOM
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       LEER-INSCRITOS.
           READ ARCHIVO-DOMICILIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ZONA-LLEGAD-W NOT = SPACES
              AND ZONA-DOM NOT = ZONA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF DOM-ACTIVO
                    PERFORM ESCRIBIR-INSCRITO
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-INSCRITO.
           ADD 1 TO CANT-LISTA-W
           PERFORM BUSCAR-NOMBRE

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-DOM        DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-PACI-W       DELIMITED BY "  "
                  "*,*ZONA*:*"        DELIMITED BY SIZE
                  ZONA-DOM            DELIMITED BY SIZE
                  "*,*BARRIO*:*"      DELIMITED BY SIZE
                  BARRIO-DOM          DELIMITED BY "  "
                  "*,*DIRECCION*:*"   DELIMITED BY SIZE
                  DIRECCION-DOM       DELIMITED BY "  "
                  "*,*TELEFONO*:*"    DELIMITED BY SIZE
                  TELEFONO-DOM        DELIMITED BY "  "
                  "*,*EQUIPO*:*"      DELIMITED BY SIZE
                  EQUIPO-DOM          DELIMITED BY SIZE
                  "*,*CONTRATO*:*"    DELIMITED BY SIZE
                  CONTRATO-DOM        DELIMITED BY SIZE
                  "*,*MODALIDAD*:*"   DELIMITED BY SIZE
                  MODALIDAD-DOM       DELIMITED BY SIZE
                  "*,*INGRESO*:*"     DELIMITED BY SIZE
                  FECHA-INGRESO-DOM   DELIMITED BY SIZE
                  "*,*FRECUENCIAS*:*" DELIMITED BY SIZE
                  FREC-PLAN-DOM (1)   DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  FREC-PLAN-DOM (2)   DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  FREC-PLAN-DOM (3)   DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       BUSCAR-NOMBRE.
           MOVE SPACES       TO NOMBRE-PACI-W
           MOVE COD-PACI-DOM TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              MOVE DESCRIP-PACI TO NOMBRE-PACI-W
           END-IF
           MOVE "00" TO OTR-STAT.

      *=================================================================
      * OPC "H" - HOJA DE RUTA DEL PROFESIONAL PARA LA FECHA. LE TOCA
      *           VISITA AL PACIENTE CUYO PLAN VIGENTE EN ESA
      *           DISCIPLINA ES DEL PROFESIONAL Y CUYA ULTIMA VISITA
      *           CUMPLIDA TIENE YA LA FRECUENCIA DE DIAS (O NO TIENE
      *           NINGUNA). SALE EN ORDEN DE ZONA Y BARRIO.
      *=================================================================
       HOJA-DE-RUTA.
           IF PROF-LLEGAD-W = SPACES
              MOVE "Falta el profesional"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           COMPUTE DIAS-FECHA-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-LLEGAD-W)

           OPEN INPUT  ARCHIVO-PACIENTES
           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PROFESIONAL*:*"  DELIMITED BY SIZE
                  PROF-LLEGAD-W       DELIMITED BY "  "
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-LLEGAD-W      DELIMITED BY SIZE
                  "*,*RUTA*:["        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM UBICAR-ZONA
           PERFORM LEER-RUTA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}],*PENDIENTES*:" DELIMITED BY SIZE
                  CANT-PEND-W                      DELIMITED BY SIZE
                  ",*REALIZADAS*:"                 DELIMITED BY SIZE
                  CANT-HECHAS-W                    DELIMITED BY SIZE
                  "}"                              DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PACIENTES
                 ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           GO TO ENVIO-DATOS.

       LEER-RUTA.
           READ ARCHIVO-DOMICILIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ZONA-LLEGAD-W NOT = SPACES
              AND ZONA-DOM NOT = ZONA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF DOM-ACTIVO
                    PERFORM EVALUAR-DISCIPLINA VARYING K FROM 1 BY 1
                            UNTIL K > 3
                 END-IF
              END-IF
           END-IF.

       EVALUAR-DISCIPLINA.
           IF  PROF-PLAN-DOM (K) = PROF-LLEGAD-W
           AND FREC-PLAN-DOM (K) > ZEROS
           AND FECHA-INI-PLAN-DOM (K) NOT > FECHA-LLEGAD-W
           AND (FECHA-FIN-PLAN-DOM (K) = ZEROS
                OR FECHA-FIN-PLAN-DOM (K) NOT < FECHA-LLEGAD-W)
              PERFORM BUSCAR-ULTIMA-VISITA
              MOVE SPACE TO ESTADO-RUTA-W
              IF ULTIMA-VISITA-W = FECHA-LLEGAD-W
                 MOVE "R" TO ESTADO-RUTA-W
                 ADD 1    TO CANT-HECHAS-W
              ELSE
                 IF ULTIMA-VISITA-W = ZEROS
                    MOVE "P" TO ESTADO-RUTA-W
                 ELSE
                    COMPUTE DIAS-ULTIMA-W =
                            FUNCTION INTEGER-OF-DATE (ULTIMA-VISITA-W)
                    IF DIAS-FECHA-W - DIAS-ULTIMA-W
                       NOT < FREC-PLAN-DOM (K)
                       MOVE "P" TO ESTADO-RUTA-W
                    END-IF
                 END-IF
                 IF ESTADO-RUTA-W = "P"
                    ADD 1 TO CANT-PEND-W
                 END-IF
              END-IF
              IF ESTADO-RUTA-W NOT = SPACE
                 PERFORM ESCRIBIR-RUTA
              END-IF
           END-IF.

      *    ULTIMA VISITA CUMPLIDA DEL PACIENTE EN LA DISCIPLINA HASTA
      *    LA FECHA DE LA HOJA (CEROS SI NO TIENE).
       BUSCAR-ULTIMA-VISITA.
           MOVE ZEROS          TO ULTIMA-VISITA-W
           MOVE COD-PACI-DOM   TO COD-PACI-VDO
           MOVE K              TO DISCIP-VDO
           MOVE FECHA-LLEGAD-W TO FECHA-VDO
           MOVE 9              TO CONSEC-VDO
           START ARCHIVO-VISITA-DOM KEY IS NOT GREATER LLAVE-VDO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-VISITA-DOM PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF  OTR-STAT = "00"
           AND COD-PACI-VDO = COD-PACI-DOM
           AND DISCIP-VDO = K
              MOVE FECHA-VDO TO ULTIMA-VISITA-W
           END-IF
           MOVE "00" TO OTR-STAT.

       ESCRIBIR-RUTA.
           PERFORM BUSCAR-NOMBRE

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-DOM        DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-PACI-W       DELIMITED BY "  "
                  "*,*ZONA*:*"        DELIMITED BY SIZE
                  ZONA-DOM            DELIMITED BY SIZE
                  "*,*BARRIO*:*"      DELIMITED BY SIZE
                  BARRIO-DOM          DELIMITED BY "  "
                  "*,*DIRECCION*:*"   DELIMITED BY SIZE
                  DIRECCION-DOM       DELIMITED BY "  "
                  "*,*TELEFONO*:*"    DELIMITED BY SIZE
                  TELEFONO-DOM        DELIMITED BY "  "
                  "*,*CUIDADOR*:*"    DELIMITED BY SIZE
                  CUIDADOR-DOM        DELIMITED BY "  "
                  "*,*DISCIPLINA*:*"  DELIMITED BY SIZE
                  NOMBRE-DISCIP-W (K) DELIMITED BY " "
                  "*,*CUPS*:*"        DELIMITED BY SIZE
                  CUPS-PLAN-DOM (K)   DELIMITED BY " "
                  "*,*ULTIMA*:*"      DELIMITED BY SIZE
                  ULTIMA-VISITA-W     DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-RUTA-W       DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "C" - CUMPLE LA VISITA: DESCUENTA LA AUTORIZACION DEL CUPS
      *           DE LA VISITA, DEJA EL CARGO POR FACTURAR AL CONTRATO
      *           DEL PACIENTE Y GRABA LA VISITA CON AMBOS NUMEROS.
      *           SIN AUTORIZACION LA VISITA SE GRABA ALERTADA ("A").
      *=================================================================
       CUMPLIR-VISITA.
           PERFORM LEER-INSCRITO

           IF DISCIP-LLEGAD-W < 1 OR DISCIP-LLEGAD-W > 3
              MOVE "Disciplina no valida"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE DISCIP-LLEGAD-W TO K

           MOVE CUPS-LLEGAD-W TO CUPS-VISITA-W
           IF CUPS-VISITA-W = SPACES
              MOVE CUPS-PLAN-DOM (K) TO CUPS-VISITA-W
           END-IF
           MOVE PROF-LLEGAD-W TO PROF-VISITA-W
           IF PROF-VISITA-W = SPACES
              MOVE PROF-PLAN-DOM (K) TO PROF-VISITA-W
           END-IF

           IF CUPS-VISITA-W = SPACES OR PROF-VISITA-W = SPACES
              MOVE "La disciplina no tiene plan ni CUPS de visita"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF LLEGA-LLEGAD-W = ZEROS
           OR SALE-LLEGAD-W NOT > LLEGA-LLEGAD-W
              MOVE "Horas de llegada y salida no validas"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           PERFORM NUEVO-CONSECUTIVO

           MOVE COD-PACI-DOM   TO PACI-DOC-W
           MOVE K              TO DISCIP-DOC-W
           MOVE FECHA-LLEGAD-W TO FECHA-DOC-W
           MOVE CONSEC-NUEVO-W TO CONSEC-DOC-W

           INITIALIZE REG-AUTOR-LNK
           MOVE NOM-AUT-W      TO NOM-AUT-AUTOR-LNK
           MOVE COD-PACI-DOM   TO PACI-AUTOR-LNK
           MOVE CONTRATO-DOM   TO CONTRATO-AUTOR-LNK
           MOVE CUPS-VISITA-W  TO CUPS-AUTOR-LNK
           MOVE FECHA-LLEGAD-W TO FECHA-AUTOR-LNK
           CALL "SER922R" USING REG-AUTOR-LNK
           CANCEL "SER922R"
           MOVE RESPUESTA-AUTOR-LNK TO RESPUESTA-W

           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W      TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-DOM   TO PACI-CARGO-LNK
           MOVE CONTRATO-DOM   TO CONTRATO-CARGO-LNK
           MOVE "S"            TO CLASE-CARGO-LNK
           MOVE CUPS-VISITA-W  TO CODIGO-CARGO-LNK
           MOVE 1              TO CANTIDAD-CARGO-LNK
           MOVE FECHA-LLEGAD-W TO FECHA-CARGO-LNK
           MOVE "SER949"       TO ORIGEN-CARGO-LNK
           MOVE DOC-VISITA-W   TO DOC-CARGO-LNK
           MOVE PROF-VISITA-W  TO PROFESIONAL-CARGO-LNK
           MOVE NRO-AUT-AUTOR-LNK TO NRO-AUT-CARGO-LNK
           MOVE OPER-LLEGAD-W  TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           INITIALIZE REG-VISITA-DOM
           MOVE COD-PACI-DOM      TO COD-PACI-VDO
           MOVE K                 TO DISCIP-VDO
           MOVE FECHA-LLEGAD-W    TO FECHA-VDO FECHA-PROF-VDO
           MOVE CONSEC-NUEVO-W    TO CONSEC-VDO
           MOVE PROF-VISITA-W     TO PROF-VDO
           MOVE LLEGA-LLEGAD-W    TO HORA-LLEGA-VDO
           MOVE SALE-LLEGAD-W     TO HORA-SALE-VDO
           MOVE CUPS-VISITA-W     TO CUPS-VDO
           MOVE NOTA-LLEGAD-W     TO NOTA-VDO
           MOVE NRO-CARGO-LNK     TO NRO-CARGO-VDO
           MOVE NRO-AUT-AUTOR-LNK TO NRO-AUT-VDO
           MOVE RESPUESTA-W       TO ALERTA-AUT-VDO
           MOVE OPER-LLEGAD-W     TO OPER-VDO
           MOVE FECHA-TOTAL       TO FECHA-REG-VDO

           UNSTRING PROCED-LLEGAD-W DELIMITED BY ";"
              INTO PROCED-VDO (1), PROCED-VDO (2), PROCED-VDO (3),
                   PROCED-VDO (4), PROCED-VDO (5)
           END-UNSTRING

           INITIALIZE TABLA-INSUMOS-W
           UNSTRING INSUMOS-LLEGAD-W DELIMITED BY ";"
              INTO INSUMO-TXT-W (1), INSUMO-TXT-W (2),
                   INSUMO-TXT-W (3), INSUMO-TXT-W (4),
                   INSUMO-TXT-W (5)
           END-UNSTRING
           PERFORM SEPARAR-INSUMO VARYING I FROM 1 BY 1 UNTIL I > 5

           WRITE REG-VISITA-DOM END-WRITE

           MOVE NRO-CARGO-LNK TO NRO-EDIT-W
           CLOSE ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           GO TO ENVIO-DATOS.

      *    HASTA 9 VISITAS DE LA MISMA DISCIPLINA EL MISMO DIA.
       NUEVO-CONSECUTIVO.
           MOVE 1              TO CONSEC-NUEVO-W
           MOVE COD-PACI-DOM   TO COD-PACI-VDO
           MOVE K              TO DISCIP-VDO
           MOVE FECHA-LLEGAD-W TO FECHA-VDO
           MOVE 9              TO CONSEC-VDO
           START ARCHIVO-VISITA-DOM KEY IS NOT GREATER LLAVE-VDO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-VISITA-DOM PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF  OTR-STAT = "00"
           AND COD-PACI-VDO = COD-PACI-DOM
           AND DISCIP-VDO = K
           AND FECHA-VDO = FECHA-LLEGAD-W
              IF CONSEC-VDO = 9
                 MOVE "Ya hay 9 visitas de la disciplina en el dia"
                                                 TO MSJ2-HTML
                 GO TO ERROR-DATOS
              END-IF
              COMPUTE CONSEC-NUEVO-W = CONSEC-VDO + 1
           END-IF
           MOVE "00" TO OTR-STAT.

       SEPARAR-INSUMO.
           MOVE ZEROS TO CANT-INS-W
           IF INSUMO-TXT-W (I) NOT = SPACES
              UNSTRING INSUMO-TXT-W (I) DELIMITED BY ","
                 INTO COD-INS-VDO (I), CANT-INS-W
              END-UNSTRING
              IF CANT-INS-W = ZEROS
                 MOVE 1 TO CANT-INS-W
              END-IF
              MOVE CANT-INS-W TO CANT-INS-VDO (I)
           END-IF.

      *=================================================================
      * OPC "V" - VISITAS DE UN PACIENTE (O DE UN PROFESIONAL SI NO
      *           LLEGA PACIENTE) ENTRE FECHA Y FECHA FINAL
      *=================================================================
       LISTAR-VISITAS.
           IF FECHA-FIN-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-FIN-LLEGAD-W
           END-IF

           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*VISITAS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           IF PACI-LLEGAD-W NOT = ZEROS
              INITIALIZE LLAVE-VDO
              MOVE PACI-LLEGAD-W TO COD-PACI-VDO
              START ARCHIVO-VISITA-DOM KEY IS NOT LESS LLAVE-VDO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
           ELSE
              MOVE PROF-LLEGAD-W  TO PROF-VDO
              MOVE FECHA-LLEGAD-W TO FECHA-PROF-VDO
              START ARCHIVO-VISITA-DOM KEY IS NOT LESS LLAVE-PROF-VDO
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
           END-IF

           PERFORM LEER-VISITAS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:**}],*TOTAL*:" DELIMITED BY SIZE
                  CANT-LISTA-W                DELIMITED BY SIZE
                  "}"                         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-DOMICILIO ARCHIVO-VISITA-DOM
           GO TO ENVIO-DATOS.

       LEER-VISITAS.
           READ ARCHIVO-VISITA-DOM NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF PACI-LLEGAD-W NOT = ZEROS
                 IF COD-PACI-VDO NOT = PACI-LLEGAD-W
                    MOVE "10" TO OTR-STAT
                 ELSE
                    IF  FECHA-VDO NOT < FECHA-LLEGAD-W
                    AND FECHA-VDO NOT > FECHA-FIN-LLEGAD-W
                       PERFORM ESCRIBIR-VISITA
                    END-IF
                 END-IF
              ELSE
                 IF PROF-VDO NOT = PROF-LLEGAD-W
                 OR FECHA-PROF-VDO > FECHA-FIN-LLEGAD-W
                    MOVE "10" TO OTR-STAT
                 ELSE
                    PERFORM ESCRIBIR-VISITA
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-VISITA.
           ADD 1 TO CANT-LISTA-W
           MOVE DISCIP-VDO TO K

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-VDO        DELIMITED BY SIZE
                  "*,*DISCIPLINA*:*"  DELIMITED BY SIZE
                  NOMBRE-DISCIP-W (K) DELIMITED BY " "
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-VDO           DELIMITED BY SIZE
                  "*,*PROFESIONAL*:*" DELIMITED BY SIZE
                  PROF-VDO            DELIMITED BY "  "
                  "*,*LLEGADA*:*"     DELIMITED BY SIZE
                  HORA-LLEGA-VDO      DELIMITED BY SIZE
                  "*,*SALIDA*:*"      DELIMITED BY SIZE
                  HORA-SALE-VDO       DELIMITED BY SIZE
                  "*,*CUPS*:*"        DELIMITED BY SIZE
                  CUPS-VDO            DELIMITED BY " "
                  "*,*PROCEDIMIENTOS*:*" DELIMITED BY SIZE
                  TABLA-PROCED-VDO    DELIMITED BY "  "
                  "*,*CARGO*:*"       DELIMITED BY SIZE
                  NRO-CARGO-VDO       DELIMITED BY SIZE
                  "*,*AUTORIZACION*:*" DELIMITED BY SIZE
                  NRO-AUT-VDO         DELIMITED BY "  "
                  "*,*ALERTA*:*"      DELIMITED BY SIZE
                  ALERTA-AUT-VDO      DELIMITED BY SIZE
                  "*,*NOTA*:*"        DELIMITED BY SIZE
                  NOTA-VDO            DELIMITED BY "  "
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ENVIO-DATOS.
           MOVE SPACES TO LIN-JSON-W
           STRING "00|"        DELIMITED BY SIZE
                  NRO-EDIT-W   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  RESPUESTA-W  DELIMITED BY SIZE
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
