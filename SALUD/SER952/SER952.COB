      *=================================================================
      * SALUD - BITACORA DE DESPACHO DE AMBULANCIAS Y COBRO DEL
      *         TRASLADO (SC-ARCHAMB). TRASLADO ASISTENCIAL BASICO
      *         (TAB) O MEDICALIZADO (TAM), PRIMARIO O ENTRE
      *         INSTITUCIONES (CON LA REMISION DE SER935).
      *         - OPC "S": SOLICITUD DEL TRASLADO CON LA HORA, EL
      *           PACIENTE, CONTRATO, ORIGEN Y DESTINO (VARIABLES
      *           "origen" Y "destino"). CON REMISION EL DESTINO ES LA
      *           IPS RECEPTORA.
      *         - OPC "D": DESPACHO CON VEHICULO (ARCHCARR),
      *           TRIPULACION, HORA Y KILOMETRAJE DE SALIDA. EL
      *           VEHICULO NO PUEDE ESTAR EN OTRO TRASLADO ABIERTO.
      *         - OPC "L": LLEGADA AL DESTINO.
      *         - OPC "R": REGRESO CON HORA Y KILOMETRAJE; CIERRA EL
      *           TRASLADO Y DEJA EL CARGO DEL CUPS AL CONTRATO DEL
      *           PACIENTE (SAL733R) CON LA AUTORIZACION (SER922R).
      *           CUPS POR DEFECTO: 601T01 TAB PRIMARIO, 601T02 TAB
      *           SECUNDARIO, 601T03 TAM PRIMARIO, 601T04 TAM
      *           SECUNDARIO.
      *         - OPC "A": ANULA UN TRASLADO ABIERTO (MOTIVO EN LA
      *           VARIABLE "observ").
      *         - OPC "C": CONSULTA UN TRASLADO.
      *         - OPC "P": TRASLADOS ABIERTOS CON MINUTOS DE ESPERA.
      *         - OPC "M": INFORME DEL MES: TRASLADOS, TIEMPO DE
      *           RESPUESTA (SOLICITUD A SALIDA), DURACION (SALIDA A
      *           REGRESO) Y KILOMETROS POR VEHICULO. LOS VIAJES Y
      *           KILOMETROS LOS TOMA TAMBIEN TAX904 PARA EL COSTO
      *           POR KILOMETRO DEL VEHICULO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER952".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-REMIS.CBL".
       COPY "..\..\FUENTES\FS-AMBUL.CBL".

           SELECT ARCHIVO-CARROS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CARROS-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE DYNAMIC;
                  RECORD KEY IS CODIGO-CAR
                  ALTERNATE RECORD KEY IS PROPIET-CAR
                  ALTERNATE RECORD KEY IS INTERNO-CAR
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
       COPY "..\..\FUENTES\FD-REMIS.CBL".
       COPY "..\..\FUENTES\FD-AMBUL.CBL".
       COPY "..\..\FUENTES\FD-CARRO.CBL".

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
       77 NOM-REM-W              PIC X(70).
       77 NOM-AMB-W              PIC X(70).
       77 NOM-CARROS-W           PIC X(70).
       77 NOM-AUT-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 NRO-LLEGAD-W           PIC 9(8).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 REMISION-LLEGAD-W      PIC 9(6).
          02 TIPO-LLEGAD-W          PIC X.
          02 CLASE-LLEGAD-W         PIC X.
          02 VEHICULO-LLEGAD-W      PIC X(6).
          02 CONDUCTOR-LLEGAD-W     PIC X(10).
          02 AUXILIAR-LLEGAD-W      PIC X(10).
          02 MEDICO-LLEGAD-W        PIC X(10).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 KM-LLEGAD-W            PIC 9(7).
          02 CUPS-LLEGAD-W          PIC X(8).
          02 MES-LLEGAD-W           PIC 9(6).
          02 OPER-LLEGAD-W          PIC X(4).

       01 ORIGEN-LLEGAD-W           PIC X(40).
       01 DESTINO-LLEGAD-W          PIC X(40).
       01 OBSERV-LLEGAD-W           PIC X(100).

       01 TABLA-CUPS-AMB-W.
          02 FILLER             PIC X(40)
             VALUE "BP601T01  BI601T02  MP601T03  MI601T04  ".
       01 TABLA-CUPS-AMB-R REDEFINES TABLA-CUPS-AMB-W.
          02 CUPS-AMB-TAB-W     OCCURS 4.
             03 TIPO-CLASE-TAB-W PIC XX.
             03 CUPS-TAB-W       PIC X(8).

       01 MOMENTO-W.
          02 FECHA-CALC-W       PIC 9(8).
          02 HORA-CALC-W        PIC 9(4).
          02 HORA-CALC-R REDEFINES HORA-CALC-W.
             03 HH-CALC-W       PIC 99.
             03 MM-CALC-W       PIC 99.
          02 MINUTOS-CALC-W     PIC S9(11).

       01 TABLA-VEHICULOS-W.
          02 DET-VEH-W OCCURS 20.
             03 VEHICULO-VEH-W  PIC X(6).
             03 VIAJES-VEH-W    PIC 9(5).
             03 BASICOS-VEH-W   PIC 9(5).
             03 MEDICAL-VEH-W   PIC 9(5).
             03 KM-VEH-W        PIC 9(7).
             03 MIN-RESP-VEH-W  PIC 9(9).
             03 MIN-DUR-VEH-W   PIC 9(9).

       01 VARIABLES.
          02 NRO-EDIT-W         PIC 9(8)  VALUE ZEROS.
          02 RESPUESTA-W        PIC X.
          02 NRO-NUEVO-W        PIC 9(8).
          02 TIPO-CLASE-W       PIC XX.
          02 MIN-DESDE-W        PIC S9(11).
          02 MIN-RESP-W         PIC 9(9).
          02 MIN-DUR-W          PIC 9(9).
          02 MIN-ESPERA-W       PIC 9(9).
          02 KM-RECORRIDO-W     PIC 9(7).
          02 PROMEDIO-W         PIC 9(7).
          02 CANT-LISTA-W       PIC 9(5)  VALUE 0.
          02 N-VEH-W            PIC 99    VALUE 0.
          02 SW-OCUPADO-W       PIC X.
          02 SW-HALLADO-W       PIC X.
          02 NRO-PROPIO-W       PIC 9(8).
          02 FECHA-INI-MES-W    PIC 9(8).
          02 K                  PIC 99.

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
              MOVE "SER952"                TO MSJ3-HTML
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
              MOVE "SER952"                TO MSJ3-HTML
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
              MOVE "SER952"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-REMIS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-REMISIONES.
       ESCR-EXCEP-REMIS.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-REM-W               TO MSJ2-HTML
              MOVE "SER952"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-AMBUL SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TRASLADOS.
       ESCR-EXCEP-AMBUL.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-AMB-W               TO MSJ2-HTML
              MOVE "SER952"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CARROS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CARROS.
       ESCR-EXCEP-CARROS.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CARROS-W            TO MSJ2-HTML
              MOVE "SER952"                TO MSJ3-HTML
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
              MOVE "SER952"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER952" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, PACI-LLEGAD-W,
                   CONTRATO-LLEGAD-W, REMISION-LLEGAD-W,
                   TIPO-LLEGAD-W, CLASE-LLEGAD-W,
                   VEHICULO-LLEGAD-W, CONDUCTOR-LLEGAD-W,
                   AUXILIAR-LLEGAD-W, MEDICO-LLEGAD-W,
                   FECHA-LLEGAD-W, HORA-LLEGAD-W, KM-LLEGAD-W,
                   CUPS-LLEGAD-W, MES-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "origen" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO ORIGEN-LLEGAD-W
           MOVE "destino" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO DESTINO-LLEGAD-W
           MOVE "observ" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO OBSERV-LLEGAD-W
           INSPECT ORIGEN-LLEGAD-W  REPLACING ALL "*" BY " "
           INSPECT DESTINO-LLEGAD-W REPLACING ALL "*" BY " "
           INSPECT OBSERV-LLEGAD-W  REPLACING ALL "*" BY " "

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
              MOVE "SER952"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-AMB-W
           MOVE "\\" TO NOM-AMB-W

           INSPECT NOM-AMB-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-AMB-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-AMB-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-AMB-W TO NOM-REM-W NOM-CARROS-W NOM-AUT-W
                             NOM-CRG-W PACIE-W

           INSPECT NOM-AMB-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAMB.DAT"
           INSPECT NOM-REM-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHREM.DAT"
           INSPECT NOM-CARROS-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\ARCHCARR.DAT"
           INSPECT NOM-AUT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAUT.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER952-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ESCOGER-OPCION.
           OPEN I-O ARCHIVO-TRASLADOS.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-TRASLADOS
              CLOSE       ARCHIVO-TRASLADOS
              OPEN I-O    ARCHIVO-TRASLADOS
           END-IF.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL     TO FECHA-LLEGAD-W
           END-IF
           IF HORA-LLEGAD-W = ZEROS
              MOVE HORA-TOTAL(1:4) TO HORA-LLEGAD-W
           END-IF
           MOVE SPACE TO RESPUESTA-W

           EVALUATE OPC-LLEGAD-W
             WHEN "S"   GO TO SOLICITAR-TRASLADO
             WHEN "D"   GO TO DESPACHAR-TRASLADO
             WHEN "L"   GO TO LLEGADA-DESTINO
             WHEN "R"   GO TO REGRESO-TRASLADO
             WHEN "A"   GO TO ANULAR-TRASLADO
             WHEN "C"   GO TO CONSULTAR-TRASLADO
             WHEN "P"   GO TO LISTAR-ABIERTOS
             WHEN "M"   GO TO INFORME-MES
             WHEN OTHER
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  GO TO ERROR-DATOS
           END-EVALUATE.

      *=================================================================
      * OPC "S" - SOLICITUD. CON REMISION EL TRASLADO ES ENTRE
      *           INSTITUCIONES Y VA A LA IPS RECEPTORA.
      *=================================================================
       SOLICITAR-TRASLADO.
           IF REMISION-LLEGAD-W NOT = ZEROS
              PERFORM LEER-REMISION
              MOVE "I" TO CLASE-LLEGAD-W
           END-IF
           IF PACI-LLEGAD-W = ZEROS OR CONTRATO-LLEGAD-W = SPACES
              MOVE "Faltan paciente o contrato"        TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE TIPO-LLEGAD-W  TO TIPO-AMB
           MOVE CLASE-LLEGAD-W TO CLASE-AMB
           IF NOT TIPO-AMB-VALIDO OR NOT CLASE-AMB-VALIDA
              MOVE "Tipo o clase de traslado no valido" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF ORIGEN-LLEGAD-W = SPACES OR DESTINO-LLEGAD-W = SPACES
              MOVE "Faltan origen o destino del traslado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-PACIENTES
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           CLOSE ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              MOVE "Paciente no existe"                TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE 1        TO NRO-NUEVO-W
           MOVE 99999999 TO NRO-AMB
           START ARCHIVO-TRASLADOS KEY IS NOT GREATER LLAVE-AMB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           IF OTR-STAT = "00"
              READ ARCHIVO-TRASLADOS PREVIOUS RECORD
                   AT END MOVE "10" TO OTR-STAT
              END-READ
           END-IF
           IF OTR-STAT = "00"
              COMPUTE NRO-NUEVO-W = NRO-AMB + 1
           END-IF
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-TRASLADO
           MOVE NRO-NUEVO-W       TO NRO-AMB
           MOVE FECHA-LLEGAD-W    TO FECHA-SOL-AMB
           MOVE HORA-LLEGAD-W     TO HORA-SOL-AMB
           MOVE "S"               TO ESTADO-AMB
           MOVE TIPO-LLEGAD-W     TO TIPO-AMB
           MOVE CLASE-LLEGAD-W    TO CLASE-AMB
           MOVE PACI-LLEGAD-W     TO COD-PACI-AMB
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-AMB
           MOVE REMISION-LLEGAD-W TO CONSEC-REM-AMB
           IF REMISION-LLEGAD-W NOT = ZEROS
              MOVE IPS-DESTINO-REM TO IPS-DESTINO-AMB
           END-IF
           MOVE ORIGEN-LLEGAD-W   TO ORIGEN-AMB
           MOVE DESTINO-LLEGAD-W  TO DESTINO-AMB
           MOVE OBSERV-LLEGAD-W   TO OBSERV-AMB
           MOVE OPER-LLEGAD-W     TO OPER-AMB
           MOVE FECHA-TOTAL       TO FECHA-MOD-AMB
           WRITE REG-TRASLADO END-WRITE

           MOVE NRO-AMB TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-REMISION.
           OPEN INPUT ARCHIVO-REMISIONES
           MOVE REMISION-LLEGAD-W TO CONSEC-REM
           READ ARCHIVO-REMISIONES
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           CLOSE ARCHIVO-REMISIONES
           IF OTR-STAT NOT = "00"
              MOVE "No existe la remision"             TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF REM-RECHAZADA
              MOVE "La remision fue rechazada"         TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF PACI-LLEGAD-W = ZEROS
              MOVE COD-PACI-REM TO PACI-LLEGAD-W
           END-IF
           IF PACI-LLEGAD-W NOT = COD-PACI-REM
              MOVE "La remision es de otro paciente"   TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF.

      *=================================================================
      * OPC "D" - DESPACHO. BASICO: CONDUCTOR Y AUXILIAR; MEDICALIZADO
      *           ADEMAS EL MEDICO.
      *=================================================================
       DESPACHAR-TRASLADO.
           PERFORM LEER-TRASLADO
           IF NOT AMB-SOLICITADO
              MOVE "El traslado no esta pendiente de despacho"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF CONDUCTOR-LLEGAD-W = SPACES
           OR AUXILIAR-LLEGAD-W = SPACES
           OR (AMB-MEDICALIZADO AND MEDICO-LLEGAD-W = SPACES)
              MOVE "Tripulacion incompleta para el tipo de traslado"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF KM-LLEGAD-W = ZEROS
              MOVE "Falta el kilometraje de salida"    TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           OPEN INPUT ARCHIVO-CARROS
           MOVE VEHICULO-LLEGAD-W TO CODIGO-CAR
           READ ARCHIVO-CARROS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           CLOSE ARCHIVO-CARROS
           IF OTR-STAT NOT = "00"
              MOVE "Vehiculo no existe"                TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE NRO-AMB TO NRO-PROPIO-W
           MOVE "N"     TO SW-OCUPADO-W
           MOVE "D"     TO ESTADO-AMB
           PERFORM BUSCAR-VEHICULO-OCUPADO
           MOVE "L"     TO ESTADO-AMB
           PERFORM BUSCAR-VEHICULO-OCUPADO
           IF SW-OCUPADO-W = "S"
              MOVE "El vehiculo esta en otro traslado" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE NRO-PROPIO-W TO NRO-LLEGAD-W
           PERFORM LEER-TRASLADO

           MOVE FECHA-SOL-AMB TO FECHA-CALC-W
           MOVE HORA-SOL-AMB  TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           MOVE MINUTOS-CALC-W TO MIN-DESDE-W
           MOVE FECHA-LLEGAD-W TO FECHA-CALC-W
           MOVE HORA-LLEGAD-W  TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           IF MINUTOS-CALC-W < MIN-DESDE-W
              MOVE "La salida es anterior a la solicitud"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "D"                TO ESTADO-AMB
           MOVE VEHICULO-LLEGAD-W  TO VEHICULO-AMB
           MOVE CONDUCTOR-LLEGAD-W TO CONDUCTOR-AMB
           MOVE AUXILIAR-LLEGAD-W  TO AUXILIAR-AMB
           MOVE MEDICO-LLEGAD-W    TO MEDICO-AMB
           MOVE FECHA-LLEGAD-W     TO FECHA-SAL-AMB
           MOVE HORA-LLEGAD-W      TO HORA-SAL-AMB
           MOVE KM-LLEGAD-W        TO KM-SALIDA-AMB
           MOVE OPER-LLEGAD-W      TO OPER-AMB
           MOVE FECHA-TOTAL        TO FECHA-MOD-AMB
           REWRITE REG-TRASLADO END-REWRITE

           MOVE NRO-AMB TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       BUSCAR-VEHICULO-OCUPADO.
           START ARCHIVO-TRASLADOS KEY IS EQUAL ESTADO-AMB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           MOVE ESTADO-AMB TO RESPUESTA-W
           PERFORM LEER-OCUPADO UNTIL OTR-STAT NOT = "00"
           MOVE "00"  TO OTR-STAT
           MOVE SPACE TO RESPUESTA-W.

       LEER-OCUPADO.
           READ ARCHIVO-TRASLADOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ESTADO-AMB NOT = RESPUESTA-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF  VEHICULO-AMB = VEHICULO-LLEGAD-W
                 AND NRO-AMB NOT = NRO-PROPIO-W
                    MOVE "S"  TO SW-OCUPADO-W
                    MOVE "10" TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

      *=================================================================
      * OPC "L" - LLEGADA AL DESTINO
      *=================================================================
       LLEGADA-DESTINO.
           PERFORM LEER-TRASLADO
           IF NOT AMB-DESPACHADO
              MOVE "El traslado no ha salido"          TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE FECHA-SAL-AMB TO FECHA-CALC-W
           MOVE HORA-SAL-AMB  TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           MOVE MINUTOS-CALC-W TO MIN-DESDE-W
           MOVE FECHA-LLEGAD-W TO FECHA-CALC-W
           MOVE HORA-LLEGAD-W  TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           IF MINUTOS-CALC-W < MIN-DESDE-W
              MOVE "La llegada es anterior a la salida" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "L"            TO ESTADO-AMB
           MOVE FECHA-LLEGAD-W TO FECHA-LLE-AMB
           MOVE HORA-LLEGAD-W  TO HORA-LLE-AMB
           MOVE OPER-LLEGAD-W  TO OPER-AMB
           MOVE FECHA-TOTAL    TO FECHA-MOD-AMB
           REWRITE REG-TRASLADO END-REWRITE

           MOVE NRO-AMB TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "R" - REGRESO: CIERRA EL TRASLADO Y DEJA EL CARGO
      *=================================================================
       REGRESO-TRASLADO.
           PERFORM LEER-TRASLADO
           IF NOT AMB-EN-DESTINO
              MOVE "El traslado no ha llegado al destino"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF KM-LLEGAD-W < KM-SALIDA-AMB
              MOVE "Kilometraje de regreso menor al de salida"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE FECHA-LLE-AMB TO FECHA-CALC-W
           MOVE HORA-LLE-AMB  TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           MOVE MINUTOS-CALC-W TO MIN-DESDE-W
           MOVE FECHA-LLEGAD-W TO FECHA-CALC-W
           MOVE HORA-LLEGAD-W  TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           IF MINUTOS-CALC-W < MIN-DESDE-W
              MOVE "El regreso es anterior a la llegada"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           IF CUPS-LLEGAD-W = SPACES
              MOVE TIPO-AMB  TO TIPO-CLASE-W (1:1)
              MOVE CLASE-AMB TO TIPO-CLASE-W (2:1)
              PERFORM BUSCAR-CUPS VARYING K FROM 1 BY 1 UNTIL K > 4
           END-IF

           INITIALIZE REG-AUTOR-LNK
           MOVE NOM-AUT-W      TO NOM-AUT-AUTOR-LNK
           MOVE COD-PACI-AMB   TO PACI-AUTOR-LNK
           MOVE CONTRATO-AMB   TO CONTRATO-AUTOR-LNK
           MOVE CUPS-LLEGAD-W  TO CUPS-AUTOR-LNK
           MOVE FECHA-SOL-AMB  TO FECHA-AUTOR-LNK
           CALL "SER922R" USING REG-AUTOR-LNK
           CANCEL "SER922R"
           MOVE RESPUESTA-AUTOR-LNK TO RESPUESTA-W

           INITIALIZE REG-CARGO-LNK
           MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-AMB      TO PACI-CARGO-LNK
           MOVE CONTRATO-AMB      TO CONTRATO-CARGO-LNK
           MOVE "S"               TO CLASE-CARGO-LNK
           MOVE CUPS-LLEGAD-W     TO CODIGO-CARGO-LNK
           MOVE 1                 TO CANTIDAD-CARGO-LNK
           MOVE FECHA-SOL-AMB     TO FECHA-CARGO-LNK
           MOVE "SER952"          TO ORIGEN-CARGO-LNK
           MOVE NRO-AMB           TO DOC-CARGO-LNK
           IF AMB-MEDICALIZADO
              MOVE MEDICO-AMB     TO PROFESIONAL-CARGO-LNK
           ELSE
              MOVE AUXILIAR-AMB   TO PROFESIONAL-CARGO-LNK
           END-IF
           IF RESPUESTA-W = "S"
              MOVE NRO-AUT-AUTOR-LNK TO NRO-AUT-CARGO-LNK
           END-IF
           MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           IF RESULT-CARGO-LNK NOT = "00" AND NOT = "DU"
              MOVE "No se pudo dejar el cargo por facturar"
                                                 TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF

           MOVE "C"               TO ESTADO-AMB
           MOVE FECHA-LLEGAD-W    TO FECHA-REG-AMB
           MOVE HORA-LLEGAD-W     TO HORA-REG-AMB
           MOVE KM-LLEGAD-W       TO KM-REGRESO-AMB
           MOVE CUPS-LLEGAD-W     TO CUPS-AMB
           MOVE NRO-AUT-CARGO-LNK TO NRO-AUT-AMB
           MOVE NRO-CARGO-LNK     TO NRO-CARGO-AMB
           MOVE OPER-LLEGAD-W     TO OPER-AMB
           MOVE FECHA-TOTAL       TO FECHA-MOD-AMB
           REWRITE REG-TRASLADO END-REWRITE

           MOVE NRO-CARGO-AMB TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       BUSCAR-CUPS.
           IF TIPO-CLASE-TAB-W (K) = TIPO-CLASE-W
              MOVE CUPS-TAB-W (K) TO CUPS-LLEGAD-W
           END-IF.

      *=================================================================
      * OPC "A" - ANULA UN TRASLADO QUE NO SE HA CERRADO
      *=================================================================
       ANULAR-TRASLADO.
           PERFORM LEER-TRASLADO
           IF NOT AMB-ABIERTO
              MOVE "Solo se anula un traslado abierto" TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           IF OBSERV-LLEGAD-W = SPACES
              MOVE "Falta el motivo de la anulacion"   TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF
           MOVE "A"             TO ESTADO-AMB
           MOVE OBSERV-LLEGAD-W TO OBSERV-AMB
           MOVE OPER-LLEGAD-W   TO OPER-AMB
           MOVE FECHA-TOTAL     TO FECHA-MOD-AMB
           REWRITE REG-TRASLADO END-REWRITE

           MOVE NRO-AMB TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

      *=================================================================
      * OPC "C" - CONSULTA UN TRASLADO
      *=================================================================
       CONSULTAR-TRASLADO.
           PERFORM LEER-TRASLADO
           OPEN OUTPUT ARCHIVO-JSON
           PERFORM ESCRIBIR-TRASLADO
           CLOSE ARCHIVO-JSON

           MOVE NRO-AMB TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-TRASLADO.
           MOVE NRO-LLEGAD-W TO NRO-AMB
           READ ARCHIVO-TRASLADOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT NOT = "00"
              MOVE "No existe el traslado"             TO MSJ2-HTML
              GO TO ERROR-DATOS
           END-IF.

      *    MINUTOS ABSOLUTOS DE FECHA-CALC-W + HORA-CALC-W

       CALCULAR-MINUTOS.
           IF FECHA-CALC-W = ZEROS
              MOVE ZEROS TO MINUTOS-CALC-W
           ELSE
              COMPUTE MINUTOS-CALC-W =
                      FUNCTION INTEGER-OF-DATE (FECHA-CALC-W) * 1440
                    + HH-CALC-W * 60 + MM-CALC-W
           END-IF.

      *    TIEMPO DE RESPUESTA (SOLICITUD A SALIDA), DURACION (SALIDA
      *    A REGRESO) Y KILOMETROS DEL TRASLADO EN REG-TRASLADO

       MEDIR-TRASLADO.
           MOVE ZEROS TO MIN-RESP-W MIN-DUR-W KM-RECORRIDO-W
           IF FECHA-SAL-AMB NOT = ZEROS
              MOVE FECHA-SOL-AMB TO FECHA-CALC-W
              MOVE HORA-SOL-AMB  TO HORA-CALC-W
              PERFORM CALCULAR-MINUTOS
              MOVE MINUTOS-CALC-W TO MIN-DESDE-W
              MOVE FECHA-SAL-AMB TO FECHA-CALC-W
              MOVE HORA-SAL-AMB  TO HORA-CALC-W
              PERFORM CALCULAR-MINUTOS
              COMPUTE MIN-RESP-W = MINUTOS-CALC-W - MIN-DESDE-W
           END-IF
           IF FECHA-REG-AMB NOT = ZEROS
              MOVE MINUTOS-CALC-W TO MIN-DESDE-W
              MOVE FECHA-REG-AMB TO FECHA-CALC-W
              MOVE HORA-REG-AMB  TO HORA-CALC-W
              PERFORM CALCULAR-MINUTOS
              COMPUTE MIN-DUR-W = MINUTOS-CALC-W - MIN-DESDE-W
              COMPUTE KM-RECORRIDO-W = KM-REGRESO-AMB - KM-SALIDA-AMB
           END-IF.

       ESCRIBIR-TRASLADO.
           PERFORM MEDIR-TRASLADO
           MOVE SPACES TO LIN-JSON-W
           STRING "{*NRO*:*"            DELIMITED BY SIZE
                  NRO-AMB               DELIMITED BY SIZE
                  "*,*ESTADO*:*"        DELIMITED BY SIZE
                  ESTADO-AMB            DELIMITED BY SIZE
                  "*,*TIPO*:*"          DELIMITED BY SIZE
                  TIPO-AMB              DELIMITED BY SIZE
                  "*,*CLASE*:*"         DELIMITED BY SIZE
                  CLASE-AMB             DELIMITED BY SIZE
                  "*,*PACIENTE*:*"      DELIMITED BY SIZE
                  COD-PACI-AMB          DELIMITED BY SIZE
                  "*,*CONTRATO*:*"      DELIMITED BY SIZE
                  CONTRATO-AMB          DELIMITED BY SIZE
                  "*,*REMISION*:*"      DELIMITED BY SIZE
                  CONSEC-REM-AMB        DELIMITED BY SIZE
                  "*,*IPS*:*"           DELIMITED BY SIZE
                  IPS-DESTINO-AMB       DELIMITED BY " "
                  "*,*ORIGEN*:*"        DELIMITED BY SIZE
                  ORIGEN-AMB            DELIMITED BY "  "
                  "*,*DESTINO*:*"       DELIMITED BY SIZE
                  DESTINO-AMB           DELIMITED BY "  "
                  "*,*VEHICULO*:*"      DELIMITED BY SIZE
                  VEHICULO-AMB          DELIMITED BY " "
                  "*,*CONDUCTOR*:*"     DELIMITED BY SIZE
                  CONDUCTOR-AMB         DELIMITED BY "  "
                  "*,*AUXILIAR*:*"      DELIMITED BY SIZE
                  AUXILIAR-AMB          DELIMITED BY "  "
                  "*,*MEDICO*:*"        DELIMITED BY SIZE
                  MEDICO-AMB            DELIMITED BY "  "
                  "*,"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           STRING "*SOLICITUD*:*"       DELIMITED BY SIZE
                  SOLICITUD-AMB         DELIMITED BY SIZE
                  "*,*SALIDA*:*"        DELIMITED BY SIZE
                  SALIDA-AMB            DELIMITED BY SIZE
                  "*,*LLEGADA*:*"       DELIMITED BY SIZE
                  LLEGADA-AMB           DELIMITED BY SIZE
                  "*,*REGRESO*:*"       DELIMITED BY SIZE
                  REGRESO-AMB           DELIMITED BY SIZE
                  "*,*KM_SALIDA*:*"     DELIMITED BY SIZE
                  KM-SALIDA-AMB         DELIMITED BY SIZE
                  "*,*KM_REGRESO*:*"    DELIMITED BY SIZE
                  KM-REGRESO-AMB        DELIMITED BY SIZE
                  "*,*KM*:*"            DELIMITED BY SIZE
                  KM-RECORRIDO-W        DELIMITED BY SIZE
                  "*,*MIN_RESPUESTA*:*" DELIMITED BY SIZE
                  MIN-RESP-W            DELIMITED BY SIZE
                  "*,*MIN_DURACION*:*"  DELIMITED BY SIZE
                  MIN-DUR-W             DELIMITED BY SIZE
                  "*,*CUPS*:*"          DELIMITED BY SIZE
                  CUPS-AMB              DELIMITED BY " "
                  "*,*AUTORIZACION*:*"  DELIMITED BY SIZE
                  NRO-AUT-AMB           DELIMITED BY "  "
                  "*,*CARGO*:*"         DELIMITED BY SIZE
                  NRO-CARGO-AMB         DELIMITED BY SIZE
                  "*,*OBSERV*:*"        DELIMITED BY SIZE
                  OBSERV-AMB            DELIMITED BY "  "
                  "*}"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "P" - TRASLADOS ABIERTOS (SOLICITADOS, EN CAMINO O EN
      *           DESTINO) CON LOS MINUTOS DESDE LA SOLICITUD
      *=================================================================
       LISTAR-ABIERTOS.
           MOVE FECHA-TOTAL     TO FECHA-CALC-W
           MOVE HORA-TOTAL(1:4) TO HORA-CALC-W
           PERFORM CALCULAR-MINUTOS
           MOVE MINUTOS-CALC-W  TO MIN-DESDE-W

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*TRASLADOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE "S" TO ESTADO-AMB
           PERFORM LISTAR-ESTADO
           MOVE "D" TO ESTADO-AMB
           PERFORM LISTAR-ESTADO
           MOVE "L" TO ESTADO-AMB
           PERFORM LISTAR-ESTADO

           MOVE SPACES TO LIN-JSON-W
           STRING "{*ESPERA*:**}],*TOTAL*:*" DELIMITED BY SIZE
                  CANT-LISTA-W            DELIMITED BY SIZE
                  "*}"                    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON
           GO TO CERRAR-ARCHIVOS.

       LISTAR-ESTADO.
           START ARCHIVO-TRASLADOS KEY IS EQUAL ESTADO-AMB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           MOVE ESTADO-AMB TO RESPUESTA-W
           PERFORM LEER-ABIERTO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-ABIERTO.
           READ ARCHIVO-TRASLADOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF ESTADO-AMB NOT = RESPUESTA-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 ADD 1 TO CANT-LISTA-W
                 MOVE FECHA-SOL-AMB TO FECHA-CALC-W
                 MOVE HORA-SOL-AMB  TO HORA-CALC-W
                 PERFORM CALCULAR-MINUTOS
                 MOVE ZEROS TO MIN-ESPERA-W
                 IF MIN-DESDE-W > MINUTOS-CALC-W
                    COMPUTE MIN-ESPERA-W = MIN-DESDE-W - MINUTOS-CALC-W
                 END-IF
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*ESPERA*:*"   DELIMITED BY SIZE
                        MIN-ESPERA-W    DELIMITED BY SIZE
                        "*,*TRASLADO*:" DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
                 PERFORM ESCRIBIR-TRASLADO
                 MOVE "}," TO LIN-JSON-W
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "M" - INFORME DEL MES (AAAAMM): LOS TRASLADOS NO ANULADOS
      *           Y EL RESUMEN POR VEHICULO DE LOS CERRADOS
      *=================================================================
       INFORME-MES.
           IF MES-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL (1:6) TO MES-LLEGAD-W
           END-IF
           COMPUTE FECHA-INI-MES-W = MES-LLEGAD-W * 100 + 1

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*TRASLADOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE FECHA-INI-MES-W TO FECHA-SOL-AMB
           MOVE ZEROS           TO HORA-SOL-AMB
           START ARCHIVO-TRASLADOS KEY IS NOT LESS SOLICITUD-AMB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-TRASLADO-MES UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE "{*NRO*:**}],*VEHICULOS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           PERFORM ESCRIBIR-VEHICULO VARYING K FROM 1 BY 1
                   UNTIL K > N-VEH-W
           MOVE SPACES TO LIN-JSON-W
           STRING "{*VEHICULO*:**}],*MES*:*" DELIMITED BY SIZE
                  MES-LLEGAD-W               DELIMITED BY SIZE
                  "*,*TOTAL*:*"              DELIMITED BY SIZE
                  CANT-LISTA-W               DELIMITED BY SIZE
                  "*}"                       DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON

           MOVE CANT-LISTA-W TO NRO-EDIT-W
           GO TO CERRAR-ARCHIVOS.

       LEER-TRASLADO-MES.
           READ ARCHIVO-TRASLADOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-SOL-AMB (1:6) NOT = MES-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF NOT AMB-ANULADO
                    ADD 1 TO CANT-LISTA-W
                    PERFORM ESCRIBIR-TRASLADO
                    MOVE "," TO LIN-JSON-W
                    PERFORM ESCRIBIR-LINEA-JSON
                    IF AMB-CERRADO
                       PERFORM SUMAR-VEHICULO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SUMAR-VEHICULO.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-VEHICULO VARYING K FROM 1 BY 1
                   UNTIL K > N-VEH-W OR SW-HALLADO-W = "S"
           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           ELSE
              IF N-VEH-W < 20
                 ADD 1 TO N-VEH-W
                 MOVE N-VEH-W TO K
                 INITIALIZE DET-VEH-W (K)
                 MOVE VEHICULO-AMB TO VEHICULO-VEH-W (K)
              ELSE
                 MOVE N-VEH-W TO K
              END-IF
           END-IF

           ADD 1              TO VIAJES-VEH-W (K)
           IF AMB-MEDICALIZADO
              ADD 1           TO MEDICAL-VEH-W (K)
           ELSE
              ADD 1           TO BASICOS-VEH-W (K)
           END-IF
           ADD KM-RECORRIDO-W TO KM-VEH-W (K)
           ADD MIN-RESP-W     TO MIN-RESP-VEH-W (K)
           ADD MIN-DUR-W      TO MIN-DUR-VEH-W (K).

       COMPARAR-VEHICULO.
           IF VEHICULO-VEH-W (K) = VEHICULO-AMB
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       ESCRIBIR-VEHICULO.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*VEHICULO*:*"       DELIMITED BY SIZE
                  VEHICULO-VEH-W (K)    DELIMITED BY " "
                  "*,*VIAJES*:*"        DELIMITED BY SIZE
                  VIAJES-VEH-W (K)      DELIMITED BY SIZE
                  "*,*BASICOS*:*"       DELIMITED BY SIZE
                  BASICOS-VEH-W (K)     DELIMITED BY SIZE
                  "*,*MEDICALIZADOS*:*" DELIMITED BY SIZE
                  MEDICAL-VEH-W (K)     DELIMITED BY SIZE
                  "*,*KM*:*"            DELIMITED BY SIZE
                  KM-VEH-W (K)          DELIMITED BY SIZE
                  "*,"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           COMPUTE PROMEDIO-W ROUNDED =
                   MIN-RESP-VEH-W (K) / VIAJES-VEH-W (K)
           STRING "*RESPUESTA_PROM*:*"  DELIMITED BY SIZE
                  PROMEDIO-W            DELIMITED BY SIZE
                  "*,"                  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           COMPUTE PROMEDIO-W ROUNDED =
                   MIN-DUR-VEH-W (K) / VIAJES-VEH-W (K)
           STRING "*DURACION_PROM*:*"   DELIMITED BY SIZE
                  PROMEDIO-W            DELIMITED BY SIZE
                  "*},"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ERROR-DATOS.
           CLOSE ARCHIVO-TRASLADOS
           MOVE "99"                             TO MSJ1-HTML
           MOVE "SER952"                         TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-TRASLADOS.

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
