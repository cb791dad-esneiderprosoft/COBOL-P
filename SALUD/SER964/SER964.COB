      *=================================================================
      * SALUD - TRAZABILIDAD DE IMPLANTES POR SERIAL Y REPORTE DE
      *         TECNOVIGILANCIA (SC-ARCHIMP, FD-IMPLA): CADA SERIAL
      *         RECIBIDO DE UN ARTICULO IMPLANTABLE, EL PACIENTE Y LA
      *         CIRUGIA (SAL727) EN QUE SE IMPLANTO, LA TARJETA DE
      *         IMPLANTE, LA BUSQUEDA POR ALERTA DEL FABRICANTE O DEL
      *         INVIMA Y LOS EVENTOS ADVERSOS CON SU REPORTE.
      *         REFERENCIA, FABRICANTE, REGISTRO INVIMA, SITIO
      *         ANATOMICO Y ALERTA LLEGAN EN LA VARIABLE "dispositivo"
      *         SEPARADOS POR "|"; DESCRIPCION, CAUSA PROBABLE,
      *         ACCIONES, REPORTANTE Y PROFESION DEL EVENTO EN LA
      *         VARIABLE "evento".
      *         - OPC "R": RECIBE UN SERIAL DEL ARTICULO CON LOTE DEL
      *           FABRICANTE, LOTE INTERNO, PROVEEDOR Y VENCIMIENTO.
      *           SI EL ARTICULO (O SU LOTE) ESTA MARCADO EN
      *           CONSIGNACION (SC-ARCHCSG, INV824) QUEDA CONSIGNADO
      *           CON EL NIT DUENO.
      *         - OPC "C": CONSUME EL SERIAL EN UNA CIRUGIA DE SAL727
      *           (SALA/FECHA/HORA) NO CANCELADA: QUEDA IMPLANTADO EN
      *           EL PACIENTE DEL CASO CON SU CIRUJANO Y SITIO, Y SE
      *           DEVUELVE LA TARJETA DE IMPLANTE. NO SE CONSUME UN
      *           SERIAL VENCIDO, RETIRADO O YA IMPLANTADO.
      *         - OPC "T": TARJETA DE IMPLANTE PARA EL PACIENTE.
      *         - OPC "P": IMPLANTES DEL PACIENTE.
      *         - OPC "A": BUSQUEDA POR ALERTA: FABRICANTE, LOTE Y/O
      *           SERIAL (Y ARTICULO SI SE QUIERE) CON LOS PACIENTES
      *           AFECTADOS. CON EL NUMERO DE LA ALERTA QUEDA MARCADA
      *           EN LOS SERIALES Y LOS DISPONIBLES SE RETIRAN.
      *         - OPC "E": REGISTRA UN EVENTO O INCIDENTE ADVERSO DEL
      *           DISPOSITIVO (ARTICULO Y SERIAL); SIN PACIENTE TOMA
      *           EL DEL IMPLANTE.
      *         - OPC "F": REPORTE DEL EVENTO EN EL FORMATO DEL INVIMA
      *           (ARCHIVO PLANO SC-TECNOV-NNNNNN.TXT) Y LO MARCA
      *           REPORTADO. EL SERIO (ES / IS) SE AVISA SI VA FUERA
      *           DE LAS 72 HORAS. LINEA SEPARADA POR "|":
      *           FECHA DE REPORTE | FECHA DEL EVENTO | TIPO Y NUMERO
      *           DE ID DEL PACIENTE | EDAD | SEXO | DIAGNOSTICO |
      *           NOMBRE GENERICO DEL DISPOSITIVO | REFERENCIA |
      *           REGISTRO SANITARIO | LOTE | SERIAL | FABRICANTE |
      *           NIT DEL PROVEEDOR | CLASIFICACION | DESENLACE |
      *           DESCRIPCION | CAUSA PROBABLE | ACCIONES |
      *           REPORTANTE | PROFESION.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER964".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-IMPLA.CBL".
       COPY "..\..\FUENTES\FS-QUIRO.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-CONSG.CBL".

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

           SELECT ARCHIVO-TECNOV
                  ASSIGN NOM-TEC-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-IMPLA.CBL".
       COPY "..\..\FUENTES\FD-QUIRO.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-CONSG.CBL".
       COPY "..\..\FUENTES\FD-ARTIC.CBL".

       FD  ARCHIVO-TECNOV
           LABEL RECORD STANDARD.
       01  REG-TECNOV                 PIC X(600).

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-IMP-W              PIC X(70).
       77 NOM-QUI-W              PIC X(70).
       77 PACIE-W                PIC X(70).
       77 NOM-CSG-W              PIC X(70).
       77 NOM-ART-W              PIC X(70).
       77 NOM-TEC-W              PIC X(90).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 ART-LLEGAD-W           PIC X(16).
          02 SERIAL-LLEGAD-W        PIC X(20).
          02 LOTE-LLEGAD-W          PIC X(15).
          02 COD-LOTE-LLEGAD-W      PIC 9(9).
          02 NIT-LLEGAD-W           PIC 9(11).
          02 VENCE-LLEGAD-W         PIC 9(8).
          02 SALA-LLEGAD-W          PIC X(4).
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 PACI-LLEGAD-W          PIC 9(11).
          02 NRO-EVE-LLEGAD-W       PIC 9(6).
          02 CLASIF-LLEGAD-W        PIC XX.
          02 DESENLACE-LLEGAD-W     PIC X.
          02 DIAG-LLEGAD-W          PIC X(4).
          02 OPER-LLEGAD-W          PIC X(4).

       01 DISPOSITIVO-LLEGAD-W      PIC X(500).
       01 DATOS-DISPOSITIVO-W.
          02 REFERENCIA-LLEGAD-W    PIC X(20).
          02 FABRICANTE-LLEGAD-W    PIC X(30).
          02 INVIMA-LLEGAD-W        PIC X(20).
          02 SITIO-LLEGAD-W         PIC X(30).
          02 ALERTA-LLEGAD-W        PIC X(20).

       01 EVENTO-LLEGAD-W           PIC X(500).
       01 DATOS-EVENTO-W.
          02 DESCRIP-EVE-LLEGAD-W   PIC X(100).
          02 CAUSA-LLEGAD-W         PIC X(60).
          02 ACCION-LLEGAD-W        PIC X(60).
          02 REPORTA-LLEGAD-W       PIC X(30).
          02 PROFESION-LLEGAD-W     PIC X(20).

       01 VARIABLES.
          02 NRO-EVE-W          PIC 9(6).
          02 NOMBRE-PACI-W      PIC X(50).
          02 TIPO-ID-PACI-W     PIC XX.
          02 SEXO-PACI-W        PIC X.
          02 NACIM-PACI-W       PIC 9(8).
          02 EDAD-W             PIC 9(3).
          02 DIAS-REPORTE-W     PIC S9(5).
          02 CANT-PAC-W         PIC 9(5).
          02 CANT-RET-W         PIC 9(5).
          02 MSJ-ERROR-W        PIC X(70).
          02 SW-FIN-IMP-W       PIC X.
          02 SW-SIN-PACIE-W     PIC X.
          02 SW-CUMPLE-W        PIC X.
          02 NIT-CSG-W          PIC 9(11).
          02 SW-CONSIG-W        PIC X.
          02 DESCRIP-ART-W      PIC X(40).
      *    DISPOSITIVO DEL EVENTO PARA EL REPORTE.
          02 DESCRIP-DISP-W     PIC X(40).
          02 REFERENCIA-DISP-W  PIC X(20).
          02 INVIMA-DISP-W      PIC X(20).
          02 LOTE-DISP-W        PIC X(15).
          02 FABRICANTE-DISP-W  PIC X(30).
          02 NIT-DISP-W         PIC 9(11).

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-ENV            PIC 9(6).
          02 FILLER             PIC X VALUE "|".
          02 CANT-ENV           PIC 9(5).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(60).

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
              MOVE "SER964"                TO MSJ3-HTML
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
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-IMPLA SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-IMPLANTES.
       ESCR-EXCEP-IMPLA.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-IMP-W               TO MSJ2-HTML
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-QUIRO SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-QUIROFANOS.
       ESCR-EXCEP-QUIRO.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-QUI-W               TO MSJ2-HTML
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PACIE SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEP-PACIE.
           IF OTR-STAT = "00" OR "02" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE PACIE-W                 TO MSJ2-HTML
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CONSG SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CONSIGNACION.
       ESCR-EXCEP-CONSG.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CSG-W               TO MSJ2-HTML
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ARTIC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MAESTRO-ARTICULOS.
       ESCR-EXCEP-ARTIC.
           IF OTR-STAT = "00" OR "02" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ART-W               TO MSJ2-HTML
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TECNOV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TECNOV.
       ESCR-EXCEP-TECNOV.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TEC-W               TO MSJ2-HTML
              MOVE "SER964"                TO MSJ3-HTML
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
              MOVE "SER964"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "SER964" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W DATOS-DISPOSITIVO-W DATOS-EVENTO-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, ART-LLEGAD-W, SERIAL-LLEGAD-W,
                   LOTE-LLEGAD-W, COD-LOTE-LLEGAD-W, NIT-LLEGAD-W,
                   VENCE-LLEGAD-W, SALA-LLEGAD-W, FECHA-LLEGAD-W,
                   HORA-LLEGAD-W, PACI-LLEGAD-W, NRO-EVE-LLEGAD-W,
                   CLASIF-LLEGAD-W, DESENLACE-LLEGAD-W,
                   DIAG-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE "dispositivo" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO DISPOSITIVO-LLEGAD-W
           MOVE "evento" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO EVENTO-LLEGAD-W
           INSPECT DISPOSITIVO-LLEGAD-W REPLACING ALL "*" BY " "
           INSPECT EVENTO-LLEGAD-W      REPLACING ALL "*" BY " "

           UNSTRING DISPOSITIVO-LLEGAD-W DELIMITED BY "|"
              INTO REFERENCIA-LLEGAD-W, FABRICANTE-LLEGAD-W,
                   INVIMA-LLEGAD-W, SITIO-LLEGAD-W, ALERTA-LLEGAD-W
           END-UNSTRING
           UNSTRING EVENTO-LLEGAD-W DELIMITED BY "|"
              INTO DESCRIP-EVE-LLEGAD-W, CAUSA-LLEGAD-W,
                   ACCION-LLEGAD-W, REPORTA-LLEGAD-W,
                   PROFESION-LLEGAD-W
           END-UNSTRING

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ABRIR-USUARIO.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W

           OPEN INPUT ARCHIVO-USUNET
           EVALUATE OTR-STAT
             WHEN "00"  CONTINUE
             WHEN OTHER GO TO CERRAR-SESION
           END-EVALUATE.

           INITIALIZE REG-USUNET.

       LEER-USUARIO.
           READ ARCHIVO-USUNET NEXT AT END MOVE 0 TO SW-FIN.
           CLOSE ARCHIVO-USUNET.

           IF NOMBRE-USUNET = SPACES
              MOVE "Validacion de usuarios"      TO MSJ1-HTML
              MOVE "Falta configurar usuario"    TO MSJ2-HTML
              MOVE "Sc"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-IMP-W NOM-PLANO-W
           MOVE "\\" TO NOM-IMP-W

           INSPECT NOM-IMP-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-IMP-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-IMP-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-IMP-W TO NOM-QUI-W PACIE-W NOM-CSG-W NOM-ART-W

           INSPECT NOM-IMP-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHIMP.DAT"
           INSPECT NOM-QUI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHQUI.DAT"
           INSPECT PACIE-W REPLACING
                   FIRST "                     "
                   BY "\CONTROL\SC-PACIE.DAT"
           INSPECT NOM-CSG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCSG.DAT"
           INSPECT NOM-ART-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-MAESART.DAT"

           MOVE SPACES TO NOM-TEC-W
           STRING "C:\PROSOFT\TEMP\SC-TECNOV-" DELIMITED BY SIZE
                  NRO-EVE-LLEGAD-W             DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
                  INTO NOM-TEC-W
           END-STRING

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SER964-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-IMPLANTES.
           OPEN I-O ARCHIVO-IMPLANTES
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-IMPLANTES
              CLOSE       ARCHIVO-IMPLANTES
              OPEN I-O    ARCHIVO-IMPLANTES
           END-IF.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "R"   GO TO RECIBIR-SERIAL
             WHEN "C"   GO TO CONSUMIR-SERIAL
             WHEN "T"   GO TO TARJETA-IMPLANTE
             WHEN "P"   GO TO IMPLANTES-PACIENTE
             WHEN "A"   GO TO BUSCAR-ALERTA
             WHEN "E"   GO TO REGISTRAR-EVENTO
             WHEN "F"   GO TO REPORTAR-EVENTO
             WHEN OTHER
                  CLOSE ARCHIVO-IMPLANTES
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "SER964"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "R": RECIBO DEL SERIAL
      *=================================================================
       RECIBIR-SERIAL.
           IF ART-LLEGAD-W = SPACES OR SERIAL-LLEGAD-W = SPACES
              MOVE "Falta el articulo o el serial" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           IF LOTE-LLEGAD-W = SPACES
              MOVE "Falta el lote del fabricante" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF

           MOVE SPACES TO DESCRIP-ART-W
           OPEN INPUT MAESTRO-ARTICULOS
           IF OTR-STAT = "00"
              MOVE ART-LLEGAD-W TO COD-ART
              READ MAESTRO-ARTICULOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DESCRIP-ART TO DESCRIP-ART-W
              END-READ
              CLOSE MAESTRO-ARTICULOS
           END-IF
           IF DESCRIP-ART-W = SPACES
              MOVE "No existe el articulo" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF

           PERFORM BUSCAR-CONSIGNACION THRU FIN-BUSCAR-CONSIGNACION

           INITIALIZE REG-IMPLANTE
           MOVE "S"                 TO TIPO-IMP
           MOVE ART-LLEGAD-W        TO COD-ART-IMP
           MOVE SERIAL-LLEGAD-W     TO SERIAL-IMP
           MOVE DESCRIP-ART-W       TO DESCRIP-IMP
           MOVE LOTE-LLEGAD-W       TO LOTE-IMP
           MOVE COD-LOTE-LLEGAD-W   TO COD-LOTE-IMP
           MOVE REFERENCIA-LLEGAD-W TO REFERENCIA-IMP
           MOVE FABRICANTE-LLEGAD-W TO FABRICANTE-IMP
           MOVE INVIMA-LLEGAD-W     TO REG-INVIMA-IMP
           MOVE NIT-LLEGAD-W        TO NIT-PROV-IMP
           MOVE SW-CONSIG-W         TO CONSIG-IMP
           IF IMPLANTE-CONSIGNADO AND NIT-PROV-IMP = ZEROS
              MOVE NIT-CSG-W        TO NIT-PROV-IMP
           END-IF
           MOVE VENCE-LLEGAD-W      TO FECHA-VENCE-IMP
           MOVE FECHA-TOTAL         TO FECHA-REC-IMP
           MOVE OPER-LLEGAD-W       TO OPER-REC-IMP
           MOVE "D"                 TO ESTADO-IMP
           WRITE REG-IMPLANTE
                 INVALID KEY
                    MOVE "El serial ya esta registrado" TO MSJ-ERROR-W
                    GO TO ERROR-IMPLANTES
           END-WRITE

           CLOSE ARCHIVO-IMPLANTES
           MOVE "00" TO DAT0-ENV
           IF IMPLANTE-CONSIGNADO
              MOVE "Serial recibido en consignacion" TO MENSAJE-ENV
           ELSE
              MOVE "Serial recibido" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *    MARCA DE CONSIGNACION DE INV824: EL LOTE INTERNO, O EL
      *    ARTICULO CON LOTE 0 (TODOS).
       BUSCAR-CONSIGNACION.
           MOVE "N"   TO SW-CONSIG-W
           MOVE ZEROS TO NIT-CSG-W
           OPEN INPUT ARCHIVO-CONSIGNACION
           IF OTR-STAT NOT = "00"
              GO TO FIN-BUSCAR-CONSIGNACION
           END-IF
           INITIALIZE REG-CONSIGNACION
           MOVE "P"               TO TIPO-CSG
           MOVE ART-LLEGAD-W      TO ART-CSG
           MOVE COD-LOTE-LLEGAD-W TO COD3-CSG
           READ ARCHIVO-CONSIGNACION
                INVALID KEY
                   MOVE ZEROS TO COD3-CSG
                   READ ARCHIVO-CONSIGNACION
                        INVALID KEY MOVE ZEROS TO NIT-CSG
                   END-READ
           END-READ
           IF OTR-STAT = "00"
              MOVE "S"     TO SW-CONSIG-W
              MOVE NIT-CSG TO NIT-CSG-W
           END-IF
           CLOSE ARCHIVO-CONSIGNACION.

       FIN-BUSCAR-CONSIGNACION.
           EXIT.

      *=================================================================
      * OPC "C": CONSUMO DEL SERIAL EN LA CIRUGIA
      *=================================================================
       CONSUMIR-SERIAL.
           PERFORM LEER-SERIAL

           EVALUATE TRUE
             WHEN IMPLANTE-IMPLANTADO
                  MOVE "El serial ya esta implantado" TO MSJ-ERROR-W
             WHEN IMPLANTE-RETIRADO
                  MOVE "El serial esta retirado" TO MSJ-ERROR-W
             WHEN FECHA-VENCE-IMP > ZEROS
              AND FECHA-VENCE-IMP < FECHA-TOTAL
                  MOVE "El serial esta vencido" TO MSJ-ERROR-W
             WHEN OTHER
                  MOVE SPACES TO MSJ-ERROR-W
           END-EVALUATE
           IF MSJ-ERROR-W NOT = SPACES
              GO TO ERROR-IMPLANTES
           END-IF

           OPEN INPUT ARCHIVO-QUIROFANOS
           IF OTR-STAT NOT = "00"
              MOVE "No existe la programacion de quirofanos"
                   TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           MOVE "C"            TO TIPO-QUI
           MOVE SALA-LLEGAD-W  TO SALA-QUI
           MOVE FECHA-LLEGAD-W TO FECHA-QUI
           MOVE HORA-LLEGAD-W  TO HORA-QUI
           READ ARCHIVO-QUIROFANOS
                INVALID KEY
                   MOVE "No existe la cirugia" TO MSJ-ERROR-W
                NOT INVALID KEY
                   IF CASO-CANCELADO
                      MOVE "La cirugia esta cancelada" TO MSJ-ERROR-W
                   END-IF
           END-READ
           CLOSE ARCHIVO-QUIROFANOS
           IF MSJ-ERROR-W NOT = SPACES
              GO TO ERROR-IMPLANTES
           END-IF

           MOVE "I"            TO ESTADO-IMP
           MOVE COD-PACI-QUI   TO COD-PACI-IMP
           MOVE SALA-LLEGAD-W  TO SALA-IMP
           MOVE FECHA-LLEGAD-W TO FECHA-QX-IMP
           MOVE HORA-LLEGAD-W  TO HORA-QX-IMP
           MOVE CIRUJANO-QUI   TO CIRUJANO-IMP
           MOVE SITIO-LLEGAD-W TO SITIO-IMP
           MOVE FECHA-TOTAL    TO FECHA-IMPL-IMP
           MOVE OPER-LLEGAD-W  TO OPER-IMPL-IMP
           REWRITE REG-IMPLANTE END-REWRITE

           MOVE "Serial implantado" TO MENSAJE-ENV
           GO TO ESCRIBIR-TARJETA.

      *=================================================================
      * OPC "T": TARJETA DE IMPLANTE
      *=================================================================
       TARJETA-IMPLANTE.
           PERFORM LEER-SERIAL
           IF NOT IMPLANTE-IMPLANTADO
              MOVE "El serial no esta implantado" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           MOVE "Tarjeta de implante" TO MENSAJE-ENV.

       ESCRIBIR-TARJETA.
           MOVE COD-PACI-IMP TO PACI-LLEGAD-W
           PERFORM LEER-PACIENTE THRU FIN-LEER-PACIENTE

           OPEN OUTPUT ARCHIVO-JSON
           MOVE 1 TO PUNTERO-W
           STRING "{*PACIENTE*:*"      DELIMITED BY SIZE
                  COD-PACI-IMP         DELIMITED BY SIZE
                  "*,*TIPO_ID*:*"      DELIMITED BY SIZE
                  TIPO-ID-PACI-W       DELIMITED BY SIZE
                  "*,*NOMBRE*:*"       DELIMITED BY SIZE
                  NOMBRE-PACI-W        DELIMITED BY "  "
                  "*,*DISPOSITIVO*:*"  DELIMITED BY SIZE
                  DESCRIP-IMP          DELIMITED BY "  "
                  "*,*REFERENCIA*:*"   DELIMITED BY SIZE
                  REFERENCIA-IMP       DELIMITED BY "  "
                  "*,*FABRICANTE*:*"   DELIMITED BY SIZE
                  FABRICANTE-IMP       DELIMITED BY "  "
                  "*,*REG_INVIMA*:*"   DELIMITED BY SIZE
                  REG-INVIMA-IMP       DELIMITED BY "  "
                  "*,"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           STRING "*LOTE*:*"           DELIMITED BY SIZE
                  LOTE-IMP             DELIMITED BY "  "
                  "*,*SERIAL*:*"       DELIMITED BY SIZE
                  SERIAL-IMP           DELIMITED BY "  "
                  "*,*FECHA_CIRUGIA*:*" DELIMITED BY SIZE
                  FECHA-QX-IMP         DELIMITED BY SIZE
                  "*,*SALA*:*"         DELIMITED BY SIZE
                  SALA-IMP             DELIMITED BY SIZE
                  "*,*CIRUJANO*:*"     DELIMITED BY SIZE
                  CIRUJANO-IMP         DELIMITED BY SIZE
                  "*,*SITIO*:*"        DELIMITED BY SIZE
                  SITIO-IMP            DELIMITED BY "  "
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-IMPLANTES

           MOVE "00" TO DAT0-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "P": IMPLANTES DEL PACIENTE
      *=================================================================
       IMPLANTES-PACIENTE.
           IF PACI-LLEGAD-W = ZEROS
              MOVE "Falta el paciente" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*IMPLANTES*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE ZEROS TO CANT-PAC-W
           MOVE PACI-LLEGAD-W TO COD-PACI-IMP
           MOVE "N"           TO SW-FIN-IMP-W
           START ARCHIVO-IMPLANTES KEY IS NOT LESS COD-PACI-IMP
                 INVALID KEY MOVE "S" TO SW-FIN-IMP-W
           END-START
           PERFORM LISTAR-IMPLANTE-PACIENTE UNTIL SW-FIN-IMP-W = "S"

           MOVE "{*SERIAL*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-IMPLANTES

           MOVE "00"       TO DAT0-ENV
           MOVE CANT-PAC-W TO CANT-ENV
           MOVE "Implantes del paciente" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LISTAR-IMPLANTE-PACIENTE.
           READ ARCHIVO-IMPLANTES NEXT RECORD
                AT END MOVE "S" TO SW-FIN-IMP-W
           END-READ.

           IF SW-FIN-IMP-W = "N"
              IF COD-PACI-IMP NOT = PACI-LLEGAD-W
                 MOVE "S" TO SW-FIN-IMP-W
              ELSE
                 IF TIPO-IMP = "S"
                    ADD 1 TO CANT-PAC-W
                    PERFORM ESCRIBIR-IMPLANTE
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-IMPLANTE.
           MOVE 1 TO PUNTERO-W
           STRING "{*ARTICULO*:*"      DELIMITED BY SIZE
                  COD-ART-IMP          DELIMITED BY SPACE
                  "*,*DISPOSITIVO*:*"  DELIMITED BY SIZE
                  DESCRIP-IMP          DELIMITED BY "  "
                  "*,*SERIAL*:*"       DELIMITED BY SIZE
                  SERIAL-IMP           DELIMITED BY "  "
                  "*,*LOTE*:*"         DELIMITED BY SIZE
                  LOTE-IMP             DELIMITED BY "  "
                  "*,*FABRICANTE*:*"   DELIMITED BY SIZE
                  FABRICANTE-IMP       DELIMITED BY "  "
                  "*,*FECHA_CIRUGIA*:*" DELIMITED BY SIZE
                  FECHA-QX-IMP         DELIMITED BY SIZE
                  "*,*SALA*:*"         DELIMITED BY SIZE
                  SALA-IMP             DELIMITED BY SIZE
                  "*,*SITIO*:*"        DELIMITED BY SIZE
                  SITIO-IMP            DELIMITED BY "  "
                  "*,*ESTADO*:*"       DELIMITED BY SIZE
                  ESTADO-IMP           DELIMITED BY SIZE
                  "*,*ALERTA*:*"       DELIMITED BY SIZE
                  ALERTA-IMP           DELIMITED BY "  "
                  "*},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "A": BUSQUEDA POR ALERTA DEL FABRICANTE O DEL INVIMA
      *=================================================================
       BUSCAR-ALERTA.
           IF FABRICANTE-LLEGAD-W = SPACES AND LOTE-LLEGAD-W = SPACES
           AND SERIAL-LLEGAD-W = SPACES
              MOVE "Falta el fabricante, el lote o el serial"
                   TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF

           MOVE "N" TO SW-SIN-PACIE-W
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              MOVE "S" TO SW-SIN-PACIE-W
           END-IF
           OPEN OUTPUT ARCHIVO-JSON

           MOVE 1 TO PUNTERO-W
           STRING "{*FABRICANTE*:*"    DELIMITED BY SIZE
                  FABRICANTE-LLEGAD-W  DELIMITED BY "  "
                  "*,*LOTE*:*"         DELIMITED BY SIZE
                  LOTE-LLEGAD-W        DELIMITED BY "  "
                  "*,*SERIAL*:*"       DELIMITED BY SIZE
                  SERIAL-LLEGAD-W      DELIMITED BY "  "
                  "*,*ALERTA*:*"       DELIMITED BY SIZE
                  ALERTA-LLEGAD-W      DELIMITED BY "  "
                  "*,*PACIENTES*:["    DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE ZEROS TO CANT-PAC-W CANT-RET-W
           INITIALIZE REG-IMPLANTE
           MOVE "S" TO TIPO-IMP
           MOVE "N" TO SW-FIN-IMP-W
           START ARCHIVO-IMPLANTES KEY IS NOT LESS LLAVE-IMP
                 INVALID KEY MOVE "S" TO SW-FIN-IMP-W
           END-START
           PERFORM REVISAR-SERIAL-ALERTA UNTIL SW-FIN-IMP-W = "S"

           MOVE "{*PACIENTE*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-IMPLANTES
           IF SW-SIN-PACIE-W = "N"
              CLOSE ARCHIVO-PACIENTES
           END-IF

           MOVE "00"       TO DAT0-ENV
           MOVE CANT-PAC-W TO CANT-ENV
           IF ALERTA-LLEGAD-W NOT = SPACES
              MOVE SPACES TO MENSAJE-ENV
              STRING "Alerta marcada; seriales disponibles retirados "
                                     DELIMITED BY SIZE
                     CANT-RET-W      DELIMITED BY SIZE
                     INTO MENSAJE-ENV
              END-STRING
           ELSE
              MOVE "Pacientes con el dispositivo" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

       REVISAR-SERIAL-ALERTA.
           READ ARCHIVO-IMPLANTES NEXT RECORD
                AT END MOVE "S" TO SW-FIN-IMP-W
           END-READ.

           IF SW-FIN-IMP-W = "N"
              IF TIPO-IMP NOT = "S"
                 MOVE "S" TO SW-FIN-IMP-W
              ELSE
                 PERFORM VALIDAR-CRITERIO-ALERTA
                 IF SW-CUMPLE-W = "S"
                    PERFORM MARCAR-SERIAL-ALERTA
                 END-IF
              END-IF
           END-IF.

       VALIDAR-CRITERIO-ALERTA.
           MOVE "S" TO SW-CUMPLE-W
           IF FABRICANTE-LLEGAD-W NOT = SPACES
           AND FABRICANTE-IMP NOT = FABRICANTE-LLEGAD-W
              MOVE "N" TO SW-CUMPLE-W
           END-IF
           IF LOTE-LLEGAD-W NOT = SPACES
           AND LOTE-IMP NOT = LOTE-LLEGAD-W
              MOVE "N" TO SW-CUMPLE-W
           END-IF
           IF SERIAL-LLEGAD-W NOT = SPACES
           AND SERIAL-IMP NOT = SERIAL-LLEGAD-W
              MOVE "N" TO SW-CUMPLE-W
           END-IF
           IF ART-LLEGAD-W NOT = SPACES
           AND COD-ART-IMP NOT = ART-LLEGAD-W
              MOVE "N" TO SW-CUMPLE-W
           END-IF.

       MARCAR-SERIAL-ALERTA.
           IF ALERTA-LLEGAD-W NOT = SPACES
              MOVE ALERTA-LLEGAD-W TO ALERTA-IMP
              IF IMPLANTE-DISPONIBLE
                 MOVE "R" TO ESTADO-IMP
                 ADD 1 TO CANT-RET-W
              END-IF
              REWRITE REG-IMPLANTE END-REWRITE
           END-IF

           IF IMPLANTE-IMPLANTADO
              ADD 1 TO CANT-PAC-W
              MOVE SPACES TO NOMBRE-PACI-W
              IF SW-SIN-PACIE-W = "N"
                 MOVE COD-PACI-IMP TO COD-PACI
                 READ ARCHIVO-PACIENTES
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         MOVE DESCRIP-PACI TO NOMBRE-PACI-W
                 END-READ
              END-IF
              MOVE 1 TO PUNTERO-W
              STRING "{*PACIENTE*:*"      DELIMITED BY SIZE
                     COD-PACI-IMP         DELIMITED BY SIZE
                     "*,*NOMBRE*:*"       DELIMITED BY SIZE
                     NOMBRE-PACI-W        DELIMITED BY "  "
                     "*,*ARTICULO*:*"     DELIMITED BY SIZE
                     COD-ART-IMP          DELIMITED BY SPACE
                     "*,*DISPOSITIVO*:*"  DELIMITED BY SIZE
                     DESCRIP-IMP          DELIMITED BY "  "
                     "*,*SERIAL*:*"       DELIMITED BY SIZE
                     SERIAL-IMP           DELIMITED BY "  "
                     "*,*LOTE*:*"         DELIMITED BY SIZE
                     LOTE-IMP             DELIMITED BY "  "
                     "*,*FECHA_CIRUGIA*:*" DELIMITED BY SIZE
                     FECHA-QX-IMP         DELIMITED BY SIZE
                     "*,*CIRUJANO*:*"     DELIMITED BY SIZE
                     CIRUJANO-IMP         DELIMITED BY SIZE
                     "*},"                DELIMITED BY SIZE
                     INTO LIN-JSON-W WITH POINTER PUNTERO-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *=================================================================
      * OPC "E": EVENTO O INCIDENTE ADVERSO DEL DISPOSITIVO
      *=================================================================
       REGISTRAR-EVENTO.
           IF ART-LLEGAD-W = SPACES OR DESCRIP-EVE-LLEGAD-W = SPACES
              MOVE "Falta el dispositivo o la descripcion del evento"
                   TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           IF CLASIF-LLEGAD-W NOT = "ES" AND NOT = "EN"
                          AND NOT = "IS" AND NOT = "IN"
              MOVE "Clasificacion no valida (ES, EN, IS, IN)"
                   TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           IF DESENLACE-LLEGAD-W = SPACE
              MOVE "N" TO DESENLACE-LLEGAD-W
           END-IF
           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
           END-IF

      *    SIN PACIENTE SE TOMA EL DEL SERIAL IMPLANTADO.
           IF SERIAL-LLEGAD-W NOT = SPACES AND PACI-LLEGAD-W = ZEROS
              INITIALIZE REG-IMPLANTE
              MOVE "S"             TO TIPO-IMP
              MOVE ART-LLEGAD-W    TO COD-ART-IMP
              MOVE SERIAL-LLEGAD-W TO SERIAL-IMP
              READ ARCHIVO-IMPLANTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF IMPLANTE-IMPLANTADO
                         MOVE COD-PACI-IMP TO PACI-LLEGAD-W
                      END-IF
              END-READ
           END-IF

      *    REGISTRO DE CONTROL: ULTIMO EVENTO.
           INITIALIZE REG-IMPLANTE
           MOVE "E"   TO TIPO-IMP
           MOVE ZEROS TO NRO-EVE-IMP
           READ ARCHIVO-IMPLANTES
                INVALID KEY
                   INITIALIZE DATOS-EVE-IMP
                   MOVE ZEROS TO COD-PACI-IMP
                   WRITE REG-IMPLANTE END-WRITE
           END-READ
           ADD 1 TO ULT-EVE-IMP
           MOVE ULT-EVE-IMP TO NRO-EVE-W
           REWRITE REG-IMPLANTE END-REWRITE

           INITIALIZE REG-IMPLANTE
           MOVE "E"                  TO TIPO-IMP
           MOVE NRO-EVE-W            TO NRO-EVE-IMP
           MOVE PACI-LLEGAD-W        TO COD-PACI-IMP
           INITIALIZE DATOS-EVE-IMP
           MOVE ART-LLEGAD-W         TO ART-EVE-IMP
           MOVE SERIAL-LLEGAD-W      TO SERIAL-EVE-IMP
           MOVE FECHA-LLEGAD-W       TO FECHA-EVENTO-IMP
           MOVE CLASIF-LLEGAD-W      TO CLASIF-EVE-IMP
           MOVE DESENLACE-LLEGAD-W   TO DESENLACE-EVE-IMP
           MOVE DIAG-LLEGAD-W        TO DIAGNOSTICO-EVE-IMP
           MOVE DESCRIP-EVE-LLEGAD-W TO DESCRIP-EVE-IMP
           MOVE CAUSA-LLEGAD-W       TO CAUSA-EVE-IMP
           MOVE ACCION-LLEGAD-W      TO ACCION-EVE-IMP
           MOVE REPORTA-LLEGAD-W     TO REPORTA-EVE-IMP
           MOVE PROFESION-LLEGAD-W   TO PROFESION-EVE-IMP
           MOVE "R"                  TO ESTADO-EVE-IMP
           MOVE OPER-LLEGAD-W        TO OPER-EVE-IMP
           WRITE REG-IMPLANTE END-WRITE

           CLOSE ARCHIVO-IMPLANTES
           MOVE "00"      TO DAT0-ENV
           MOVE NRO-EVE-W TO NRO-ENV
           IF EVENTO-SERIO
              MOVE "Evento serio registrado: reportar en 72 horas"
                   TO MENSAJE-ENV
           ELSE
              MOVE "Evento registrado" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "F": REPORTE DEL EVENTO AL INVIMA
      *=================================================================
       REPORTAR-EVENTO.
           INITIALIZE REG-IMPLANTE
           MOVE "E"              TO TIPO-IMP
           MOVE NRO-EVE-LLEGAD-W TO NRO-EVE-IMP
           IF NRO-EVE-LLEGAD-W = ZEROS
              MOVE "No existe el evento" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           READ ARCHIVO-IMPLANTES
                INVALID KEY
                   MOVE "No existe el evento" TO MSJ-ERROR-W
                   GO TO ERROR-IMPLANTES
           END-READ

      *    DISPOSITIVO DEL EVENTO DESDE SU SERIAL.
           INITIALIZE DESCRIP-DISP-W REFERENCIA-DISP-W INVIMA-DISP-W
                      LOTE-DISP-W FABRICANTE-DISP-W NIT-DISP-W
           MOVE ART-EVE-IMP    TO ART-LLEGAD-W
           MOVE SERIAL-EVE-IMP TO SERIAL-LLEGAD-W
           IF SERIAL-LLEGAD-W NOT = SPACES
              INITIALIZE REG-IMPLANTE
              MOVE "S"             TO TIPO-IMP
              MOVE ART-LLEGAD-W    TO COD-ART-IMP
              MOVE SERIAL-LLEGAD-W TO SERIAL-IMP
              READ ARCHIVO-IMPLANTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE DESCRIP-IMP    TO DESCRIP-DISP-W
                      MOVE REFERENCIA-IMP TO REFERENCIA-DISP-W
                      MOVE REG-INVIMA-IMP TO INVIMA-DISP-W
                      MOVE LOTE-IMP       TO LOTE-DISP-W
                      MOVE FABRICANTE-IMP TO FABRICANTE-DISP-W
                      MOVE NIT-PROV-IMP   TO NIT-DISP-W
              END-READ
              INITIALIZE REG-IMPLANTE
              MOVE "E"              TO TIPO-IMP
              MOVE NRO-EVE-LLEGAD-W TO NRO-EVE-IMP
              READ ARCHIVO-IMPLANTES
                   INVALID KEY CONTINUE
              END-READ
           END-IF

           MOVE COD-PACI-IMP TO PACI-LLEGAD-W
           PERFORM LEER-PACIENTE THRU FIN-LEER-PACIENTE
           MOVE ZEROS TO EDAD-W
           IF NACIM-PACI-W > ZEROS
           AND NACIM-PACI-W < FECHA-EVENTO-IMP
              COMPUTE EDAD-W = (FECHA-EVENTO-IMP - NACIM-PACI-W)
                             / 10000
           END-IF

           MOVE FECHA-TOTAL TO FECHA-REPORTE-IMP
           MOVE "E"         TO ESTADO-EVE-IMP
           REWRITE REG-IMPLANTE END-REWRITE

           COMPUTE DIAS-REPORTE-W =
                   FUNCTION INTEGER-OF-DATE (FECHA-REPORTE-IMP)
                 - FUNCTION INTEGER-OF-DATE (FECHA-EVENTO-IMP)

           OPEN OUTPUT ARCHIVO-TECNOV
           MOVE SPACES TO REG-TECNOV
           MOVE 1 TO PUNTERO-W
           STRING FECHA-REPORTE-IMP    DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FECHA-EVENTO-IMP     DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  TIPO-ID-PACI-W       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  COD-PACI-IMP         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  EDAD-W               DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  SEXO-PACI-W          DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  DIAGNOSTICO-EVE-IMP  DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  DESCRIP-DISP-W       DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  REFERENCIA-DISP-W    DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  INVIMA-DISP-W        DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  LOTE-DISP-W          DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  SERIAL-EVE-IMP       DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  FABRICANTE-DISP-W    DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  NIT-DISP-W           DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  CLASIF-EVE-IMP       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  DESENLACE-EVE-IMP    DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  DESCRIP-EVE-IMP      DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  CAUSA-EVE-IMP        DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  ACCION-EVE-IMP       DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  REPORTA-EVE-IMP      DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  PROFESION-EVE-IMP    DELIMITED BY "  "
                  INTO REG-TECNOV WITH POINTER PUNTERO-W
           END-STRING
           WRITE REG-TECNOV END-WRITE
           CLOSE ARCHIVO-TECNOV

           OPEN OUTPUT ARCHIVO-JSON
           MOVE 1 TO PUNTERO-W
           STRING "{*EVENTO*:*"        DELIMITED BY SIZE
                  NRO-EVE-IMP          DELIMITED BY SIZE
                  "*,*ARCHIVO*:*"      DELIMITED BY SIZE
                  NOM-TEC-W            DELIMITED BY SPACE
                  "*,*CLASIFICACION*:*" DELIMITED BY SIZE
                  CLASIF-EVE-IMP       DELIMITED BY SIZE
                  "*,*DIAS*:*"         DELIMITED BY SIZE
                  DIAS-REPORTE-W       DELIMITED BY SIZE
                  "*,*PACIENTE*:*"     DELIMITED BY SIZE
                  COD-PACI-IMP         DELIMITED BY SIZE
                  "*,*NOMBRE*:*"       DELIMITED BY SIZE
                  NOMBRE-PACI-W        DELIMITED BY "  "
                  "*,*DISPOSITIVO*:*"  DELIMITED BY SIZE
                  DESCRIP-DISP-W       DELIMITED BY "  "
                  "*,*SERIAL*:*"       DELIMITED BY SIZE
                  SERIAL-EVE-IMP       DELIMITED BY "  "
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-IMPLANTES

           MOVE "00"        TO DAT0-ENV
           MOVE NRO-EVE-IMP TO NRO-ENV
           IF EVENTO-SERIO AND DIAS-REPORTE-W > 3
              MOVE "Evento serio reportado fuera de las 72 horas"
                   TO MENSAJE-ENV
           ELSE
              MOVE "Reporte de tecnovigilancia generado" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       LEER-SERIAL.
           IF ART-LLEGAD-W = SPACES OR SERIAL-LLEGAD-W = SPACES
              MOVE "Falta el articulo o el serial" TO MSJ-ERROR-W
              GO TO ERROR-IMPLANTES
           END-IF
           INITIALIZE REG-IMPLANTE
           MOVE "S"             TO TIPO-IMP
           MOVE ART-LLEGAD-W    TO COD-ART-IMP
           MOVE SERIAL-LLEGAD-W TO SERIAL-IMP
           READ ARCHIVO-IMPLANTES
                INVALID KEY
                   MOVE "No existe el serial del articulo"
                        TO MSJ-ERROR-W
                   GO TO ERROR-IMPLANTES
           END-READ.

      *    DATOS DEL PACIENTE PACI-LLEGAD-W PARA LA TARJETA Y EL
      *    REPORTE; SIN MAESTRO QUEDAN EN BLANCO.
       LEER-PACIENTE.
           MOVE SPACES TO NOMBRE-PACI-W TIPO-ID-PACI-W SEXO-PACI-W
           MOVE ZEROS  TO NACIM-PACI-W
           IF PACI-LLEGAD-W = ZEROS
              GO TO FIN-LEER-PACIENTE
           END-IF
           OPEN INPUT ARCHIVO-PACIENTES
           IF OTR-STAT NOT = "00"
              GO TO FIN-LEER-PACIENTE
           END-IF
           MOVE PACI-LLEGAD-W TO COD-PACI
           READ ARCHIVO-PACIENTES
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE DESCRIP-PACI TO NOMBRE-PACI-W
                   MOVE TIPO-ID-PACI TO TIPO-ID-PACI-W
                   MOVE SEXO-PACI    TO SEXO-PACI-W
                   MOVE NACIM-PACI   TO NACIM-PACI-W
           END-READ
           CLOSE ARCHIVO-PACIENTES.

       FIN-LEER-PACIENTE.
           EXIT.

       ERROR-IMPLANTES.
           CLOSE ARCHIVO-IMPLANTES
           MOVE "99"                        TO MSJ1-HTML
           MOVE MSJ-ERROR-W                 TO MSJ2-HTML
           MOVE "SER964"                    TO MSJ3-HTML
           GO TO ENVIAR2-ERROR.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
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
