      *=================================================================
      * MAIN-ELECT - RECERTIFICACION PERIODICA DE ACCESOS (SC-ARCHRCT):
      *              - OPC "A": ASIGNA EL AREA DE UN USUARIO (JEFE DE
      *                AREA QUE LO RECERTIFICA Y NOMBRE DEL AREA).
      *              - OPC "Q": QUITA LA ASIGNACION DE AREA.
      *              - OPC "G": GENERA LA CAMPANA DEL TRIMESTRE
      *                (AAAATn, EN BLANCO LA DEL TRIMESTRE ACTUAL) CON
      *                SU FECHA LIMITE (EN CEROS, 30 DIAS): UNA LINEA
      *                POR USUARIO CON ROL EN SC-ARCHROL, A CARGO DEL
      *                JEFE DE SU AREA, CON LA FOTO DE LOS PROGRAMAS
      *                QUE EL ROL ABRE. LOS USUARIOS SIN AREA QUEDAN
      *                A CARGO DEL ROL "ADMI".
      *              - OPC "L": LISTA LAS LINEAS DE LA CAMPANA DE UN
      *                JEFE (O TODAS, JEFE EN BLANCO) CON SUS
      *                PROGRAMAS, PARA LA PANTALLA DE RECERTIFICACION.
      *              - OPC "D": DECISION DEL JEFE SOBRE UNA LINEA: "C"
      *                CONFIRMA, "R" REVOCA. LA REVOCACION SE APLICA
      *                DE UNA VEZ BORRANDO LA ASIGNACION DEL USUARIO
      *                EN SC-ARCHROL. NADIE RECERTIFICA SU PROPIO
      *                ACCESO.
      *              - OPC "C": CIERRA LA CAMPANA: LAS LINEAS SIN
      *                DECISION QUEDAN SUSPENDIDAS.
      *              - OPC "E": EVIDENCIA DE LA CAMPANA PARA LA
      *                AUDITORIA (CSV SEPARADO POR ";"), UN RENGLON
      *                POR PROGRAMA DE CADA LINEA CON LA DECISION,
      *                QUIEN DECIDIO Y CUANDO, Y LOS TOTALES AL FINAL.
      *              INDEX NO DEJA ENTRAR AL USUARIO CON UNA LINEA
      *              SUSPENDIDA, O PENDIENTE DESPUES DE LA FECHA
      *              LIMITE DE UNA CAMPANA ABIERTA; UNA LINEA
      *              SUSPENDIDA SE PUEDE CONFIRMAR DESPUES DEL CIERRE
      *              Y EL USUARIO VUELVE A ENTRAR.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON847".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ROLES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RECER.CBL".

           SELECT ARCHIVO-RESTRICCION LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-REST-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE DYNAMIC;
                  RECORD KEY LLAVE-REST
                  ALTERNATE RECORD KEY NOMBRE-REST WITH DUPLICATES
                  FILE STATUS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ROLES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RECER.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RESTR.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-ROL-W             PIC X(70).
       01 NOM-RCT-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 OPC-LLEGAD-W           PIC X.
          02 CAMPANA-LLEGAD-W.
             03 ANO-CAMP-LLEGAD-W   PIC X(4).
             03 LETRA-CAMP-LLEGAD-W PIC X.
             03 TRIM-CAMP-LLEGAD-W  PIC X.
          02 USUARIO-LLEGAD-W       PIC X(4).
          02 JEFE-LLEGAD-W          PIC X(4).
          02 AREA-LLEGAD-W          PIC X(30).
          02 DECISION-LLEGAD-W      PIC X.
          02 LIMITE-LLEGAD-W        PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES-RCT.
          02 K                      PIC 9(4).
          02 A                      PIC 9(4).
          02 N-AREA-W               PIC 9(4).
          02 N-USU-W                PIC 9(4).
          02 N-LIN-W                PIC 9(4).
          02 HOY-W                  PIC 9(8).
          02 DIAS-HOY-W             PIC 9(7).
          02 TRIM-W                 PIC 9.
          02 SW-AREA-W              PIC X.
          02 ROL-OPER-W             PIC X(4).
          02 JEFE-LINEA-W           PIC X(4).
          02 AREA-LINEA-W           PIC X(30).
          02 TOT-PEND-W             PIC 9(5).
          02 TOT-CONF-W             PIC 9(5).
          02 TOT-REVO-W             PIC 9(5).
          02 TOT-SUSP-W             PIC 9(5).

       01 TABLA-AREAS.
          02 DET-AREA-W OCCURS 2000.
             03 USU-AREA-W          PIC X(4).
             03 JEFE-AREA-W         PIC X(4).
             03 NOMBRE-AREA-W       PIC X(30).

       01 TABLA-USUARIOS-ROL.
          02 DET-USU-W OCCURS 2000.
             03 USU-USU-W           PIC X(4).
             03 ROL-USU-W           PIC X(4).

       01 TABLA-LINEAS.
          02 DET-LIN-W OCCURS 2000.
             03 USU-LIN-W           PIC X(4).
             03 JEFE-LIN-W          PIC X(4).
             03 AREA-LIN-W          PIC X(30).
             03 ROL-LIN-W           PIC X(4).
             03 DECISION-LIN-W      PIC X.
             03 OPER-LIN-W          PIC X(4).
             03 FECHA-LIN-W         PIC 9(8).
             03 HORA-LIN-W          PIC 9(6).
             03 APLICADO-LIN-W      PIC X.

       01 ENCABEZADO-CAMP-W.
          02 CAMPANA-ENC-W          PIC X(6).
          02 LIMITE-ENC-W           PIC 9(8).
          02 ESTADO-ENC-W           PIC X.
          02 OPER-ENC-W             PIC X(4).
          02 FECHA-ENC-W            PIC 9(8).

       01 LIN-JSON-W            PIC X(500).

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
              MOVE "CON847"                TO MSJ3-HTML
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
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ROLES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ROLES.
       ESCR-EXCEP-ROLES.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-ROL-W               TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RECER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RECERTIF.
       ESCR-EXCEP-RECER.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-RCT-W               TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RESTR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RESTRICCION.
       ESCR-EXCEP-RESTR.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-REST-W              TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
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
              MOVE "CON847"                TO MSJ3-HTML
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
              INTO SESION-LLEGAD-W, OPC-LLEGAD-W, CAMPANA-LLEGAD-W,
                   USUARIO-LLEGAD-W, JEFE-LLEGAD-W, AREA-LLEGAD-W,
                   DECISION-LLEGAD-W, LIMITE-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ASIGNAR-NOMBRES.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHROL.DAT" TO NOM-ROL-W
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHRCT.DAT" TO NOM-RCT-W
           MOVE FECHA-TOTAL TO HOY-W

           INITIALIZE NOM-REST-W
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHREST.SC"
                TO NOM-REST-W.

      *    SIN CAMPANA EN LA LLEGADA SE TOMA LA DEL TRIMESTRE ACTUAL.

           IF CAMPANA-LLEGAD-W = SPACES
              COMPUTE TRIM-W = (MES-TOTAL + 2) / 3
              MOVE ANO-TOTAL TO ANO-CAMP-LLEGAD-W
              MOVE "T"       TO LETRA-CAMP-LLEGAD-W
              MOVE TRIM-W    TO TRIM-CAMP-LLEGAD-W
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO GRABAR-AREA
             WHEN "Q"   GO TO BORRAR-AREA
             WHEN "G"   GO TO GENERAR-CAMPANA
             WHEN "L"   GO TO LISTAR-CAMPANA
             WHEN "D"   GO TO DECIDIR-LINEA
             WHEN "C"   GO TO CERRAR-CAMPANA
             WHEN "E"   GO TO EVIDENCIA-CAMPANA
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "CON847"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * AREAS Y JEFES
      *=================================================================
       GRABAR-AREA.
           IF USUARIO-LLEGAD-W = SPACES OR JEFE-LLEGAD-W = SPACES
           OR USUARIO-LLEGAD-W = JEFE-LLEGAD-W
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Usuario o jefe de area no valido" TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-RESTRICCION
           MOVE USUARIO-LLEGAD-W TO COD-REST
           PERFORM VALIDAR-USUARIO-REST
           MOVE JEFE-LLEGAD-W    TO COD-REST
           PERFORM VALIDAR-USUARIO-REST
           CLOSE ARCHIVO-RESTRICCION

           PERFORM ABRIR-RECERTIF-IO

           INITIALIZE REG-RECERTIF
           MOVE "A"              TO TIPO-RCT
           MOVE USUARIO-LLEGAD-W TO USUARIO-RCT
           MOVE JEFE-LLEGAD-W    TO JEFE-RCT
           MOVE AREA-LLEGAD-W    TO AREA-RCT
           MOVE OPER-LLEGAD-W    TO OPER-RCT
           MOVE HOY-W            TO FECHA-RCT

           WRITE REG-RECERTIF
                 INVALID KEY
                    REWRITE REG-RECERTIF END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-RECERTIF
           GO TO ENVIO-DATOS.

       BORRAR-AREA.
           OPEN I-O ARCHIVO-RECERTIF.
           INITIALIZE LLAVE-RCT
           MOVE "A"              TO TIPO-RCT
           MOVE USUARIO-LLEGAD-W TO USUARIO-RCT
           READ ARCHIVO-RECERTIF
                INVALID KEY
                   CLOSE ARCHIVO-RECERTIF
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "No existe el registro" TO MSJ2-HTML
                   MOVE "CON847"               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           DELETE ARCHIVO-RECERTIF
           CLOSE ARCHIVO-RECERTIF
           GO TO ENVIO-DATOS.

      *=================================================================
      * GENERACION DE LA CAMPANA
      *=================================================================
       GENERAR-CAMPANA.
           PERFORM VALIDAR-CAMPANA

           IF LIMITE-LLEGAD-W = ZEROS
              COMPUTE DIAS-HOY-W = FUNCTION INTEGER-OF-DATE (HOY-W)
              COMPUTE LIMITE-LLEGAD-W = FUNCTION DATE-OF-INTEGER
                      (DIAS-HOY-W + 30)
           END-IF

           IF LIMITE-LLEGAD-W < HOY-W
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Fecha limite no valida" TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-RECERTIF-IO

           INITIALIZE REG-RECERTIF
           MOVE "C"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           READ ARCHIVO-RECERTIF
                NOT INVALID KEY
                   CLOSE ARCHIVO-RECERTIF
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "La campana ya existe"  TO MSJ2-HTML
                   MOVE "CON847"               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

      *    AREAS Y USUARIOS CON ROL VAN PRIMERO A TABLA: LAS LECTURAS
      *    DE LOS PERMISOS DE CADA ROL MUEVEN EL RECORRIDO.

           MOVE ZEROS  TO N-AREA-W
           INITIALIZE LLAVE-RCT
           MOVE "A"    TO TIPO-RCT
           START ARCHIVO-RECERTIF KEY IS NOT LESS LLAVE-RCT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM CARGAR-AREA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           OPEN INPUT ARCHIVO-ROLES
           IF OTR-STAT NOT = "00"
              CLOSE ARCHIVO-RECERTIF
              MOVE "99"                     TO MSJ1-HTML
              MOVE "No hay matriz de roles"  TO MSJ2-HTML
              MOVE "CON847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE ZEROS  TO N-USU-W
           MOVE "U"    TO TIPO-ROL
           MOVE SPACES TO COD1-ROL COD2-ROL
           START ARCHIVO-ROLES KEY IS NOT LESS LLAVE-ROL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM CARGAR-USUARIO-ROL UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-RECERTIF
           MOVE "C"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           MOVE "A"              TO ESTADO-RCT
           MOVE LIMITE-LLEGAD-W  TO LIMITE-RCT
           MOVE OPER-LLEGAD-W    TO OPER-RCT
           MOVE HOY-W            TO FECHA-RCT
           MOVE HORA-TOTAL       TO HORA-RCT
           WRITE REG-RECERTIF END-WRITE

           PERFORM GENERAR-LINEA VARYING K FROM 1 BY 1
                   UNTIL K > N-USU-W

           CLOSE ARCHIVO-RECERTIF ARCHIVO-ROLES
           GO TO ENVIO-DATOS.

      *=================================================================
      * LISTADO PARA LA PANTALLA DEL JEFE DE AREA
      *=================================================================
       LISTAR-CAMPANA.
           OPEN INPUT ARCHIVO-RECERTIF
           PERFORM LEER-ENCABEZADO
           OPEN INPUT ARCHIVO-RESTRICCION
           PERFORM CARGAR-LINEAS

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-RECERT-" DELIMITED BY SIZE
                  SESION-LLEGAD-W              DELIMITED BY "  "
                  ".JSON"                      DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*CAMPANA*:*"  DELIMITED BY SIZE
                  CAMPANA-ENC-W   DELIMITED BY SIZE
                  "*,*LIMITE*:*"  DELIMITED BY SIZE
                  LIMITE-ENC-W    DELIMITED BY SIZE
                  "*,*ESTADO*:*"  DELIMITED BY SIZE
                  ESTADO-ENC-W    DELIMITED BY SIZE
                  "*,*LINEAS*:["  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM LISTAR-LINEA VARYING K FROM 1 BY 1
                   UNTIL K > N-LIN-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*USUARIO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-RECERTIF ARCHIVO-RESTRICCION
           GO TO ENVIO-DATOS.

      *=================================================================
      * DECISION DEL JEFE SOBRE UNA LINEA
      *=================================================================
       DECIDIR-LINEA.
           IF DECISION-LLEGAD-W NOT = "C" AND NOT = "R"
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Decision no valida"    TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF OPER-LLEGAD-W = SPACES
           OR OPER-LLEGAD-W = USUARIO-LLEGAD-W
              MOVE "RC"                    TO MSJ1-HTML
              MOVE "Nadie recertifica su propio acceso"
                                           TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-RECERTIF
           PERFORM LEER-ENCABEZADO

           INITIALIZE LLAVE-RCT
           MOVE "L"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           MOVE USUARIO-LLEGAD-W TO USUARIO-RCT
           READ ARCHIVO-RECERTIF
                INVALID KEY
                   CLOSE ARCHIVO-RECERTIF
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "El usuario no esta en la campana"
                                                 TO MSJ2-HTML
                   MOVE "CON847"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

      *    CERRADA LA CAMPANA SOLO SE DECIDEN LAS LINEAS SUSPENDIDAS;
      *    LA REVOCACION YA APLICADA NO SE DESHACE AQUI (SE VUELVE A
      *    ASIGNAR EL ROL POR CON852).

           IF LINEA-REVOCADA
           OR (ESTADO-ENC-W = "C" AND NOT LINEA-SUSPENDIDA)
              CLOSE ARCHIVO-RECERTIF
              MOVE "99"                       TO MSJ1-HTML
              MOVE "La linea ya no admite decision" TO MSJ2-HTML
              MOVE "CON847"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-ROLES
           PERFORM VALIDAR-JEFE-LINEA

           MOVE DECISION-LLEGAD-W TO DECISION-RCT
           MOVE OPER-LLEGAD-W     TO OPER-RCT
           MOVE HOY-W             TO FECHA-RCT
           MOVE HORA-TOTAL        TO HORA-RCT
           MOVE "N"               TO APLICADO-RCT

           IF LINEA-REVOCADA
              PERFORM APLICAR-REVOCACION
           END-IF

           REWRITE REG-RECERTIF END-REWRITE

           CLOSE ARCHIVO-RECERTIF ARCHIVO-ROLES
           GO TO ENVIO-DATOS.

      *=================================================================
      * CIERRE: LO QUE NADIE DECIDIO QUEDA SUSPENDIDO
      *=================================================================
       CERRAR-CAMPANA.
           OPEN I-O ARCHIVO-RECERTIF
           PERFORM LEER-ENCABEZADO

           IF ESTADO-ENC-W NOT = "A"
              CLOSE ARCHIVO-RECERTIF
              MOVE "99"                     TO MSJ1-HTML
              MOVE "La campana ya esta cerrada" TO MSJ2-HTML
              MOVE "CON847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE LLAVE-RCT
           MOVE "L"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           START ARCHIVO-RECERTIF KEY IS NOT LESS LLAVE-RCT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM SUSPENDER-LINEA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           INITIALIZE LLAVE-RCT
           MOVE "C"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           READ ARCHIVO-RECERTIF END-READ
           MOVE "C"              TO ESTADO-RCT
           REWRITE REG-RECERTIF END-REWRITE

           CLOSE ARCHIVO-RECERTIF
           GO TO ENVIO-DATOS.

      *=================================================================
      * EVIDENCIA PARA LA AUDITORIA
      *=================================================================
       EVIDENCIA-CAMPANA.
           OPEN INPUT ARCHIVO-RECERTIF
           PERFORM LEER-ENCABEZADO
           OPEN INPUT ARCHIVO-RESTRICCION
           MOVE SPACES TO JEFE-LLEGAD-W
           PERFORM CARGAR-LINEAS

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-RECERT-" DELIMITED BY SIZE
                  CAMPANA-ENC-W                DELIMITED BY SIZE
                  ".CSV"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "CAMPANA;LIMITE;ESTADO;GENERO;FECHA-GENERA"
                                          DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-PLANO

           MOVE SPACES TO LIN-JSON-W
           STRING CAMPANA-ENC-W  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  LIMITE-ENC-W   DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  ESTADO-ENC-W   DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  OPER-ENC-W     DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  FECHA-ENC-W    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-PLANO

           MOVE SPACES TO LIN-JSON-W
           STRING "JEFE;AREA;USUARIO;NOMBRE;ROL;PROGRAMA;DESCRIPCION;"
                                          DELIMITED BY SIZE
                  "DECISION;DECIDIO;FECHA;HORA;APLICADO"
                                          DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-PLANO

           MOVE ZEROS TO TOT-PEND-W TOT-CONF-W TOT-REVO-W TOT-SUSP-W
           PERFORM EVIDENCIA-LINEA VARYING K FROM 1 BY 1
                   UNTIL K > N-LIN-W

           MOVE "TOTALES;PENDIENTES;CONFIRMADOS;REVOCADOS;SUSPENDIDOS"
                TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-PLANO

           MOVE SPACES TO LIN-JSON-W
           STRING N-LIN-W        DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  TOT-PEND-W     DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  TOT-CONF-W     DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  TOT-REVO-W     DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  TOT-SUSP-W     DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-PLANO

           CLOSE ARCHIVO-JSON ARCHIVO-RECERTIF ARCHIVO-RESTRICCION
           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|CON847"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       ABRIR-RECERTIF-IO.
           OPEN I-O ARCHIVO-RECERTIF.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-RECERTIF
              CLOSE       ARCHIVO-RECERTIF
              OPEN I-O    ARCHIVO-RECERTIF
           END-IF.

       VALIDAR-USUARIO-REST.
           READ ARCHIVO-RESTRICCION
                INVALID KEY
                   CLOSE ARCHIVO-RESTRICCION
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "No existe el usuario" TO MSJ2-HTML
                   MOVE COD-REST               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ.

       VALIDAR-CAMPANA.
           IF ANO-CAMP-LLEGAD-W IS NOT NUMERIC
           OR LETRA-CAMP-LLEGAD-W NOT = "T"
           OR TRIM-CAMP-LLEGAD-W < "1" OR TRIM-CAMP-LLEGAD-W > "4"
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Campana no valida (AAAATn)" TO MSJ2-HTML
              MOVE "CON847"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       LEER-ENCABEZADO.
           IF OTR-STAT NOT = "00"
              MOVE "99"                     TO MSJ1-HTML
              MOVE "No hay campanas"         TO MSJ2-HTML
              MOVE "CON847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE LLAVE-RCT
           MOVE "C"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           READ ARCHIVO-RECERTIF
                INVALID KEY
                   CLOSE ARCHIVO-RECERTIF
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "No existe la campana"    TO MSJ2-HTML
                   MOVE CAMPANA-LLEGAD-W         TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           MOVE CAMPANA-RCT TO CAMPANA-ENC-W
           MOVE LIMITE-RCT  TO LIMITE-ENC-W
           MOVE ESTADO-RCT  TO ESTADO-ENC-W
           MOVE OPER-RCT    TO OPER-ENC-W
           MOVE FECHA-RCT   TO FECHA-ENC-W.

       CARGAR-AREA.
           READ ARCHIVO-RECERTIF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-RCT NOT = "A"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF N-AREA-W < 2000
                    ADD 1 TO N-AREA-W
                    MOVE USUARIO-RCT TO USU-AREA-W (N-AREA-W)
                    MOVE JEFE-RCT    TO JEFE-AREA-W (N-AREA-W)
                    MOVE AREA-RCT    TO NOMBRE-AREA-W (N-AREA-W)
                 END-IF
              END-IF
           END-IF.

       CARGAR-USUARIO-ROL.
           READ ARCHIVO-ROLES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-ROL NOT = "U"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF N-USU-W < 2000
                    ADD 1 TO N-USU-W
                    MOVE COD1-ROL     TO USU-USU-W (N-USU-W)
                    MOVE ROL-ASIG-ROL TO ROL-USU-W (N-USU-W)
                 END-IF
              END-IF
           END-IF.

      *    CADA USUARIO CON ROL QUEDA EN UNA LINEA PENDIENTE A CARGO
      *    DEL JEFE DE SU AREA, CON LA FOTO DE LO QUE SU ROL ABRE.
       GENERAR-LINEA.
           MOVE "N"    TO SW-AREA-W
           MOVE "ADMI" TO JEFE-LINEA-W
           MOVE "SIN AREA ASIGNADA" TO AREA-LINEA-W
           PERFORM BUSCAR-AREA VARYING A FROM 1 BY 1
                   UNTIL A > N-AREA-W OR SW-AREA-W = "S"

           INITIALIZE REG-RECERTIF
           MOVE "L"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           MOVE USU-USU-W (K)    TO USUARIO-RCT
           MOVE JEFE-LINEA-W     TO JEFE-RCT
           MOVE AREA-LINEA-W     TO AREA-RCT
           MOVE ROL-USU-W (K)    TO ROL-RCT
           MOVE "P"              TO DECISION-RCT
           WRITE REG-RECERTIF END-WRITE

           IF ROL-USU-W (K) = "ADMI"
              INITIALIZE REG-RECERTIF
              MOVE "D"              TO TIPO-RCT
              MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
              MOVE USU-USU-W (K)    TO USUARIO-RCT
              MOVE "TODO"           TO OPCION-RCT
              MOVE "TODAS LAS OPCIONES" TO AREA-RCT
              MOVE ROL-USU-W (K)    TO ROL-RCT
              WRITE REG-RECERTIF END-WRITE
           ELSE
              MOVE "R"           TO TIPO-ROL
              MOVE ROL-USU-W (K) TO COD1-ROL
              MOVE SPACES        TO COD2-ROL
              START ARCHIVO-ROLES KEY IS NOT LESS LLAVE-ROL
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM GENERAR-PROGRAMA UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           END-IF.

       BUSCAR-AREA.
           IF USU-AREA-W (A) = USU-USU-W (K)
              MOVE "S"               TO SW-AREA-W
              MOVE JEFE-AREA-W (A)   TO JEFE-LINEA-W
              MOVE NOMBRE-AREA-W (A) TO AREA-LINEA-W
           END-IF.

       GENERAR-PROGRAMA.
           READ ARCHIVO-ROLES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-ROL NOT = "R" OR COD1-ROL NOT = ROL-USU-W (K)
                 MOVE "10" TO OTR-STAT
              ELSE
                 INITIALIZE REG-RECERTIF
                 MOVE "D"              TO TIPO-RCT
                 MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
                 MOVE USU-USU-W (K)    TO USUARIO-RCT
                 MOVE COD2-ROL         TO OPCION-RCT
                 MOVE DESCRIP-ROL      TO AREA-RCT
                 MOVE ROL-USU-W (K)    TO ROL-RCT
                 WRITE REG-RECERTIF END-WRITE
              END-IF
           END-IF.

      *    LAS LINEAS VAN A TABLA PARA LEER LOS PROGRAMAS DE CADA UNA
      *    SIN PERDER EL RECORRIDO; CON JEFE EN LA LLEGADA SOLO LAS
      *    DE ESE JEFE.
       CARGAR-LINEAS.
           INITIALIZE TABLA-LINEAS
           MOVE ZEROS TO N-LIN-W
           INITIALIZE LLAVE-RCT
           MOVE "L"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           START ARCHIVO-RECERTIF KEY IS NOT LESS LLAVE-RCT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-LINEA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       LEER-LINEA.
           READ ARCHIVO-RECERTIF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-RCT NOT = "L"
              OR CAMPANA-RCT NOT = CAMPANA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF (JEFE-LLEGAD-W = SPACES
                     OR JEFE-RCT = JEFE-LLEGAD-W)
                 AND N-LIN-W < 2000
                    ADD 1 TO N-LIN-W
                    MOVE USUARIO-RCT  TO USU-LIN-W (N-LIN-W)
                    MOVE JEFE-RCT     TO JEFE-LIN-W (N-LIN-W)
                    MOVE AREA-RCT     TO AREA-LIN-W (N-LIN-W)
                    MOVE ROL-RCT      TO ROL-LIN-W (N-LIN-W)
                    MOVE DECISION-RCT TO DECISION-LIN-W (N-LIN-W)
                    MOVE OPER-RCT     TO OPER-LIN-W (N-LIN-W)
                    MOVE FECHA-RCT    TO FECHA-LIN-W (N-LIN-W)
                    MOVE HORA-RCT     TO HORA-LIN-W (N-LIN-W)
                    MOVE APLICADO-RCT TO APLICADO-LIN-W (N-LIN-W)
                 END-IF
              END-IF
           END-IF.

       LEER-NOMBRE-USUARIO.
           MOVE USU-LIN-W (K) TO COD-REST
           READ ARCHIVO-RESTRICCION
                INVALID KEY MOVE SPACES TO NOMBRE-REST
           END-READ.

       INICIAR-PROGRAMAS.
           INITIALIZE LLAVE-RCT
           MOVE "D"              TO TIPO-RCT
           MOVE CAMPANA-LLEGAD-W TO CAMPANA-RCT
           MOVE USU-LIN-W (K)    TO USUARIO-RCT
           START ARCHIVO-RECERTIF KEY IS NOT LESS LLAVE-RCT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START.

       LEER-PROGRAMA.
           READ ARCHIVO-RECERTIF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-RCT NOT = "D"
              OR CAMPANA-RCT NOT = CAMPANA-LLEGAD-W
              OR USUARIO-RCT NOT = USU-LIN-W (K)
                 MOVE "10" TO OTR-STAT
              END-IF
           END-IF.

       LISTAR-LINEA.
           PERFORM LEER-NOMBRE-USUARIO

           MOVE SPACES TO LIN-JSON-W
           STRING "{*USUARIO*:*"      DELIMITED BY SIZE
                  USU-LIN-W (K)       DELIMITED BY SIZE
                  "*,*NOMBRE*:*"      DELIMITED BY SIZE
                  NOMBRE-REST         DELIMITED BY "  "
                  "*,*JEFE*:*"        DELIMITED BY SIZE
                  JEFE-LIN-W (K)      DELIMITED BY SIZE
                  "*,*AREA*:*"        DELIMITED BY SIZE
                  AREA-LIN-W (K)      DELIMITED BY "  "
                  "*,*ROL*:*"         DELIMITED BY SIZE
                  ROL-LIN-W (K)       DELIMITED BY SIZE
                  "*,*DECISION*:*"    DELIMITED BY SIZE
                  DECISION-LIN-W (K)  DELIMITED BY SIZE
                  "*,*DECIDIO*:*"     DELIMITED BY SIZE
                  OPER-LIN-W (K)      DELIMITED BY SIZE
                  "*,*FECHA*:*"       DELIMITED BY SIZE
                  FECHA-LIN-W (K)     DELIMITED BY SIZE
                  "*,*PROGRAMAS*:["   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM INICIAR-PROGRAMAS
           PERFORM LISTAR-PROGRAMA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*OPCION*:**}]}," DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       LISTAR-PROGRAMA.
           PERFORM LEER-PROGRAMA
           IF OTR-STAT = "00"
              MOVE SPACES TO LIN-JSON-W
              STRING "{*OPCION*:*"    DELIMITED BY SIZE
                     OPCION-RCT       DELIMITED BY " "
                     "*,*DESCRIP*:*"  DELIMITED BY SIZE
                     AREA-RCT         DELIMITED BY "  "
                     "*},"            DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

      *    LA LINEA SIN AREA LA DECIDE UN USUARIO CON ROL "ADMI"; LAS
      *    DEMAS SOLO EL JEFE DE SU AREA.
       VALIDAR-JEFE-LINEA.
           MOVE SPACES        TO ROL-OPER-W
           MOVE "U"           TO TIPO-ROL
           MOVE OPER-LLEGAD-W TO COD1-ROL
           MOVE SPACES        TO COD2-ROL
           READ ARCHIVO-ROLES
                NOT INVALID KEY MOVE ROL-ASIG-ROL TO ROL-OPER-W
           END-READ

           IF OPER-LLEGAD-W = JEFE-RCT
           OR (JEFE-RCT = "ADMI" AND ROL-OPER-W = "ADMI")
              CONTINUE
           ELSE
              CLOSE ARCHIVO-RECERTIF ARCHIVO-ROLES
              MOVE "RC"                     TO MSJ1-HTML
              MOVE "Solo el jefe del area decide esta linea"
                                            TO MSJ2-HTML
              MOVE "CON847"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

      *    SE BORRA LA ASIGNACION DEL USUARIO SI SIGUE CON EL ROL QUE
      *    SE REVISO; SI YA NO LO TIENE, EL ACCESO REVOCADO YA NO
      *    EXISTE Y LA LINEA QUEDA IGUAL COMO APLICADA.
       APLICAR-REVOCACION.
           MOVE "U"           TO TIPO-ROL
           MOVE USUARIO-RCT   TO COD1-ROL
           MOVE SPACES        TO COD2-ROL
           READ ARCHIVO-ROLES
                NOT INVALID KEY
                   IF ROL-ASIG-ROL = ROL-RCT
                      DELETE ARCHIVO-ROLES END-DELETE
                   END-IF
           END-READ
           MOVE "S" TO APLICADO-RCT.

       SUSPENDER-LINEA.
           READ ARCHIVO-RECERTIF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-RCT NOT = "L"
              OR CAMPANA-RCT NOT = CAMPANA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF LINEA-PENDIENTE
                    MOVE "S"        TO DECISION-RCT
                    MOVE HOY-W      TO FECHA-RCT
                    MOVE HORA-TOTAL TO HORA-RCT
                    REWRITE REG-RECERTIF END-REWRITE
                 END-IF
              END-IF
           END-IF.

       EVIDENCIA-LINEA.
           EVALUATE DECISION-LIN-W (K)
             WHEN "P"   ADD 1 TO TOT-PEND-W
             WHEN "C"   ADD 1 TO TOT-CONF-W
             WHEN "R"   ADD 1 TO TOT-REVO-W
             WHEN "S"   ADD 1 TO TOT-SUSP-W
           END-EVALUATE

           PERFORM LEER-NOMBRE-USUARIO
           PERFORM INICIAR-PROGRAMAS
           PERFORM EVIDENCIA-PROGRAMA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT.

       EVIDENCIA-PROGRAMA.
           PERFORM LEER-PROGRAMA
           IF OTR-STAT = "00"
              MOVE SPACES TO LIN-JSON-W
              STRING JEFE-LIN-W (K)     DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     AREA-LIN-W (K)     DELIMITED BY "  "
                     ";"                DELIMITED BY SIZE
                     USU-LIN-W (K)      DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     NOMBRE-REST        DELIMITED BY "  "
                     ";"                DELIMITED BY SIZE
                     ROL-LIN-W (K)      DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     OPCION-RCT         DELIMITED BY " "
                     ";"                DELIMITED BY SIZE
                     AREA-RCT           DELIMITED BY "  "
                     ";"                DELIMITED BY SIZE
                     DECISION-LIN-W (K) DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     OPER-LIN-W (K)     DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     FECHA-LIN-W (K)    DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     HORA-LIN-W (K)     DELIMITED BY SIZE
                     ";"                DELIMITED BY SIZE
                     APLICADO-LIN-W (K) DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-PLANO
           END-IF.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       ESCRIBIR-LINEA-PLANO.
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
