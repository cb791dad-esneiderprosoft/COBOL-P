      *              - OPC "L": INFORME DE AUDITORIA "QUIEN PUEDE
      *                HACER QUE": USUARIOS CON SU ROL (Y NOMBRE DE
      *                SC-ARCHREST) Y ROLES CON SUS OPCIONES.
      *              - OPC "P": GRABA UN PAR DE OPCIONES INCOMPATIBLES
      *                (SC-ARCHSOD): COD1 = NUMERO DEL PAR, COD2 Y
      *                OPC-B LAS DOS OPCIONES, ACCION "B" BLOQUEA O
      *                "J" EXIGE JUSTIFICACION.
      *              - OPC "J": GRABA LA JUSTIFICACION DEL CONTROL
      *                COMPENSATORIO DE UN PAR PARA UN ROL ("R"+ROL) O
      *                UN USUARIO ("U"+USUARIO); EL TEXTO LLEGA EN LA
      *                VARIABLE "justificacion".
      *              - OPC "X": BORRA UN PAR O UNA JUSTIFICACION.
      *              - OPC "C": INFORME DE USUARIOS EN CONFLICTO CON
      *                SU ROL, EL PAR Y LA JUSTIFICACION VIGENTE.
      *              AL GRABAR UN PERMISO DE ROL O UNA ASIGNACION DE
      *              USUARIO SE REVISAN LOS PARES: EL ROL QUE QUEDARIA
      *              CON LAS DOS OPCIONES DE UN PAR (EL "ADMI" LAS
      *              TIENE TODAS) NO SE GRABA SI EL PAR BLOQUEA, NI SI
      *              EXIGE JUSTIFICACION Y NO HAY UNA VIGENTE DEL ROL
      *              (O DEL USUARIO, EN LA ASIGNACION).
      *              LA VERIFICACION EN LINEA LA HACE CON853R Y EL
      *              MENU DE INDEX SOLO OFRECE LO PERMITIDO.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 22/08/26 JLR CREACION.
      * 15/10/26 JLR SEGREGACION DE FUNCIONES: PARES INCOMPATIBLES.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON852".
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ROLES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SEGFU.CBL".

           SELECT ARCHIVO-RESTRICCION LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-REST-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ROLES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SEGFU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RESTR.CBL".

       FD  ARCHIVO-JSON
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-ROL-W             PIC X(70).
       01 NOM-SOD-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 COD2-LLEGAD-W          PIC X(8).
          02 DESCRIP-LLEGAD-W       PIC X(30).
          02 ROL-LLEGAD-W           PIC X(4).
          02 OPC-B-LLEGAD-W         PIC X(8).
          02 ACCION-LLEGAD-W        PIC X.
          02 SUJETO-LLEGAD-W        PIC X(5).
          02 VENCE-LLEGAD-W         PIC 9(8).
          02 OPER-LLEGAD-W          PIC X(4).

       01 JUSTIF-LLEGAD-W       PIC X(120).

       01 VARIABLES-SOD.
          02 K                      PIC 9(4).
          02 P                      PIC 9(3).
          02 N-PAR-W                PIC 9(3).
          02 N-USU-W                PIC 9(4).
          02 ROL-REVISAR-W          PIC X(4).
          02 OPC-NUEVA-W            PIC X(8).
          02 OPC-OTRA-W             PIC X(8).
          02 USU-REVISAR-W          PIC X(4).
          02 SW-TIENE-W             PIC X.
          02 SW-CONFLICTO-W         PIC X.
          02 SW-JUSTIF-W            PIC X.
          02 PAR-CONF-W             PIC 9(4).
          02 DESCRIP-CONF-W         PIC X(40).
          02 HOY-W                  PIC 9(8).
          02 MSJ-CONF-W             PIC X(70).

       01 TABLA-PARES.
          02 DET-PAR-W OCCURS 200.
             03 PAR-PAR-W           PIC 9(4).
             03 OPC-A-PAR-W         PIC X(8).
             03 OPC-B-PAR-W         PIC X(8).
             03 DESCRIP-PAR-W       PIC X(40).
             03 ACCION-PAR-W        PIC X.

       01 TABLA-USUARIOS-ROL.
          02 DET-USU-W OCCURS 2000.
             03 USU-USU-W           PIC X(4).
             03 ROL-USU-W           PIC X(4).

       01 LIN-JSON-W            PIC X(400).

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SEGFU SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SEGREGACION.
       ESCR-EXCEP-SEGFU.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-SOD-W               TO MSJ2-HTML
              MOVE "CON852"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-RESTR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-RESTRICCION.
       ESCR-EXCEP-RESTR.
           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, OPC-LLEGAD-W, TIPO-LLEGAD-W,
                   COD1-LLEGAD-W, COD2-LLEGAD-W, DESCRIP-LLEGAD-W,
                   ROL-LLEGAD-W, OPC-B-LLEGAD-W, ACCION-LLEGAD-W,
                   SUJETO-LLEGAD-W, VENCE-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           INITIALIZE JUSTIF-LLEGAD-W
           IF OPC-LLEGAD-W = "J"
              MOVE "justificacion" TO COBW3-SEARCH-DATA
              CALL "COBW3_GET_VALUE" USING COBW3
              MOVE COBW3-GET-DATA  TO JUSTIF-LLEGAD-W
           END-IF.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.

       ASIGNAR-NOMBRES.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHROL.DAT" TO NOM-ROL-W
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHSOD.DAT" TO NOM-SOD-W
           MOVE FECHA-TOTAL TO HOY-W

           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-REST.JSON"  TO NOM-PLANO-W

             WHEN "A"   GO TO GRABAR-ROL
             WHEN "B"   GO TO BORRAR-ROL
             WHEN "L"   GO TO LISTAR-MATRIZ
             WHEN "P"   GO TO GRABAR-PAR
             WHEN "J"   GO TO GRABAR-JUSTIFICACION
             WHEN "X"   GO TO BORRAR-SEGREGACION
             WHEN "C"   GO TO INFORME-CONFLICTOS
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
              OPEN I-O    ARCHIVO-ROLES
           END-IF.

      *    ANTES DE GRABAR SE REVISA QUE EL ROL NO QUEDE CON LAS DOS
      *    OPCIONES DE UN PAR INCOMPATIBLE.

           IF TIPO-LLEGAD-W = "R" OR TIPO-LLEGAD-W = "U"
              PERFORM VALIDAR-SEGREGACION
              IF SW-CONFLICTO-W NOT = "N"
                 CLOSE ARCHIVO-ROLES
                 MOVE "SD"                 TO MSJ1-HTML
                 MOVE MSJ-CONF-W           TO MSJ2-HTML
                 MOVE "CON852"             TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              END-IF
           END-IF

           INITIALIZE REG-ROLES
           MOVE TIPO-LLEGAD-W    TO TIPO-ROL
           MOVE COD1-LLEGAD-W    TO COD1-ROL
           CLOSE ARCHIVO-JSON ARCHIVO-ROLES ARCHIVO-RESTRICCION
           GO TO ENVIO-DATOS.

      *=================================================================
      * SEGREGACION DE FUNCIONES
      *=================================================================
       GRABAR-PAR.
           IF COD1-LLEGAD-W IS NOT NUMERIC
           OR COD2-LLEGAD-W = SPACES OR OPC-B-LLEGAD-W = SPACES
           OR COD2-LLEGAD-W = OPC-B-LLEGAD-W
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Par de opciones no valido" TO MSJ2-HTML
              MOVE "CON852"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-SEGREGACION-IO

           INITIALIZE REG-SEGREGACION
           MOVE "P"              TO TIPO-SOD
           MOVE COD1-LLEGAD-W    TO PAR-SOD
           MOVE COD2-LLEGAD-W    TO OPC-A-SOD
           MOVE OPC-B-LLEGAD-W   TO OPC-B-SOD
           MOVE DESCRIP-LLEGAD-W TO DESCRIP-SOD
           IF ACCION-LLEGAD-W = "J"
              MOVE "J"           TO ACCION-SOD
           ELSE
              MOVE "B"           TO ACCION-SOD
           END-IF
           MOVE OPER-LLEGAD-W    TO APROBO-SOD
           MOVE HOY-W            TO FECHA-SOD

           WRITE REG-SEGREGACION
                 INVALID KEY
                    REWRITE REG-SEGREGACION END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-SEGREGACION
           GO TO ENVIO-DATOS.

       GRABAR-JUSTIFICACION.
           IF COD1-LLEGAD-W IS NOT NUMERIC
           OR (SUJETO-LLEGAD-W (1:1) NOT = "R"
               AND SUJETO-LLEGAD-W (1:1) NOT = "U")
           OR JUSTIF-LLEGAD-W = SPACES OR OPER-LLEGAD-W = SPACES
              MOVE "99"                    TO MSJ1-HTML
              MOVE "Justificacion incompleta" TO MSJ2-HTML
              MOVE "CON852"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-SEGREGACION-IO

           MOVE "P"           TO TIPO-SOD
           MOVE COD1-LLEGAD-W TO PAR-SOD
           MOVE SPACES        TO SUJETO-SOD
           READ ARCHIVO-SEGREGACION
                INVALID KEY
                   CLOSE ARCHIVO-SEGREGACION
                   MOVE "99"                TO MSJ1-HTML
                   MOVE "No existe el par"  TO MSJ2-HTML
                   MOVE "CON852"            TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ

           INITIALIZE REG-SEGREGACION
           MOVE "J"              TO TIPO-SOD
           MOVE COD1-LLEGAD-W    TO PAR-SOD
           MOVE SUJETO-LLEGAD-W  TO SUJETO-SOD
           MOVE JUSTIF-LLEGAD-W  TO JUSTIF-SOD
           MOVE OPER-LLEGAD-W    TO APROBO-SOD
           MOVE HOY-W            TO FECHA-SOD
           MOVE VENCE-LLEGAD-W   TO VENCE-SOD

           WRITE REG-SEGREGACION
                 INVALID KEY
                    REWRITE REG-SEGREGACION END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-SEGREGACION
           GO TO ENVIO-DATOS.

       BORRAR-SEGREGACION.
           OPEN I-O ARCHIVO-SEGREGACION.
           MOVE TIPO-LLEGAD-W    TO TIPO-SOD
           MOVE COD1-LLEGAD-W    TO PAR-SOD
           MOVE SUJETO-LLEGAD-W  TO SUJETO-SOD
           IF TIPO-LLEGAD-W = "P"
              MOVE SPACES        TO SUJETO-SOD
           END-IF
           READ ARCHIVO-SEGREGACION
                INVALID KEY
                   CLOSE ARCHIVO-SEGREGACION
                   MOVE "99"                   TO MSJ1-HTML
                   MOVE "No existe el registro" TO MSJ2-HTML
                   MOVE "CON852"               TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           DELETE ARCHIVO-SEGREGACION
           CLOSE ARCHIVO-SEGREGACION
           GO TO ENVIO-DATOS.

       INFORME-CONFLICTOS.
           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-SOD-" DELIMITED BY SIZE
                  SESION-LLEGAD-W           DELIMITED BY "  "
                  ".JSON"                   DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

           OPEN INPUT ARCHIVO-ROLES ARCHIVO-RESTRICCION
           PERFORM CARGAR-PARES

      *    PRIMERO LOS USUARIOS CON SU ROL: LAS LECTURAS DE LOS
      *    PERMISOS NO DEBEN MOVER EL RECORRIDO DE LA MATRIZ.

           MOVE ZEROS TO N-USU-W
           MOVE "U"    TO TIPO-ROL
           MOVE SPACES TO COD1-ROL COD2-ROL
           START ARCHIVO-ROLES KEY IS NOT LESS LLAVE-ROL
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM CARGAR-USUARIO-ROL UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*CONFLICTOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM REVISAR-USUARIO-CONFLICTO
                   VARYING K FROM 1 BY 1 UNTIL K > N-USU-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*USUARIO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           IF N-PAR-W > 0
              CLOSE ARCHIVO-SEGREGACION
           END-IF
           CLOSE ARCHIVO-JSON ARCHIVO-ROLES ARCHIVO-RESTRICCION
           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|CON852"       TO COBW3-CNV-VALUE
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ABRIR-SEGREGACION-IO.
           OPEN I-O ARCHIVO-SEGREGACION.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-SEGREGACION
              CLOSE       ARCHIVO-SEGREGACION
              OPEN I-O    ARCHIVO-SEGREGACION
           END-IF.

      *    LOS PARES VAN A TABLA PARA PODER BUSCAR LAS JUSTIFICACIONES
      *    SIN PERDER EL RECORRIDO; SIN PARES EL ARCHIVO QUEDA
      *    CERRADO (N-PAR-W EN CEROS).
       CARGAR-PARES.
           INITIALIZE TABLA-PARES
           MOVE ZEROS TO N-PAR-W
           OPEN INPUT ARCHIVO-SEGREGACION
           IF OTR-STAT = "00"
              MOVE "P"    TO TIPO-SOD
              MOVE ZEROS  TO PAR-SOD
              MOVE SPACES TO SUJETO-SOD
              START ARCHIVO-SEGREGACION KEY IS NOT LESS LLAVE-SOD
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-PAR UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              IF N-PAR-W = 0
                 CLOSE ARCHIVO-SEGREGACION
              END-IF
           ELSE
              MOVE "00" TO OTR-STAT
           END-IF.

       LEER-PAR.
           READ ARCHIVO-SEGREGACION NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-SOD NOT = "P"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF N-PAR-W < 200
                    ADD 1 TO N-PAR-W
                    MOVE PAR-SOD     TO PAR-PAR-W (N-PAR-W)
                    MOVE OPC-A-SOD   TO OPC-A-PAR-W (N-PAR-W)
                    MOVE OPC-B-SOD   TO OPC-B-PAR-W (N-PAR-W)
                    MOVE DESCRIP-SOD TO DESCRIP-PAR-W (N-PAR-W)
                    MOVE ACCION-SOD  TO ACCION-PAR-W (N-PAR-W)
                 END-IF
              END-IF
           END-IF.

      *    SW-CONFLICTO-W QUEDA "N" SI NO HAY CONFLICTO SIN RESOLVER;
      *    SI LO HAY, MSJ-CONF-W LLEVA EL MENSAJE DEL PRIMERO.
       VALIDAR-SEGREGACION.
           MOVE "N" TO SW-CONFLICTO-W
           PERFORM CARGAR-PARES
           IF N-PAR-W > 0
              IF TIPO-LLEGAD-W = "R"
                 MOVE COD1-LLEGAD-W TO ROL-REVISAR-W
                 MOVE COD2-LLEGAD-W TO OPC-NUEVA-W
                 MOVE SPACES        TO USU-REVISAR-W
              ELSE
                 MOVE ROL-LLEGAD-W  TO ROL-REVISAR-W
                 MOVE SPACES        TO OPC-NUEVA-W
                 MOVE COD1-LLEGAD-W TO USU-REVISAR-W
              END-IF
              PERFORM REVISAR-PAR VARYING P FROM 1 BY 1
                      UNTIL P > N-PAR-W OR SW-CONFLICTO-W NOT = "N"
              CLOSE ARCHIVO-SEGREGACION
           END-IF.

       REVISAR-PAR.
           PERFORM ROL-TIENE-PAR
           IF SW-TIENE-W = "S"
              PERFORM BUSCAR-JUSTIFICACION
              IF ACCION-PAR-W (P) = "J" AND SW-JUSTIF-W = "S"
                 CONTINUE
              ELSE
                 MOVE ACCION-PAR-W (P) TO SW-CONFLICTO-W
                 MOVE SPACES TO MSJ-CONF-W
                 IF ACCION-PAR-W (P) = "J"
                    STRING "Requiere justificacion, par "
                                             DELIMITED BY SIZE
                           PAR-PAR-W (P)     DELIMITED BY SIZE
                           ": "              DELIMITED BY SIZE
                           DESCRIP-PAR-W (P) DELIMITED BY "  "
                           INTO MSJ-CONF-W
                    END-STRING
                 ELSE
                    STRING "Funciones incompatibles, par "
                                             DELIMITED BY SIZE
                           PAR-PAR-W (P)     DELIMITED BY SIZE
                           ": "              DELIMITED BY SIZE
                           DESCRIP-PAR-W (P) DELIMITED BY "  "
                           INTO MSJ-CONF-W
                    END-STRING
                 END-IF
              END-IF
           END-IF.

      *    EL ROL TIENE EL PAR SI QUEDA CON LAS DOS OPCIONES; LA
      *    OPCION QUE SE ESTA GRABANDO (OPC-NUEVA-W) CUENTA COMO SUYA.
      *    EL USUARIO "ADMI" LAS TIENE TODAS.
       ROL-TIENE-PAR.
           MOVE "N" TO SW-TIENE-W
           IF ROL-REVISAR-W = "ADMI" AND OPC-NUEVA-W = SPACES
              MOVE "S" TO SW-TIENE-W
           ELSE
              MOVE OPC-A-PAR-W (P) TO OPC-OTRA-W
              PERFORM ROL-TIENE-OPCION
              IF SW-TIENE-W = "S"
                 MOVE OPC-B-PAR-W (P) TO OPC-OTRA-W
                 PERFORM ROL-TIENE-OPCION
              END-IF
           END-IF.

       ROL-TIENE-OPCION.
           MOVE "N" TO SW-TIENE-W
           IF OPC-OTRA-W = OPC-NUEVA-W
              MOVE "S" TO SW-TIENE-W
           ELSE
              MOVE "R"           TO TIPO-ROL
              MOVE ROL-REVISAR-W TO COD1-ROL
              MOVE OPC-OTRA-W    TO COD2-ROL
              READ ARCHIVO-ROLES
                   NOT INVALID KEY MOVE "S" TO SW-TIENE-W
              END-READ
           END-IF.

      *    VALE LA JUSTIFICACION DEL ROL O LA DEL USUARIO, SI NO HA
      *    VENCIDO.
       BUSCAR-JUSTIFICACION.
           MOVE "N"             TO SW-JUSTIF-W
           MOVE SPACES          TO JUSTIF-SOD APROBO-SOD
           MOVE "J"             TO TIPO-SOD
           MOVE PAR-PAR-W (P)   TO PAR-SOD
           MOVE "R"             TO CLASE-SUJETO-SOD
           MOVE ROL-REVISAR-W   TO COD-SUJETO-SOD
           PERFORM LEER-JUSTIFICACION

           IF SW-JUSTIF-W = "N" AND USU-REVISAR-W NOT = SPACES
              MOVE "J"           TO TIPO-SOD
              MOVE PAR-PAR-W (P) TO PAR-SOD
              MOVE "U"           TO CLASE-SUJETO-SOD
              MOVE USU-REVISAR-W TO COD-SUJETO-SOD
              PERFORM LEER-JUSTIFICACION
           END-IF.

       LEER-JUSTIFICACION.
           READ ARCHIVO-SEGREGACION
                INVALID KEY
                   MOVE SPACES TO JUSTIF-SOD APROBO-SOD
                NOT INVALID KEY
                   IF VENCE-SOD = ZEROS OR VENCE-SOD >= HOY-W
                      MOVE "S" TO SW-JUSTIF-W
                   ELSE
                      MOVE SPACES TO JUSTIF-SOD APROBO-SOD
                   END-IF
           END-READ.

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

       REVISAR-USUARIO-CONFLICTO.
           MOVE ROL-USU-W (K) TO ROL-REVISAR-W
           MOVE USU-USU-W (K) TO USU-REVISAR-W
           MOVE SPACES        TO OPC-NUEVA-W

           MOVE USU-USU-W (K) TO COD-REST
           READ ARCHIVO-RESTRICCION
                INVALID KEY MOVE SPACES TO NOMBRE-REST
           END-READ

           PERFORM INFORMAR-PAR-USUARIO
                   VARYING P FROM 1 BY 1 UNTIL P > N-PAR-W.

       INFORMAR-PAR-USUARIO.
           PERFORM ROL-TIENE-PAR
           IF SW-TIENE-W = "S"
              PERFORM BUSCAR-JUSTIFICACION
              MOVE SPACES TO LIN-JSON-W
              STRING "{*USUARIO*:*"     DELIMITED BY SIZE
                     USU-USU-W (K)      DELIMITED BY SIZE
                     "*,*NOMBRE*:*"     DELIMITED BY SIZE
                     NOMBRE-REST        DELIMITED BY "  "
                     "*,*ROL*:*"        DELIMITED BY SIZE
                     ROL-USU-W (K)      DELIMITED BY SIZE
                     "*,*PAR*:*"        DELIMITED BY SIZE
                     PAR-PAR-W (P)      DELIMITED BY SIZE
                     "*,*OPCION-A*:*"   DELIMITED BY SIZE
                     OPC-A-PAR-W (P)    DELIMITED BY " "
                     "*,*OPCION-B*:*"   DELIMITED BY SIZE
                     OPC-B-PAR-W (P)    DELIMITED BY " "
                     "*,*RIESGO*:*"     DELIMITED BY SIZE
                     DESCRIP-PAR-W (P)  DELIMITED BY "  "
                     "*,*ACCION*:*"     DELIMITED BY SIZE
                     ACCION-PAR-W (P)   DELIMITED BY SIZE
                     "*,*JUSTIFICADO*:*" DELIMITED BY SIZE
                     SW-JUSTIF-W        DELIMITED BY SIZE
                     "*,*APROBO*:*"     DELIMITED BY SIZE
                     APROBO-SOD         DELIMITED BY SIZE
                     "*,*CONTROL*:*"    DELIMITED BY SIZE
                     JUSTIF-SOD         DELIMITED BY "  "
                     "*},"              DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
