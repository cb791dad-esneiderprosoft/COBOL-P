      *=================================================================
      * BOMBAS - CONTINUIDAD DE TOTALIZADORES ENTRE PLANILLAS
      *          CONSECUTIVAS (SC-ARCHTOT). LA PANTALLA DE CAPTURA DEL
      *          CIERRE DE SURTIDORES LLAMA LA OPC "V" POR CADA LINEA
      *          DET-SURTI-COMB ANTES DE GRABAR LA PLANILLA EN
      *          SC-ARCOMBU (IGUAL QUE BOM129 CON LOS TIQUETES):
      *          - OPC "V": BUSCA EN SC-ARCOMBU LA PLANILLA ANTERIOR
      *            DEL SURTIDOR (DIA/TURNO PREVIO) Y COMPARA SU
      *            NUM-ACT-COMB CON EL NUM-ANT-COMB PROPUESTO.
      *            "00" SI CASAN, "01" SI EL QUIEBRE LO EXPLICA UN
      *            EVENTO DEL MEDIDOR REGISTRADO, "R" SI NO CASAN
      *            (LA PANTALLA NO GRABA) Y "F" SI NO CASAN PERO EL
      *            ADMINISTRADOR AUTORIZA GRABAR: EL QUIEBRE QUEDA
      *            MARCADO CON LA PLANILLA Y EL OPERADOR.
      *          - OPC "E": REGISTRA UN EVENTO LEGITIMO DEL MEDIDOR
      *            (R REPARACION, C CAMBIO, V VUELTA EN 9999999999)
      *            CON LA LECTURA DE CIERRE Y LA DE ARRANQUE.
      *          - OPC "M": INFORME MENSUAL DE QUIEBRES (BLOQUEADOS
      *            Y GRABADOS) Y EVENTOS, CON QUIEN GRABO CADA UNO Y
      *            LOS GALONES DE HUECO Y DE TRASLAPO DEL MES.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM136".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-TOTCO.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
                  ORGANIZATION INDEXED;
                  ACCESS MODE DYNAMIC;
                  RECORD KEY IS LLAVE-COMB
                  ALTERNATE RECORD KEY IS FECHA-COMB WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-TOTCO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-COMBU-W           PIC X(70).
       01 NOM-TOT-W             PIC X(70).
       01 NOM-PLANO-W           PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPCION-LLEGAD-W        PIC X.
          02 SURTI-LLEGAD-W         PIC XX.
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 TURNO-LLEGAD-W         PIC X.
          02 NRO-LLEGAD-W           PIC X(6).
          02 NUM-ANT-LLEGAD-W       PIC 9(10)V999.
          02 AUTORIZA-LLEGAD-W      PIC X.
          02 CLASE-LLEGAD-W         PIC X.
          02 LECT-CIERRE-LLEGAD-W   PIC 9(10)V999.
          02 LECT-ARRANQ-LLEGAD-W   PIC 9(10)V999.
          02 OBSERV-LLEGAD-W        PIC X(60).
          02 PERIODO-LLEGAD-W       PIC 9(6).
          02 OPER-LLEGAD-W          PIC X(4).

       01 VARIABLES.
          02 CIERRE-ANT-W       PIC 9(10)V999.
          02 FECHA-ANT-W        PIC 9(8).
          02 TURNO-ANT-W        PIC X.
          02 NRO-ANT-W          PIC X(6).
          02 DIFERENCIA-W       PIC S9(10)V999.
          02 HUECO-MES-W        PIC S9(12)V999.
          02 TRASLAPO-MES-W     PIC S9(12)V999.
          02 FECHA-COMB-W       PIC 9(8).
          02 FECHA-INI-W        PIC 9(8).
          02 LEIDAS-W           PIC 9(5)  VALUE 0.
          02 N-QUIEBRES-W       PIC 9(5)  VALUE 0.
          02 N-EVENTOS-W        PIC 9(5)  VALUE 0.
          02 RESULTADO-W        PIC XX    VALUE "00".
          02 SW-HALLADO-W       PIC X     VALUE "N".
          02 SW-EVENTO-W        PIC X     VALUE "N".
          02 SW-GRABADO-W       PIC X     VALUE "N".
          02 MENSAJE-W          PIC X(60).
          02 LECTURA-EDIT       PIC -Z,ZZZ,ZZZ,ZZ9.999.
          02 CIERRE-EDIT        PIC -Z,ZZZ,ZZZ,ZZ9.999.

      *    TOPE DE PLANILLAS QUE SE RECORREN HACIA ATRAS BUSCANDO EL
      *    ULTIMO CIERRE DEL SURTIDOR (UN SURTIDOR SIN MOVIMIENTO EN
      *    ESE TRAMO SE TRATA COMO PRIMERA PLANILLA).
       77 TOPE-LEIDAS-W         PIC 9(5)  VALUE 3000.

       01 LIN-JSON-W            PIC X(400).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 SURTI-ENV          PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 CIERRE-ENV         PIC X(20).
          02 FILLER             PIC X VALUE "|".
          02 DIFER-ENV          PIC X(20).
          02 FILLER             PIC X VALUE "|".
          02 NRO-ANT-ENV        PIC X(6).
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(60).

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
              MOVE "BOM136"                TO MSJ3-HTML
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
              MOVE "BOM136"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-COMBU SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-COMBUSTIBLES.
       ESCR-EXCEP-COMBU.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-COMBU-W             TO MSJ2-HTML
              MOVE "BOM136"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-TOTALIZ SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TOTALIZADORES.
       ESCR-EXCEP-TOTALIZ.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-TOT-W               TO MSJ2-HTML
              MOVE "BOM136"                TO MSJ3-HTML
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
              MOVE "BOM136"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "BOM136" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPCION-LLEGAD-W, SURTI-LLEGAD-W, FECHA-LLEGAD-W,
                   TURNO-LLEGAD-W, NRO-LLEGAD-W, NUM-ANT-LLEGAD-W,
                   AUTORIZA-LLEGAD-W, CLASE-LLEGAD-W,
                   LECT-CIERRE-LLEGAD-W, LECT-ARRANQ-LLEGAD-W,
                   OBSERV-LLEGAD-W, PERIODO-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

           IF  OPCION-LLEGAD-W NOT = "M"
           AND (SURTI-LLEGAD-W = SPACES OR FECHA-LLEGAD-W = ZEROS)
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Falta el surtidor o la fecha" TO MSJ2-HTML
              MOVE "BOM136"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

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
           OR NIT-USUNET = ZEROS
              MOVE "Validacion de Sesion"        TO MSJ1-HTML
              MOVE "Falta configurar usuarios"   TO MSJ2-HTML
              MOVE "Sc"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       INICIAR-RESTRICION.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-COMBU-W NOM-TOT-W NOM-PLANO-W
           MOVE "\\" TO NOM-COMBU-W

           INSPECT NOM-COMBU-W REPLACING FIRST "                    "
                                            BY IP-DATOS-USUNET
           INSPECT NOM-COMBU-W REPLACING FIRST " "
                                            BY "\"
           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-COMBU-W TO NOM-TOT-W

           INSPECT NOM-COMBU-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCOMBU.DAT"

           INSPECT NOM-TOT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHTOT.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM136-"  DELIMITED BY SIZE
                  SESION-LLEGAD-W               DELIMITED BY "  "
                  ".JSON"                       DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-TOTALIZADORES.
           OPEN I-O ARCHIVO-TOTALIZADORES
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-TOTALIZADORES
              CLOSE       ARCHIVO-TOTALIZADORES
              OPEN I-O    ARCHIVO-TOTALIZADORES
           END-IF.

           EVALUATE OPCION-LLEGAD-W
             WHEN "V"   GO TO VALIDAR-CONTINUIDAD
             WHEN "E"   GO TO REGISTRAR-EVENTO
             WHEN "M"   GO TO INFORME-QUIEBRES
             WHEN OTHER
                  CLOSE ARCHIVO-TOTALIZADORES
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "BOM136"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPCION "V": VALIDAR LA LINEA DEL SURTIDOR CONTRA EL CIERRE
      *             DE LA PLANILLA ANTERIOR
      *=================================================================
       VALIDAR-CONTINUIDAD.
           MOVE "00"   TO RESULTADO-W
           MOVE SPACES TO MENSAJE-W
           INITIALIZE CIERRE-ANT-W FECHA-ANT-W TURNO-ANT-W NRO-ANT-W
                      DIFERENCIA-W

           OPEN INPUT ARCHIVO-COMBUSTIBLES

      *    SE POSICIONA EN LA FECHA DE LA PLANILLA Y RETROCEDE: LA
      *    PRIMERA PLANILLA ANTERIOR (OTRO DIA, O EL MISMO DIA CON
      *    TURNO MENOR) QUE TRAIGA EL SURTIDOR DA EL CIERRE.

           MOVE "N"            TO SW-HALLADO-W
           MOVE FECHA-LLEGAD-W TO FECHA-COMB
           START ARCHIVO-COMBUSTIBLES KEY IS NOT GREATER FECHA-COMB
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM BUSCAR-CIERRE-ANTERIOR
                   UNTIL OTR-STAT NOT = "00"
                      OR SW-HALLADO-W = "S"
                      OR LEIDAS-W > TOPE-LEIDAS-W

           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-COMBUSTIBLES

           IF SW-HALLADO-W = "N"
              MOVE "Primera planilla del surtidor, sin cierre previo"
                   TO MENSAJE-W
              GO TO CERRAR-VALIDACION
           END-IF

           COMPUTE DIFERENCIA-W = NUM-ANT-LLEGAD-W - CIERRE-ANT-W

           IF DIFERENCIA-W = ZEROS
              GO TO CERRAR-VALIDACION
           END-IF

           PERFORM BUSCAR-EVENTO-MEDIDOR

           IF SW-EVENTO-W = "S"
              MOVE "01" TO RESULTADO-W
              GO TO CERRAR-VALIDACION
           END-IF

      *    QUIEBRE SIN EXPLICACION: SIN AUTORIZACION LA PANTALLA NO
      *    GRABA ("R"); CON AUTORIZACION GRABA Y EL QUIEBRE QUEDA
      *    MARCADO ("F"). AMBOS QUEDAN EN EL REGISTRO PARA EL
      *    INFORME DEL MES.

           IF DIFERENCIA-W > ZEROS
              MOVE "Hueco: galones vendidos fuera de planilla"
                   TO MENSAJE-W
           ELSE
              MOVE "Traslapo: venta contada dos veces"
                   TO MENSAJE-W
           END-IF

           IF AUTORIZA-LLEGAD-W = "S"
              MOVE "F" TO RESULTADO-W
           ELSE
              MOVE "R" TO RESULTADO-W
           END-IF

           PERFORM GRABAR-QUIEBRE.

       CERRAR-VALIDACION.
           CLOSE ARCHIVO-TOTALIZADORES.

       ENVIO-DATOS.
           MOVE RESULTADO-W     TO DAT0-ENV
           MOVE SURTI-LLEGAD-W  TO SURTI-ENV
           MOVE CIERRE-ANT-W    TO CIERRE-EDIT
           MOVE CIERRE-EDIT     TO CIERRE-ENV
           MOVE DIFERENCIA-W    TO LECTURA-EDIT
           MOVE LECTURA-EDIT    TO DIFER-ENV
           MOVE NRO-ANT-W       TO NRO-ANT-ENV
           MOVE MENSAJE-W       TO MENSAJE-ENV

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

      *=================================================================
      * OPCION "E": REGISTRAR UN EVENTO LEGITIMO DEL MEDIDOR
      *=================================================================
       REGISTRAR-EVENTO.
           IF CLASE-LLEGAD-W NOT = "R" AND "C" AND "V"
              CLOSE ARCHIVO-TOTALIZADORES
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Clase de evento no valida (R/C/V)" TO MSJ2-HTML
              MOVE "BOM136"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    LA VUELTA DEL CONTADOR SOLO TIENE SENTIDO SI ARRANCA POR
      *    DEBAJO DE DONDE CERRO.

           IF  CLASE-LLEGAD-W = "V"
           AND LECT-ARRANQ-LLEGAD-W NOT < LECT-CIERRE-LLEGAD-W
              CLOSE ARCHIVO-TOTALIZADORES
              MOVE "99"                              TO MSJ1-HTML
              MOVE "Vuelta de contador con arranque mayor al cierre"
                   TO MSJ2-HTML
              MOVE "BOM136"                          TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-TOTALIZADOR
           MOVE "E"                  TO TIPO-TOT
           MOVE SURTI-LLEGAD-W       TO SURTI-TOT
           MOVE FECHA-LLEGAD-W       TO FECHA-TOT
           MOVE TURNO-LLEGAD-W       TO TURNO-TOT
           MOVE 1                    TO CONSEC-TOT
           MOVE CLASE-LLEGAD-W       TO CLASE-EVT-TOT
           MOVE LECT-CIERRE-LLEGAD-W TO LECT-CIERRE-TOT
           MOVE LECT-ARRANQ-LLEGAD-W TO LECT-ARRANQUE-TOT
           COMPUTE DIFERENCIA-TOT = LECT-ARRANQ-LLEGAD-W
                                  - LECT-CIERRE-LLEGAD-W
           MOVE OBSERV-LLEGAD-W      TO OBSERV-TOT
           MOVE OPER-LLEGAD-W        TO OPER-TOT
           MOVE FECHA-TOTAL          TO FECHA-GRAB-TOT
           MOVE HORA-TOTAL           TO HORA-GRAB-TOT

           MOVE "N" TO SW-GRABADO-W
           PERFORM GRABAR-EVENTO
                   UNTIL SW-GRABADO-W = "S" OR CONSEC-TOT > 998

           CLOSE ARCHIVO-TOTALIZADORES

           MOVE "00"               TO RESULTADO-W
           MOVE "Evento del medidor registrado" TO MENSAJE-W
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPCION "M": INFORME MENSUAL DE QUIEBRES Y EVENTOS
      *=================================================================
       INFORME-QUIEBRES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PERIODO*:*"     DELIMITED BY SIZE
                  PERIODO-LLEGAD-W   DELIMITED BY SIZE
                  "*,*QUIEBRES*:["   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE HUECO-MES-W TRASLAPO-MES-W N-QUIEBRES-W
                      N-EVENTOS-W
           COMPUTE FECHA-INI-W = PERIODO-LLEGAD-W * 100 + 1
           MOVE FECHA-INI-W TO FECHA-TOT
           START ARCHIVO-TOTALIZADORES KEY IS NOT LESS FECHA-TOT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LISTAR-REGISTRO-MES UNTIL OTR-STAT NOT = "00"

           MOVE "00" TO OTR-STAT
           MOVE SPACES TO LIN-JSON-W
           MOVE HUECO-MES-W TO LECTURA-EDIT
           STRING "{*SURTIDOR*:**}],*NRO-QUIEBRES*:" DELIMITED BY SIZE
                  N-QUIEBRES-W        DELIMITED BY SIZE
                  ",*NRO-EVENTOS*:"   DELIMITED BY SIZE
                  N-EVENTOS-W         DELIMITED BY SIZE
                  ",*GALONES-HUECO*:*" DELIMITED BY SIZE
                  LECTURA-EDIT        DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE TRASLAPO-MES-W TO LECTURA-EDIT
           STRING LIN-JSON-W             DELIMITED BY "   "
                  "*,*GALONES-TRASLAPO*:*" DELIMITED BY SIZE
                  LECTURA-EDIT           DELIMITED BY SIZE
                  "*}"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-TOTALIZADORES

           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|BOM136"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

      *=================================================================
      * RUTINAS
      *=================================================================
       BUSCAR-CIERRE-ANTERIOR.
           READ ARCHIVO-COMBUSTIBLES PREVIOUS RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              ADD 1 TO LEIDAS-W
              MOVE FECHA-COMB TO FECHA-COMB-W
              IF  NRO-COMB NOT = NRO-LLEGAD-W
              AND (FECHA-COMB-W < FECHA-LLEGAD-W
                   OR TURNO-COMB < TURNO-LLEGAD-W)
                 PERFORM COMPARAR-SURTIDOR-PLANILLA
                         VARYING I FROM 1 BY 1
                         UNTIL I > 15 OR SW-HALLADO-W = "S"
              END-IF
           END-IF.

       COMPARAR-SURTIDOR-PLANILLA.
           IF SURTIDOR-COMB (I) = SURTI-LLEGAD-W
              MOVE "S"              TO SW-HALLADO-W
              MOVE NUM-ACT-COMB (I) TO CIERRE-ANT-W
              MOVE FECHA-COMB-W     TO FECHA-ANT-W
              MOVE TURNO-COMB       TO TURNO-ANT-W
              MOVE NRO-COMB         TO NRO-ANT-W
           END-IF.

      *    UN EVENTO DEL SURTIDOR FECHADO ENTRE EL CIERRE ANTERIOR Y
      *    LA PLANILLA, CUYA LECTURA DE ARRANQUE ES EL NUM-ANT
      *    PROPUESTO, EXPLICA EL QUIEBRE.

       BUSCAR-EVENTO-MEDIDOR.
           MOVE "N"            TO SW-EVENTO-W
           MOVE "E"            TO TIPO-TOT
           MOVE SURTI-LLEGAD-W TO SURTI-TOT
           MOVE FECHA-ANT-W    TO FECHA-TOT
           MOVE LOW-VALUES     TO TURNO-TOT
           MOVE ZEROS          TO CONSEC-TOT
           START ARCHIVO-TOTALIZADORES KEY IS NOT LESS LLAVE-TOT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-EVENTO-MEDIDOR
                   UNTIL OTR-STAT NOT = "00" OR SW-EVENTO-W = "S"

           MOVE "00" TO OTR-STAT.

       LEER-EVENTO-MEDIDOR.
           READ ARCHIVO-TOTALIZADORES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF TIPO-TOT NOT = "E"
              OR SURTI-TOT NOT = SURTI-LLEGAD-W
              OR FECHA-TOT > FECHA-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF LECT-ARRANQUE-TOT = NUM-ANT-LLEGAD-W
                    MOVE "S" TO SW-EVENTO-W
                    MOVE SPACES TO MENSAJE-W
                    EVALUATE CLASE-EVT-TOT
                      WHEN "R"
                         MOVE "Explicado por reparacion del medidor"
                              TO MENSAJE-W
                      WHEN "C"
                         MOVE "Explicado por cambio de totalizador"
                              TO MENSAJE-W
                      WHEN OTHER
                         MOVE "Explicado por vuelta del contador"
                              TO MENSAJE-W
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       GRABAR-QUIEBRE.
           INITIALIZE REG-TOTALIZADOR
           MOVE "Q"              TO TIPO-TOT
           MOVE SURTI-LLEGAD-W   TO SURTI-TOT
           MOVE FECHA-LLEGAD-W   TO FECHA-TOT
           MOVE TURNO-LLEGAD-W   TO TURNO-TOT
           MOVE ZEROS            TO CONSEC-TOT
           MOVE CIERRE-ANT-W     TO LECT-CIERRE-TOT
           MOVE NUM-ANT-LLEGAD-W TO LECT-ARRANQUE-TOT
           MOVE DIFERENCIA-W     TO DIFERENCIA-TOT
           MOVE NRO-LLEGAD-W     TO NRO-COMB-TOT
           MOVE NRO-ANT-W        TO NRO-ANT-TOT
           MOVE FECHA-ANT-W      TO FECHA-ANT-TOT
           MOVE TURNO-ANT-W      TO TURNO-ANT-TOT
           IF RESULTADO-W = "F"
              MOVE "F"           TO ESTADO-TOT
           ELSE
              MOVE "B"           TO ESTADO-TOT
           END-IF
           MOVE MENSAJE-W        TO OBSERV-TOT
           MOVE OPER-LLEGAD-W    TO OPER-TOT
           MOVE FECHA-TOTAL      TO FECHA-GRAB-TOT
           MOVE HORA-TOTAL       TO HORA-GRAB-TOT

           WRITE REG-TOTALIZADOR
                 INVALID KEY
                    REWRITE REG-TOTALIZADOR END-REWRITE
           END-WRITE.

       GRABAR-EVENTO.
           WRITE REG-TOTALIZADOR
                 INVALID KEY
                    ADD 1 TO CONSEC-TOT
                 NOT INVALID KEY
                    MOVE "S" TO SW-GRABADO-W
           END-WRITE.

       LISTAR-REGISTRO-MES.
           READ ARCHIVO-TOTALIZADORES NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-TOT (1:6) NOT = PERIODO-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM ESCRIBIR-REGISTRO-MES
              END-IF
           END-IF.

       ESCRIBIR-REGISTRO-MES.
           IF TIPO-TOT = "Q"
              ADD 1 TO N-QUIEBRES-W
              IF ESTADO-TOT = "F"
                 IF DIFERENCIA-TOT > ZEROS
                    ADD DIFERENCIA-TOT TO HUECO-MES-W
                 ELSE
                    SUBTRACT DIFERENCIA-TOT FROM TRASLAPO-MES-W
                 END-IF
              END-IF
           ELSE
              ADD 1 TO N-EVENTOS-W
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*SURTIDOR*:*"   DELIMITED BY SIZE
                  SURTI-TOT         DELIMITED BY SIZE
                  "*,*TIPO*:*"      DELIMITED BY SIZE
                  TIPO-TOT          DELIMITED BY SIZE
                  "*,*FECHA*:"      DELIMITED BY SIZE
                  FECHA-TOT         DELIMITED BY SIZE
                  ",*TURNO*:*"      DELIMITED BY SIZE
                  TURNO-TOT         DELIMITED BY SIZE
                  "*,*CLASE*:*"     DELIMITED BY SIZE
                  CLASE-EVT-TOT     DELIMITED BY SIZE
                  "*,*ESTADO*:*"    DELIMITED BY SIZE
                  ESTADO-TOT        DELIMITED BY SIZE
                  "*,*PLANILLA*:*"  DELIMITED BY SIZE
                  NRO-COMB-TOT      DELIMITED BY SIZE
                  "*,*PLANILLA-ANT*:*" DELIMITED BY SIZE
                  NRO-ANT-TOT       DELIMITED BY SIZE
                  "*,*CIERRE*:*"    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE LECT-CIERRE-TOT TO CIERRE-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  CIERRE-EDIT       DELIMITED BY SIZE
                  "*,*ARRANQUE*:*"  DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE LECT-ARRANQUE-TOT TO LECTURA-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  LECTURA-EDIT      DELIMITED BY SIZE
                  "*,*DIFERENCIA*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE DIFERENCIA-TOT TO LECTURA-EDIT
           STRING LIN-JSON-W        DELIMITED BY "   "
                  LECTURA-EDIT      DELIMITED BY SIZE
                  "*,*OPERADOR*:*"  DELIMITED BY SIZE
                  OPER-TOT          DELIMITED BY SIZE
                  "*,*OBSERVACION*:*" DELIMITED BY SIZE
                  OBSERV-TOT        DELIMITED BY "  "
                  "*},"             DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
