      *=================================================================
      * TAX - CONCILIACION FISCAL, FORMATO 2516:
      *       - OPC "A": GRABA UN RANGO DE CUENTAS DE UN RENGLON DEL
      *         2516 (SC-ARCHCFI TIPO "R"): SECCION, SIGNO Y ORIGEN
      *         DEL AJUSTE AUTOMATICO.
      *       - OPC "J": GRABA UN AJUSTE DEL ANO AL RENGLON (TIPO
      *         "A"), PERMANENTE O TEMPORARIO; SENTIDO "M" ES MENOR
      *         VALOR FISCAL, CUALQUIER OTRO MAYOR VALOR FISCAL
      *         (GASTOS NO DEDUCIBLES, INGRESOS NO GRAVADOS, ETC).
      *       - OPC "B": BORRA UN RANGO O UN AJUSTE.
      *       - OPC "L": LISTA LOS PARAMETROS.
      *       - OPC "G": GENERA LA HOJA DE TRABAJO DEL ANO: ACUMULA EL
      *         MOVIMIENTO DE LOS DOCE MESES (MISMO RECORRIDO DE
      *         TAX903; LOS SALDOS DE BALANCE SUPONEN EL COMPROBANTE
      *         DE APERTURA DE ENERO) POR RENGLON = VALOR CONTABLE,
      *         APLICA LOS AJUSTES DEL ANO Y LOS AUTOMATICOS DE LA
      *         SECCION DE SITUACION FINANCIERA:
      *           ORIGEN "D": DEPRECIACION ACUMULADA CONTABLE MENOS
      *           LA FISCAL (COSTO / VIDA UTIL FISCAL * MESES
      *           DEPRECIADOS) DE LOS ACTIVOS EN SERVICIO (CON862).
      *           ORIGEN "P": PROVISION CONTABLE MENOS FISCAL DE LAS
      *           FACTURAS DEL DETERIORO DE CARTERA (SER936), SI
      *           LLEGA EL DIRECTORIO DE SALUD.
      *         AMBOS SON TEMPORARIOS Y TOMAN EL ESTADO ACTUAL DE LOS
      *         ARCHIVOS, POR ESO SE CORRE AL CIERRE DEL ANO.
      *         VALOR FISCAL = CONTABLE - MENOR + MAYOR. EL IMPUESTO
      *         DIFERIDO ES LA DIFERENCIA TEMPORARIA POR LA TARIFA
      *         (35 SI NO LLEGA); EN RENGLONES DE ACTIVO LA
      *         DIFERENCIA POSITIVA ES ACTIVO POR IMPUESTO DIFERIDO Y
      *         EN LOS DE SIGNO "I" (PASIVO / PATRIMONIO) ES PASIVO.
      *         DEJA ADEMAS EL PLANO PARA EL PREVALIDADOR DE LA DIAN
      *         EN C:\PROSOFT\TEMP\F2516-AAAA.TXT, SEPARADO POR ";"
      *         Y VALORES EN PESOS SIN DECIMALES:
      *           ESF;RENGLON;CONTABLE;0;MENOR;MAYOR;FISCAL
      *           ERI;RENGLON;CONTABLE;0;MENOR;MAYOR;FISCAL
      *           IDF;RENGLON;CONTABLE;FISCAL;TEMPORARIA;ACTIVO;PASIVO
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "TAX906".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-CFISC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-ACTIV.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-DETER.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

           SELECT ARCHIVO-PREVAL
                  ASSIGN NOM-PREVAL-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-CFISC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ACTIV.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-DETER.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       FD  ARCHIVO-PREVAL
           LABEL RECORD STANDARD.
       01  REG-PREVAL.
           02 DATOS-PREVAL    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\COBW3.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-CFI-W                    PIC X(70).
       01 NOM-ACT-W                    PIC X(70).
       01 NOM-DET-W                    PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).
       01 NOM-PREVAL-W                 PIC X(90).
       01 NOM-MOV-BASE-W               PIC X(70).

       01 DATO-LLEGADA-W.
          02 LLAVE-SESION-LLEGAD-W     PIC X(29).
          02 DIRECTORIO-LLEGAD-W       PIC X(30).
          02 DIR-CONTAB-LLEGADA-W      PIC X(30).
          02 OPC-LLEGAD-W              PIC X.
          02 TIPO-LLEGAD-W             PIC X.
          02 RENGLON-LLEGAD-W          PIC 9(4).
          02 ANO-LLEGAD-W              PIC 9(4).
          02 SEC-LLEGAD-W              PIC 9(3).
          02 DESCRIP-LLEGAD-W          PIC X(40).
          02 SECCION-LLEGAD-W          PIC X.
          02 CTA-DESDE-LLEGAD-W        PIC X(11).
          02 CTA-HASTA-LLEGAD-W        PIC X(11).
          02 SIGNO-LLEGAD-W            PIC X.
          02 ORIGEN-LLEGAD-W           PIC X.
          02 CLASE-LLEGAD-W            PIC X.
          02 SENTIDO-LLEGAD-W          PIC X.
          02 VALOR-LLEGAD-W            PIC 9(13)V99.
          02 TARIFA-LLEGAD-W           PIC 99.
          02 OPER-LLEGAD-W             PIC X(4).

       01 VARIABLES.
          02 K                      PIC 9(3).
          02 R                      PIC 9(3).
          02 N-REN-W                PIC 9(3) VALUE 0.
          02 N-RAN-W                PIC 9(3) VALUE 0.
          02 MES-W                  PIC 99.
          02 ANO2-W                 PIC 99.
          02 SW-HALLADO-W           PIC X.
          02 VALOR-W                PIC S9(13)V99.
          02 DIF-AUTO-W             PIC S9(13)V99.
          02 DEP-FISCAL-W           PIC S9(13)V99.
          02 IMP-DIF-W              PIC S9(13)V99.
          02 TOT-ID-ACTIVO-W        PIC S9(13)V99.
          02 TOT-ID-PASIVO-W        PIC S9(13)V99.
          02 ENTERO-W               PIC S9(15).
          02 CONT-ESP-W             PIC 99.
          02 PUNTERO-W              PIC 9(3).
          02 VALOR-EDIT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          02 ENTERO-EDIT            PIC -(15)9.
          02 RENGLON-EDIT           PIC 9(4).
          02 SEC-EDIT               PIC 9(3).
          02 ANO-EDIT               PIC 9(4).

       01 TABLA-RENGLONES.
          02 DET-REN-W OCCURS 300.
             03 RENGLON-REN-W       PIC 9(4).
             03 DESCRIP-REN-W       PIC X(40).
             03 SECCION-REN-W       PIC X.
             03 SIGNO-REN-W         PIC X.
             03 ORIGEN-REN-W        PIC X.
             03 CONTABLE-REN-W      PIC S9(13)V99.
             03 MENOR-REN-W         PIC S9(13)V99.
             03 MAYOR-REN-W         PIC S9(13)V99.
             03 FISCAL-REN-W        PIC S9(13)V99.
             03 TEMPORAL-REN-W      PIC S9(13)V99.
             03 ID-ACTIVO-REN-W     PIC S9(13)V99.
             03 ID-PASIVO-REN-W     PIC S9(13)V99.

       01 TABLA-RANGOS.
          02 DET-RAN-W OCCURS 500.
             03 DESDE-RAN-W         PIC X(11).
             03 HASTA-RAN-W         PIC X(11).
             03 REN-RAN-W           PIC 9(3).

       01 TABLA-MESES-W.
          02 FILLER PIC X(36) VALUE
             "ENEFEBMARABRMAYJUNJULAGTSEPOCTNOVDIC".
       01 TABLA-MESES-R REDEFINES TABLA-MESES-W.
          02 MES-DIR-W OCCURS 12    PIC XXX.

       01 LIN-JSON-W                PIC X(500).

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
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-USU-W                TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-SESION SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-SESION.
       ESCR-EXCEP-SESION.
           IF OTR-STAT = "00"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-SESION-W             TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-MOVIM SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-DIARIO.
       ESCR-EXCEP-MOVIM.
           IF OTR-STAT = "00" OR "10" OR "23" OR "30" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-MOV                  TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CFISC SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CONCIL-FISCAL.
       ESCR-EXCEP-CFISC.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-CFI-W                TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ACTIV SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ACTIVOS.
       ESCR-EXCEP-ACTIV.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35" OR "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-ACT-W                TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-DETER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-DETERIORO.
       ESCR-EXCEP-DETER.
           IF OTR-STAT = "00" OR "10" OR "23" OR "30" OR "35"
           OR OTR-STAT = "46"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-DET-W                TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PLANO-W              TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PREVAL SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PREVAL.
       ESCR-EXCEP-PREVAL.
           IF OTR-STAT = "00" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-PREVAL-W             TO MSJ2-HTML
              MOVE "TAX906"                 TO MSJ3-HTML
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
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO LLAVE-SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                    DIR-CONTAB-LLEGADA-W, OPC-LLEGAD-W,
                    TIPO-LLEGAD-W, RENGLON-LLEGAD-W, ANO-LLEGAD-W,
                    SEC-LLEGAD-W, DESCRIP-LLEGAD-W, SECCION-LLEGAD-W,
                    CTA-DESDE-LLEGAD-W, CTA-HASTA-LLEGAD-W,
                    SIGNO-LLEGAD-W, ORIGEN-LLEGAD-W, CLASE-LLEGAD-W,
                    SENTIDO-LLEGAD-W, VALOR-LLEGAD-W,
                    TARIFA-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

           MOVE LLAVE-SESION-LLEGAD-W  TO LLAVE-SESION-W.
           MOVE FUNCTION CURRENT-DATE  TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.

       INICIAR-SESION.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-SESION.DAT" TO NOM-SESION-W
           GO TO VALIDAR-SESION.

       FIN-VALIDAR-SESION.

       ABRIR-USUARIO.
           INITIALIZE OTR-STAT.
           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHUSU.DAT" TO NOM-USU-W

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
              MOVE "TAX906"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-CFI-W NOM-ACT-W NOM-DET-W NOM-MOV-BASE-W
                      NOM-PLANO-W NOM-PREVAL-W

           MOVE "\\" TO NOM-CFI-W

           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"

           INSPECT NOM-CFI-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-CFI-W REPLACING FIRST " "
                                          BY "\"

           MOVE NOM-CFI-W TO NOM-DET-W

           INSPECT NOM-DET-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           INSPECT NOM-DET-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHDET.DAT"

           INSPECT NOM-CFI-W REPLACING
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-CFI-W TO NOM-MOV-BASE-W NOM-ACT-W

           INSPECT NOM-CFI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCFI.DAT"

           INSPECT NOM-ACT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHACT.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-2516-" DELIMITED BY SIZE
                  LLAVE-SESION-LLEGAD-W     DELIMITED BY "  "
                  ".JSON"                   DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING

           MOVE ANO-LLEGAD-W TO ANO-EDIT
           MOVE SPACES TO NOM-PREVAL-W
           STRING "C:\PROSOFT\TEMP\F2516-"  DELIMITED BY SIZE
                  ANO-EDIT                  DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
                  INTO NOM-PREVAL-W
           END-STRING.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO GRABAR-RANGO
             WHEN "J"   GO TO GRABAR-AJUSTE
             WHEN "B"   GO TO BORRAR-PARAMETRO
             WHEN "L"   GO TO LISTAR-PARAMETROS
             WHEN "G"   GO TO GENERAR-CONCILIACION
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "TAX906"            TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

       GRABAR-RANGO.
           IF RENGLON-LLEGAD-W = ZEROS
           OR CTA-DESDE-LLEGAD-W = SPACES
           OR CTA-HASTA-LLEGAD-W < CTA-DESDE-LLEGAD-W
              MOVE "99"                       TO MSJ1-HTML
              MOVE "Renglon o rango no valido" TO MSJ2-HTML
              MOVE "TAX906"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF SECCION-LLEGAD-W NOT = "B" AND NOT = "R"
              MOVE "99"                       TO MSJ1-HTML
              MOVE "Seccion debe ser B o R"   TO MSJ2-HTML
              MOVE "TAX906"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-CFISC-IO

           INITIALIZE REG-CONCIL-FISCAL
           MOVE "R"                TO TIPO-CFI
           MOVE RENGLON-LLEGAD-W   TO RENGLON-CFI
           MOVE ZEROS              TO ANO-CFI
           MOVE SEC-LLEGAD-W       TO SEC-CFI
           MOVE DESCRIP-LLEGAD-W   TO DESCRIP-CFI
           MOVE SECCION-LLEGAD-W   TO SECCION-CFI
           MOVE CTA-DESDE-LLEGAD-W TO CTA-DESDE-CFI
           MOVE CTA-HASTA-LLEGAD-W TO CTA-HASTA-CFI
           MOVE SIGNO-LLEGAD-W     TO SIGNO-CFI
           IF SECCION-LLEGAD-W = "B"
              MOVE ORIGEN-LLEGAD-W TO ORIGEN-CFI
           END-IF
           MOVE OPER-LLEGAD-W      TO OPER-CFI

           WRITE REG-CONCIL-FISCAL
                 INVALID KEY
                    REWRITE REG-CONCIL-FISCAL END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-CONCIL-FISCAL
           GO TO ENVIO-DATOS.

       GRABAR-AJUSTE.
           IF RENGLON-LLEGAD-W = ZEROS OR ANO-LLEGAD-W = ZEROS
              MOVE "99"                       TO MSJ1-HTML
              MOVE "Renglon o ano no valido"  TO MSJ2-HTML
              MOVE "TAX906"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF CLASE-LLEGAD-W NOT = "P" AND NOT = "T"
              MOVE "99"                       TO MSJ1-HTML
              MOVE "Clase debe ser P o T"     TO MSJ2-HTML
              MOVE "TAX906"                   TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM ABRIR-CFISC-IO

           INITIALIZE REG-CONCIL-FISCAL
           MOVE "A"                TO TIPO-CFI
           MOVE RENGLON-LLEGAD-W   TO RENGLON-CFI
           MOVE ANO-LLEGAD-W       TO ANO-CFI
           MOVE SEC-LLEGAD-W       TO SEC-CFI
           MOVE DESCRIP-LLEGAD-W   TO DESCRIP-CFI
           MOVE CLASE-LLEGAD-W     TO CLASE-DIF-CFI
           IF SENTIDO-LLEGAD-W = "M"
              COMPUTE VALOR-AJUSTE-CFI = VALOR-LLEGAD-W * -1
           ELSE
              MOVE VALOR-LLEGAD-W  TO VALOR-AJUSTE-CFI
           END-IF
           MOVE OPER-LLEGAD-W      TO OPER-CFI

           WRITE REG-CONCIL-FISCAL
                 INVALID KEY
                    REWRITE REG-CONCIL-FISCAL END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-CONCIL-FISCAL
           GO TO ENVIO-DATOS.

       BORRAR-PARAMETRO.
           OPEN I-O ARCHIVO-CONCIL-FISCAL.
           MOVE TIPO-LLEGAD-W    TO TIPO-CFI
           MOVE RENGLON-LLEGAD-W TO RENGLON-CFI
           MOVE ANO-LLEGAD-W     TO ANO-CFI
           IF TIPO-LLEGAD-W = "R"
              MOVE ZEROS         TO ANO-CFI
           END-IF
           MOVE SEC-LLEGAD-W     TO SEC-CFI
           READ ARCHIVO-CONCIL-FISCAL
                INVALID KEY
                   CLOSE ARCHIVO-CONCIL-FISCAL
                   MOVE "99"                     TO MSJ1-HTML
                   MOVE "No existe el parametro" TO MSJ2-HTML
                   MOVE "TAX906"                 TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           DELETE ARCHIVO-CONCIL-FISCAL
           CLOSE ARCHIVO-CONCIL-FISCAL
           GO TO ENVIO-DATOS.

       LISTAR-PARAMETROS.
           OPEN INPUT  ARCHIVO-CONCIL-FISCAL.
           OPEN OUTPUT ARCHIVO-JSON.

           MOVE "{*PARAMETROS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           IF OTR-STAT = "00"
              MOVE LOW-VALUES TO LLAVE-CFI
              START ARCHIVO-CONCIL-FISCAL KEY >= LLAVE-CFI
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-PARAMETRO-LISTA
                      UNTIL OTR-STAT NOT = "00"
              CLOSE ARCHIVO-CONCIL-FISCAL
           END-IF

           MOVE SPACES TO LIN-JSON-W
           STRING "{*TIPO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON
           GO TO ENVIO-DATOS.

       GENERAR-CONCILIACION.
           IF ANO-LLEGAD-W = ZEROS
              MOVE "99"                   TO MSJ1-HTML
              MOVE "Ano no valido"        TO MSJ2-HTML
              MOVE "TAX906"               TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF TARIFA-LLEGAD-W = ZEROS
              MOVE 35 TO TARIFA-LLEGAD-W
           END-IF

           INITIALIZE TABLA-RENGLONES TABLA-RANGOS N-REN-W N-RAN-W
                      TOT-ID-ACTIVO-W TOT-ID-PASIVO-W

           OPEN INPUT ARCHIVO-CONCIL-FISCAL.
           IF OTR-STAT NOT = "00"
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Faltan los renglones del 2516" TO MSJ2-HTML
              MOVE "TAX906"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           MOVE "R"   TO TIPO-CFI
           MOVE ZEROS TO RENGLON-CFI ANO-CFI SEC-CFI
           START ARCHIVO-CONCIL-FISCAL KEY >= LLAVE-CFI
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM CARGAR-RANGO UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF N-REN-W = ZEROS
              CLOSE ARCHIVO-CONCIL-FISCAL
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Faltan los renglones del 2516" TO MSJ2-HTML
              MOVE "TAX906"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    VALOR CONTABLE: MOVIMIENTO DE LOS DOCE MESES DEL ANO.

           MOVE ANO-LLEGAD-W (3:2) TO ANO2-W
           PERFORM ACUMULAR-MES
                   VARYING MES-W FROM 1 BY 1 UNTIL MES-W > 12

      *    AJUSTES DEL ANO REGISTRADOS POR EL CONTADOR.

           MOVE "A"          TO TIPO-CFI
           MOVE ZEROS        TO RENGLON-CFI ANO-CFI SEC-CFI
           START ARCHIVO-CONCIL-FISCAL KEY >= LLAVE-CFI
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM APLICAR-AJUSTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-CONCIL-FISCAL

      *    AJUSTES AUTOMATICOS DE DEPRECIACION Y DETERIORO.

           PERFORM APLICAR-AUTOMATICO
                   VARYING K FROM 1 BY 1 UNTIL K > N-REN-W

           PERFORM CALCULAR-RENGLON
                   VARYING K FROM 1 BY 1 UNTIL K > N-REN-W

           OPEN OUTPUT ARCHIVO-JSON ARCHIVO-PREVAL.

           MOVE "{*CONCILIACION*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           PERFORM ESCRIBIR-RENGLON
                   VARYING K FROM 1 BY 1 UNTIL K > N-REN-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*RENGLON*:**}],*ID-ACTIVO*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE TOT-ID-ACTIVO-W TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*ID-PASIVO*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE TOT-ID-PASIVO-W TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*TARIFA*:*"   DELIMITED BY SIZE
                  TARIFA-LLEGAD-W  DELIMITED BY SIZE
                  "*,*PLANO*:*"    DELIMITED BY SIZE
                  NOM-PREVAL-W     DELIMITED BY "  "
                  "*}"             DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           INSPECT LIN-JSON-W REPLACING ALL "\" BY "/"
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-PREVAL.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|TAX906"       TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"   USING COBW3
           MOVE "..\PAGINAS\RECIBIDOS.ASPX" TO SALIDA-HTML
           PERFORM ABRIR-HTML.

       CERRAR-SESION.
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       ABRIR-CFISC-IO.
           OPEN I-O ARCHIVO-CONCIL-FISCAL.
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-CONCIL-FISCAL
              CLOSE       ARCHIVO-CONCIL-FISCAL
              OPEN I-O    ARCHIVO-CONCIL-FISCAL
           END-IF.

       LEER-PARAMETRO-LISTA.
           READ ARCHIVO-CONCIL-FISCAL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              MOVE RENGLON-CFI TO RENGLON-EDIT
              MOVE ANO-CFI     TO ANO-EDIT
              MOVE SEC-CFI     TO SEC-EDIT
              MOVE VALOR-AJUSTE-CFI TO VALOR-EDIT
              MOVE SPACES TO LIN-JSON-W
              STRING "{*TIPO*:*"        DELIMITED BY SIZE
                     TIPO-CFI           DELIMITED BY SIZE
                     "*,*RENGLON*:*"    DELIMITED BY SIZE
                     RENGLON-EDIT       DELIMITED BY SIZE
                     "*,*ANO*:*"        DELIMITED BY SIZE
                     ANO-EDIT           DELIMITED BY SIZE
                     "*,*SEC*:*"        DELIMITED BY SIZE
                     SEC-EDIT           DELIMITED BY SIZE
                     "*,*DESCRIP*:*"    DELIMITED BY SIZE
                     DESCRIP-CFI        DELIMITED BY "  "
                     "*,*SECCION*:*"    DELIMITED BY SIZE
                     SECCION-CFI        DELIMITED BY SIZE
                     "*,*CTA-DESDE*:*"  DELIMITED BY SIZE
                     CTA-DESDE-CFI      DELIMITED BY " "
                     "*,*CTA-HASTA*:*"  DELIMITED BY SIZE
                     CTA-HASTA-CFI      DELIMITED BY " "
                     "*,*SIGNO*:*"      DELIMITED BY SIZE
                     SIGNO-CFI          DELIMITED BY SIZE
                     "*,*ORIGEN*:*"     DELIMITED BY SIZE
                     ORIGEN-CFI         DELIMITED BY SIZE
                     "*,*CLASE*:*"      DELIMITED BY SIZE
                     CLASE-DIF-CFI      DELIMITED BY SIZE
                     "*,*VALOR*:*"      DELIMITED BY SIZE
                     VALOR-EDIT         DELIMITED BY SIZE
                     "*},"              DELIMITED BY SIZE
                     INTO LIN-JSON-W
              END-STRING
              PERFORM ESCRIBIR-LINEA-JSON
           END-IF.

       CARGAR-RANGO.
           READ ARCHIVO-CONCIL-FISCAL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-CFI NOT = "R"
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM UBICAR-RENGLON
                 IF SW-HALLADO-W = "S" AND N-RAN-W < 500
                    ADD 1 TO N-RAN-W
                    MOVE CTA-DESDE-CFI TO DESDE-RAN-W (N-RAN-W)
                    MOVE CTA-HASTA-CFI TO HASTA-RAN-W (N-RAN-W)
                    MOVE K             TO REN-RAN-W (N-RAN-W)
                 END-IF
              END-IF
           END-IF.

       UBICAR-RENGLON.

      *    LOS RANGOS LLEGAN EN ORDEN DE RENGLON; BASTA COMPARAR CON
      *    EL ULTIMO DE LA TABLA.

           MOVE "N" TO SW-HALLADO-W
           MOVE N-REN-W TO K
           IF N-REN-W > 0
              IF RENGLON-REN-W (K) = RENGLON-CFI
                 MOVE "S" TO SW-HALLADO-W
              END-IF
           END-IF

           IF SW-HALLADO-W = "N" AND N-REN-W < 300
              ADD 1 TO N-REN-W
              MOVE N-REN-W     TO K
              MOVE RENGLON-CFI TO RENGLON-REN-W (K)
              MOVE DESCRIP-CFI TO DESCRIP-REN-W (K)
              MOVE SECCION-CFI TO SECCION-REN-W (K)
              MOVE SIGNO-CFI   TO SIGNO-REN-W (K)
              MOVE "S"         TO SW-HALLADO-W
           END-IF

           IF SW-HALLADO-W = "S" AND ORIGEN-CFI NOT = SPACE
              MOVE ORIGEN-CFI TO ORIGEN-REN-W (K)
           END-IF.

       BUSCAR-RENGLON.
           MOVE "N" TO SW-HALLADO-W
           PERFORM COMPARAR-RENGLON VARYING K FROM 1 BY 1
                   UNTIL K > N-REN-W OR SW-HALLADO-W = "S"
           IF SW-HALLADO-W = "S"
              SUBTRACT 1 FROM K
           END-IF.

       COMPARAR-RENGLON.
           IF RENGLON-REN-W (K) = RENGLON-CFI
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       ACUMULAR-MES.
           MOVE NOM-MOV-BASE-W TO NOM-MOV
           INSPECT NOM-MOV REPLACING FIRST "   " BY MES-DIR-W (MES-W)
           INSPECT NOM-MOV REPLACING FIRST "  " BY ANO2-W
           INSPECT NOM-MOV REPLACING FIRST "               "
                                        BY "\SC-ARCHMOV.DAT"

           OPEN INPUT MOVIMIENTO-DIARIO

           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              PERFORM LEER-MOVIMIENTO-2516
                      UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE MOVIMIENTO-DIARIO
           END-IF.

       LEER-MOVIMIENTO-2516.
           READ MOVIMIENTO-DIARIO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF LLAVE-COMP-MOV = "99999999"
                 CONTINUE
              ELSE
                 PERFORM SUMAR-RANGO
                         VARYING R FROM 1 BY 1 UNTIL R > N-RAN-W
              END-IF
           END-IF.

       SUMAR-RANGO.
           IF  CUENTA-MOV >= DESDE-RAN-W (R)
           AND CUENTA-MOV <= HASTA-RAN-W (R)
              MOVE REN-RAN-W (R) TO K
              IF SIGNO-REN-W (K) = "I"
                 SUBTRACT VALOR-MOV FROM CONTABLE-REN-W (K)
              ELSE
                 ADD VALOR-MOV TO CONTABLE-REN-W (K)
              END-IF
           END-IF.

       APLICAR-AJUSTE.
           READ ARCHIVO-CONCIL-FISCAL NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-CFI NOT = "A"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF ANO-CFI = ANO-LLEGAD-W
                    PERFORM BUSCAR-RENGLON
                    IF SW-HALLADO-W = "S"
                       MOVE VALOR-AJUSTE-CFI TO DIF-AUTO-W
                       PERFORM SUMAR-DIFERENCIA
                       IF CFI-TEMPORARIA
                          ADD VALOR-AJUSTE-CFI TO TEMPORAL-REN-W (K)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SUMAR-DIFERENCIA.
           IF DIF-AUTO-W < 0
              SUBTRACT DIF-AUTO-W FROM MENOR-REN-W (K)
           ELSE
              ADD DIF-AUTO-W TO MAYOR-REN-W (K)
           END-IF.

       APLICAR-AUTOMATICO.
           IF SECCION-REN-W (K) = "B"
              MOVE ZEROS TO DIF-AUTO-W
              EVALUATE ORIGEN-REN-W (K)
                WHEN "D" PERFORM DIFERENCIA-DEPRECIACION
                WHEN "P" PERFORM DIFERENCIA-DETERIORO
              END-EVALUATE
              IF DIF-AUTO-W NOT = ZEROS
                 PERFORM SUMAR-DIFERENCIA
                 ADD DIF-AUTO-W TO TEMPORAL-REN-W (K)
              END-IF
           END-IF.

       DIFERENCIA-DEPRECIACION.

      *    LA DEPRECIACION CONTABLE MAYOR QUE LA FISCAL DEJA EL ACTIVO
      *    CON MAYOR VALOR FISCAL.

           OPEN INPUT ARCHIVO-ACTIVOS
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              PERFORM LEER-ACTIVO-2516 UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-ACTIVOS
           END-IF.

       LEER-ACTIVO-2516.
           READ ARCHIVO-ACTIVOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF ACTIVO-EN-SERVICIO AND VIDA-FISCAL-ACT > 0
                 COMPUTE DEP-FISCAL-W ROUNDED =
                         COSTO-ACT / VIDA-FISCAL-ACT * MESES-DEP-ACT
                 IF DEP-FISCAL-W > COSTO-ACT
                    MOVE COSTO-ACT TO DEP-FISCAL-W
                 END-IF
                 COMPUTE DIF-AUTO-W = DIF-AUTO-W
                                    + DEP-ACUM-ACT - DEP-FISCAL-W
              END-IF
           END-IF.

       DIFERENCIA-DETERIORO.

      *    LA PROVISION CONTABLE MAYOR QUE LA FISCAL DEJA LA CARTERA
      *    CON MAYOR VALOR FISCAL.

           IF DIRECTORIO-LLEGAD-W NOT = SPACES
              OPEN INPUT ARCHIVO-DETERIORO
              IF OTR-STAT NOT = "00"
                 MOVE "00" TO OTR-STAT
              ELSE
                 MOVE "D"   TO TIPO-DET
                 MOVE ZEROS TO EDAD-DET NRO-FAC-DET
                 MOVE SPACES TO PAGADOR-DET PREF-FAC-DET
                 START ARCHIVO-DETERIORO KEY >= LLAVE-DET
                       INVALID KEY MOVE "10" TO OTR-STAT
                 END-START
                 PERFORM LEER-DETERIORO-2516
                         UNTIL OTR-STAT NOT = "00"
                 MOVE "00" TO OTR-STAT
                 CLOSE ARCHIVO-DETERIORO
              END-IF
           END-IF.

       LEER-DETERIORO-2516.
           READ ARCHIVO-DETERIORO NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-DET NOT = "D"
                 MOVE "10" TO OTR-STAT
              ELSE
                 COMPUTE DIF-AUTO-W = DIF-AUTO-W
                                    + PROVISION-DET - PROV-FISCAL-DET
              END-IF
           END-IF.

       CALCULAR-RENGLON.
           COMPUTE FISCAL-REN-W (K) = CONTABLE-REN-W (K)
                                    - MENOR-REN-W (K)
                                    + MAYOR-REN-W (K)

      *    IMPUESTO DIFERIDO SOLO SOBRE DIFERENCIAS TEMPORARIAS DE LA
      *    SITUACION FINANCIERA.

           IF SECCION-REN-W (K) = "B"
           AND TEMPORAL-REN-W (K) NOT = ZEROS
              COMPUTE IMP-DIF-W ROUNDED =
                      TEMPORAL-REN-W (K) * TARIFA-LLEGAD-W / 100
              IF SIGNO-REN-W (K) = "I"
                 COMPUTE IMP-DIF-W = IMP-DIF-W * -1
              END-IF
              IF IMP-DIF-W > 0
                 MOVE IMP-DIF-W TO ID-ACTIVO-REN-W (K)
                 ADD  IMP-DIF-W TO TOT-ID-ACTIVO-W
              ELSE
                 COMPUTE ID-PASIVO-REN-W (K) = IMP-DIF-W * -1
                 ADD ID-PASIVO-REN-W (K) TO TOT-ID-PASIVO-W
              END-IF
           END-IF.

       ESCRIBIR-RENGLON.
           MOVE RENGLON-REN-W (K) TO RENGLON-EDIT
           MOVE SPACES TO LIN-JSON-W
           STRING "{*RENGLON*:*"   DELIMITED BY SIZE
                  RENGLON-EDIT     DELIMITED BY SIZE
                  "*,*DESCRIP*:*"  DELIMITED BY SIZE
                  DESCRIP-REN-W (K) DELIMITED BY "  "
                  "*,*SECCION*:*"  DELIMITED BY SIZE
                  SECCION-REN-W (K) DELIMITED BY SIZE
                  "*,*CONTABLE*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE CONTABLE-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*MENOR*:*"    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE MENOR-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*MAYOR*:*"    DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE MAYOR-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*FISCAL*:*"   DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE FISCAL-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*TEMPORARIA*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE TEMPORAL-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*ID-ACTIVO*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE ID-ACTIVO-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*,*ID-PASIVO*:*" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           MOVE ID-PASIVO-REN-W (K) TO VALOR-EDIT
           STRING LIN-JSON-W       DELIMITED BY "   "
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*},"            DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-PREVALIDADOR.

       ESCRIBIR-PREVALIDADOR.

      *    UNA LINEA DEL ESTADO (ESF / ERI) POR RENGLON Y, SI HAY
      *    DIFERENCIA TEMPORARIA, LA DEL IMPUESTO DIFERIDO (IDF).

           MOVE SPACES TO DATOS-PREVAL
           MOVE 1 TO PUNTERO-W
           IF SECCION-REN-W (K) = "B"
              STRING "ESF;" DELIMITED BY SIZE
                     INTO DATOS-PREVAL WITH POINTER PUNTERO-W
              END-STRING
           ELSE
              STRING "ERI;" DELIMITED BY SIZE
                     INTO DATOS-PREVAL WITH POINTER PUNTERO-W
              END-STRING
           END-IF
           STRING RENGLON-EDIT DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  INTO DATOS-PREVAL WITH POINTER PUNTERO-W
           END-STRING
           MOVE CONTABLE-REN-W (K) TO VALOR-W
           PERFORM AGREGAR-VALOR-PREVAL
           MOVE ZEROS TO VALOR-W
           PERFORM AGREGAR-VALOR-PREVAL
           MOVE MENOR-REN-W (K) TO VALOR-W
           PERFORM AGREGAR-VALOR-PREVAL
           MOVE MAYOR-REN-W (K) TO VALOR-W
           PERFORM AGREGAR-VALOR-PREVAL
           MOVE FISCAL-REN-W (K) TO VALOR-W
           PERFORM AGREGAR-VALOR-PREVAL
           PERFORM GRABAR-LINEA-PREVAL

           IF SECCION-REN-W (K) = "B"
           AND TEMPORAL-REN-W (K) NOT = ZEROS
              MOVE SPACES TO DATOS-PREVAL
              MOVE 1 TO PUNTERO-W
              STRING "IDF;"       DELIMITED BY SIZE
                     RENGLON-EDIT DELIMITED BY SIZE
                     ";"          DELIMITED BY SIZE
                     INTO DATOS-PREVAL WITH POINTER PUNTERO-W
              END-STRING
              MOVE CONTABLE-REN-W (K) TO VALOR-W
              PERFORM AGREGAR-VALOR-PREVAL
              MOVE FISCAL-REN-W (K) TO VALOR-W
              PERFORM AGREGAR-VALOR-PREVAL
              MOVE TEMPORAL-REN-W (K) TO VALOR-W
              PERFORM AGREGAR-VALOR-PREVAL
              MOVE ID-ACTIVO-REN-W (K) TO VALOR-W
              PERFORM AGREGAR-VALOR-PREVAL
              MOVE ID-PASIVO-REN-W (K) TO VALOR-W
              PERFORM AGREGAR-VALOR-PREVAL
              PERFORM GRABAR-LINEA-PREVAL
           END-IF.

       AGREGAR-VALOR-PREVAL.

      *    VALOR EN PESOS, SIN DECIMALES NI ESPACIOS, SEGUIDO DEL ";".

           COMPUTE ENTERO-W ROUNDED = VALOR-W
           MOVE ENTERO-W TO ENTERO-EDIT
           MOVE ZEROS TO CONT-ESP-W
           INSPECT ENTERO-EDIT TALLYING CONT-ESP-W
                   FOR LEADING SPACES
           STRING ENTERO-EDIT (CONT-ESP-W + 1:) DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  INTO DATOS-PREVAL WITH POINTER PUNTERO-W
           END-STRING.

       GRABAR-LINEA-PREVAL.

      *    SE QUITA EL ULTIMO ";".

           SUBTRACT 1 FROM PUNTERO-W
           MOVE SPACE TO DATOS-PREVAL (PUNTERO-W:1)
           WRITE REG-PREVAL END-WRITE.

       ESCRIBIR-LINEA-JSON.
           INSPECT LIN-JSON-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-PLANO
           WRITE REG-PLANO END-WRITE
           MOVE SPACES TO LIN-JSON-W.

       COPY "P:\PROG\PROYECT\FUENTES\SC-WEB19.CBL".
