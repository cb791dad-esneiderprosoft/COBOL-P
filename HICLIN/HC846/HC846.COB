      *=================================================================
      * HISTORIA CLINICA - TABLA DE INTERACCIONES ENTRE MEDICAMENTOS
      * (SC-ARCHINT) QUE LA FORMULACION (HC837) CRUZA CONTRA LOS
      * MEDICAMENTOS ACTIVOS DEL PACIENTE EN EL MAR (HC838):
      *   - OPC "A": PRINCIPIOS ACTIVOS DE UN ARTICULO (HASTA 4).
      *   - OPC "I": GRABA UN PAR DE PRINCIPIOS CON SU SEVERIDAD ("C"
      *     CONTRAINDICADA, "M" MAYOR, "O" MODERADA) Y LA
      *     RECOMENDACION. EL PAR SE GUARDA CON EL MENOR PRIMERO.
      *   - OPC "E": ELIMINA UN PAR.
      *   - OPC "L": LISTA LOS PARES.
      *   - OPC "R": INFORME MENSUAL PARA EL COMITE DE FARMACIA DE LAS
      *     FORMULAS AUTORIZADAS CON INTERACCION CONTRAINDICADA: EL
      *     DETALLE CON SU JUSTIFICACION Y EL TOTAL POR PRESCRIPTOR.
      *   - OPC "D": GRABA EL RANGO DE DOSIS PEDIATRICA DE UN ARTICULO
      *     PARA UNA FRANJA DE EDAD EN MESES (MG/KG/DOSIS Y MG/KG/DIA,
      *     MINIMO Y MAXIMO).
      *   - OPC "B": ELIMINA LA FRANJA DE UN ARTICULO.
      *   - OPC "N": LISTA LAS FRANJAS (DE UN ARTICULO O TODAS).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      * 15/10/26 JLR RANGOS DE DOSIS PEDIATRICA POR PESO (OPC D, B, N).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC846".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-INTER.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-INTER.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".

       77 NOM-INT-W              PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W.
             03 ID-SESION-LLEGAD-W  PIC X(15).
             03 FILLER              PIC X(14).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 ART-LLEGAD-W           PIC X(16).
          02 DESCRIP-LLEGAD-W       PIC X(40).
          02 PRINCIPIOS-LLEGAD-W.
             03 PRINC-LLEGAD-W      PIC X(10) OCCURS 4.
          02 SEVERIDAD-LLEGAD-W     PIC X.
          02 RECOMENDA-LLEGAD-W     PIC X(100).
          02 PERIODO-LLEGAD-W       PIC 9(6).
          02 EDAD-DESDE-LLEGAD-W    PIC 9(4).
          02 EDAD-HASTA-LLEGAD-W    PIC 9(4).
          02 DOSIS-MIN-LLEGAD-W     PIC 9(4)V999.
          02 DOSIS-MAX-LLEGAD-W     PIC 9(4)V999.
          02 DIA-MIN-LLEGAD-W       PIC 9(4)V999.
          02 DIA-MAX-LLEGAD-W       PIC 9(4)V999.

       01 VARIABLES.
          02 K                  PIC 9(3).
          02 N-MED-W            PIC 9(3)  VALUE 0.
          02 SW-HALLADO-W       PIC X.
          02 DOSIS-MIN-EDIT-W   PIC 9(4).999.
          02 DOSIS-MAX-EDIT-W   PIC 9(4).999.
          02 DIA-MIN-EDIT-W     PIC 9(4).999.
          02 DIA-MAX-EDIT-W     PIC 9(4).999.

       01 TABLA-PRESCRIPTORES.
          02 DET-MED-W OCCURS 100.
             03 MEDICO-MED-W    PIC X(15).
             03 CANT-MED-W      PIC 9(5).

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
              MOVE "HC846"                 TO MSJ3-HTML
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
              MOVE "HC846"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-INTER SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-INTERAC.
       ESCR-EXCEP-INTER.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-INT-W               TO MSJ2-HTML
              MOVE "HC846"                 TO MSJ3-HTML
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
              MOVE "HC846"                 TO MSJ3-HTML
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
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, ART-LLEGAD-W, DESCRIP-LLEGAD-W,
                   PRINC-LLEGAD-W (1), PRINC-LLEGAD-W (2),
                   PRINC-LLEGAD-W (3), PRINC-LLEGAD-W (4),
                   SEVERIDAD-LLEGAD-W, RECOMENDA-LLEGAD-W,
                   PERIODO-LLEGAD-W, EDAD-DESDE-LLEGAD-W,
                   EDAD-HASTA-LLEGAD-W, DOSIS-MIN-LLEGAD-W,
                   DOSIS-MAX-LLEGAD-W, DIA-MIN-LLEGAD-W,
                   DIA-MAX-LLEGAD-W
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
              MOVE "HC846"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ASIGNAR-NOMBRES.
           INSPECT IP-DATOS-USUNET REPLACING FIRST "/" BY "\"
           INITIALIZE NOM-INT-W
           MOVE "\\" TO NOM-INT-W

           INSPECT NOM-INT-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-INT-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-INT-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W
           INSPECT NOM-INT-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHINT.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC846-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                  ".JSON"         DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-INTERACCIONES.
           OPEN I-O ARCHIVO-INTERAC
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-INTERAC
              CLOSE       ARCHIVO-INTERAC
              OPEN I-O    ARCHIVO-INTERAC
           END-IF.

       ESCOGER-OPCION.
           EVALUATE OPC-LLEGAD-W
             WHEN "A"   GO TO GRABAR-ARTICULO
             WHEN "I"   GO TO GRABAR-PAR
             WHEN "E"   GO TO ELIMINAR-PAR
             WHEN "L"   GO TO LISTAR-PARES
             WHEN "R"   GO TO INFORME-AUTORIZACIONES
             WHEN "D"   GO TO GRABAR-RANGO-DOSIS
             WHEN "B"   GO TO ELIMINAR-RANGO-DOSIS
             WHEN "N"   GO TO LISTAR-RANGOS-DOSIS
             WHEN OTHER
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "HC846"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "A" - PRINCIPIOS ACTIVOS DE UN ARTICULO
      *=================================================================
       GRABAR-ARTICULO.
           IF ART-LLEGAD-W = SPACES
           OR PRINC-LLEGAD-W (1) = SPACES
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Falta el articulo o su principio activo"
                                                 TO MSJ2-HTML
              MOVE "HC846"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-INTERAC
           MOVE "A"                 TO TIPO-INT
           MOVE ART-LLEGAD-W        TO COD-ART-INT
           MOVE DESCRIP-LLEGAD-W    TO DESCRIP-ART-INT
           MOVE PRINCIPIOS-LLEGAD-W TO PRINCIPIOS-ART-INT
           MOVE ID-SESION-LLEGAD-W  TO OPER-INT
           MOVE FECHA-TOTAL         TO FECHA-MOD-INT

           WRITE REG-INTERAC
                 INVALID KEY
                    REWRITE REG-INTERAC END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "I" - PAR DE PRINCIPIOS CON SEVERIDAD Y RECOMENDACION
      *=================================================================
       GRABAR-PAR.
           IF PRINC-LLEGAD-W (1) = SPACES
           OR PRINC-LLEGAD-W (2) = SPACES
           OR PRINC-LLEGAD-W (1) = PRINC-LLEGAD-W (2)
           OR (SEVERIDAD-LLEGAD-W NOT = "C" AND NOT = "M"
                                  AND NOT = "O")
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Par de principios o severidad no valida"
                                                 TO MSJ2-HTML
              MOVE "HC846"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-INTERAC
           PERFORM ARMAR-LLAVE-PAR
           MOVE SEVERIDAD-LLEGAD-W  TO SEVERIDAD-INT
           MOVE RECOMENDA-LLEGAD-W  TO RECOMENDA-INT
           MOVE ID-SESION-LLEGAD-W  TO OPER-INT
           MOVE FECHA-TOTAL         TO FECHA-MOD-INT

           WRITE REG-INTERAC
                 INVALID KEY
                    REWRITE REG-INTERAC END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "E" - ELIMINA UN PAR
      *=================================================================
       ELIMINAR-PAR.
           PERFORM ARMAR-LLAVE-PAR
           DELETE ARCHIVO-INTERAC RECORD
                  INVALID KEY
                     CLOSE ARCHIVO-INTERAC
                     MOVE "99"                      TO MSJ1-HTML
                     MOVE "No existe la interaccion" TO MSJ2-HTML
                     MOVE "HC846"                   TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
           END-DELETE

           CLOSE ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

       ARMAR-LLAVE-PAR.
           MOVE "I"    TO TIPO-INT
           MOVE SPACES TO ID-INT
           IF PRINC-LLEGAD-W (1) < PRINC-LLEGAD-W (2)
              MOVE PRINC-LLEGAD-W (1) TO PRINC1-INT
              MOVE PRINC-LLEGAD-W (2) TO PRINC2-INT
           ELSE
              MOVE PRINC-LLEGAD-W (2) TO PRINC1-INT
              MOVE PRINC-LLEGAD-W (1) TO PRINC2-INT
           END-IF.

      *=================================================================
      * OPC "L" - LISTA DE PARES
      *=================================================================
       LISTAR-PARES.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*INTERACCIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "I"    TO TIPO-INT
           MOVE SPACES TO ID-INT
           START ARCHIVO-INTERAC KEY IS NOT LESS LLAVE-INT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-PAR UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*PRINCIPIO1*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

       LEER-PAR.
           READ ARCHIVO-INTERAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT INT-PAR
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*PRINCIPIO1*:*"   DELIMITED BY SIZE
                        PRINC1-INT          DELIMITED BY " "
                        "*,*PRINCIPIO2*:*"  DELIMITED BY SIZE
                        PRINC2-INT          DELIMITED BY " "
                        "*,*SEVERIDAD*:*"   DELIMITED BY SIZE
                        SEVERIDAD-INT       DELIMITED BY SIZE
                        "*,*RECOMENDACION*:*" DELIMITED BY SIZE
                        RECOMENDA-INT       DELIMITED BY "  "
                        "*},"               DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

      *=================================================================
      * OPC "R" - AUTORIZACIONES DEL MES POR PRESCRIPTOR
      *=================================================================
       INFORME-AUTORIZACIONES.
           IF PERIODO-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL (1:6) TO PERIODO-LLEGAD-W
           END-IF

           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*AUTORIZACIONES*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "V"              TO TIPO-INT
           MOVE SPACES           TO ID-INT
           MOVE PERIODO-LLEGAD-W TO PERIODO-INT
           START ARCHIVO-INTERAC KEY IS NOT LESS LLAVE-INT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-AUTORIZACION UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*MEDICO*:**}],*RESUMEN*:[" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-RESUMEN
                   VARYING K FROM 1 BY 1 UNTIL K > N-MED-W

           MOVE SPACES TO LIN-JSON-W
           STRING "{*MEDICO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

       LEER-AUTORIZACION.
           READ ARCHIVO-INTERAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT INT-AUTORIZA
              OR PERIODO-INT NOT = PERIODO-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 PERFORM CONTAR-PRESCRIPTOR
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*MEDICO*:*"       DELIMITED BY SIZE
                        MEDICO-INT          DELIMITED BY " "
                        "*,*FECHA*:*"       DELIMITED BY SIZE
                        FECHA-INT           DELIMITED BY SIZE
                        "*,*HORA*:*"        DELIMITED BY SIZE
                        HORA-INT            DELIMITED BY SIZE
                        "*,*PACIENTE*:*"    DELIMITED BY SIZE
                        PACI-AUT-INT        DELIMITED BY SIZE
                        "*,*ARTICULO*:*"    DELIMITED BY SIZE
                        ART-NUEVO-INT       DELIMITED BY " "
                        "*,*ACTIVO*:*"      DELIMITED BY SIZE
                        ART-ACTIVO-AUT-INT  DELIMITED BY " "
                        "*,*PRINCIPIO1*:*"  DELIMITED BY SIZE
                        PRINC1-AUT-INT      DELIMITED BY " "
                        "*,*PRINCIPIO2*:*"  DELIMITED BY SIZE
                        PRINC2-AUT-INT      DELIMITED BY " "
                        "*,*JUSTIFICACION*:*" DELIMITED BY SIZE
                        JUSTIF-AUT-INT      DELIMITED BY "  "
                        "*},"               DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       CONTAR-PRESCRIPTOR.
           MOVE "N" TO SW-HALLADO-W
           PERFORM BUSCAR-PRESCRIPTOR
                   VARYING K FROM 1 BY 1
                   UNTIL K > N-MED-W OR SW-HALLADO-W = "S"

           IF SW-HALLADO-W = "N" AND N-MED-W < 100
              ADD 1 TO N-MED-W
              MOVE MEDICO-INT TO MEDICO-MED-W (N-MED-W)
              MOVE 1          TO CANT-MED-W (N-MED-W)
           END-IF.

       BUSCAR-PRESCRIPTOR.
           IF MEDICO-MED-W (K) = MEDICO-INT
              ADD 1 TO CANT-MED-W (K)
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO LIN-JSON-W
           STRING "{*MEDICO*:*"       DELIMITED BY SIZE
                  MEDICO-MED-W (K)    DELIMITED BY " "
                  "*,*CANTIDAD*:"     DELIMITED BY SIZE
                  CANT-MED-W (K)      DELIMITED BY SIZE
                  "},"                DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "D" - RANGO DE DOSIS PEDIATRICA DE UN ARTICULO POR FRANJA
      *           DE EDAD (MESES). LAS DOSIS VAN EN MG POR KG DE PESO.
      *=================================================================
       GRABAR-RANGO-DOSIS.
           IF ART-LLEGAD-W = SPACES
           OR EDAD-HASTA-LLEGAD-W = ZEROS
           OR EDAD-DESDE-LLEGAD-W > EDAD-HASTA-LLEGAD-W
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Falta el articulo o la franja de edad no es valida"
                                                 TO MSJ2-HTML
              MOVE "HC846"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           IF DOSIS-MAX-LLEGAD-W = ZEROS
           OR DIA-MAX-LLEGAD-W   = ZEROS
           OR DOSIS-MIN-LLEGAD-W > DOSIS-MAX-LLEGAD-W
           OR DIA-MIN-LLEGAD-W   > DIA-MAX-LLEGAD-W
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Rango de dosis por kilo no valido"
                                                 TO MSJ2-HTML
              MOVE "HC846"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE REG-INTERAC
           PERFORM ARMAR-LLAVE-DOSIS
           MOVE EDAD-DESDE-LLEGAD-W TO EDAD-DESDE-DOS-INT
           MOVE DOSIS-MIN-LLEGAD-W  TO DOSIS-MIN-DOS-INT
           MOVE DOSIS-MAX-LLEGAD-W  TO DOSIS-MAX-DOS-INT
           MOVE DIA-MIN-LLEGAD-W    TO DIA-MIN-DOS-INT
           MOVE DIA-MAX-LLEGAD-W    TO DIA-MAX-DOS-INT
           MOVE ID-SESION-LLEGAD-W  TO OPER-INT
           MOVE FECHA-TOTAL         TO FECHA-MOD-INT

           WRITE REG-INTERAC
                 INVALID KEY
                    REWRITE REG-INTERAC END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "B" - ELIMINA LA FRANJA DE EDAD DE UN ARTICULO
      *=================================================================
       ELIMINAR-RANGO-DOSIS.
           PERFORM ARMAR-LLAVE-DOSIS
           DELETE ARCHIVO-INTERAC RECORD
                  INVALID KEY
                     CLOSE ARCHIVO-INTERAC
                     MOVE "99"                      TO MSJ1-HTML
                     MOVE "No existe el rango de dosis" TO MSJ2-HTML
                     MOVE "HC846"                   TO MSJ3-HTML
                     GO TO ENVIAR2-ERROR
           END-DELETE

           CLOSE ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

       ARMAR-LLAVE-DOSIS.
           MOVE "D"                 TO TIPO-INT
           MOVE SPACES              TO ID-INT
           MOVE ART-LLEGAD-W        TO COD-ART-DOS-INT
           MOVE EDAD-HASTA-LLEGAD-W TO EDAD-HASTA-DOS-INT.

      *=================================================================
      * OPC "N" - LISTA DE RANGOS DE DOSIS (DEL ARTICULO O TODOS)
      *=================================================================
       LISTAR-RANGOS-DOSIS.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*RANGOS*:[" TO DATOS-PLANO
           INSPECT DATOS-PLANO REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-PLANO

           MOVE "D"          TO TIPO-INT
           MOVE SPACES       TO ID-INT
           MOVE ART-LLEGAD-W TO COD-ART-DOS-INT
           MOVE ZEROS        TO EDAD-HASTA-DOS-INT
           START ARCHIVO-INTERAC KEY IS NOT LESS LLAVE-INT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM LEER-RANGO-DOSIS UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           MOVE SPACES TO LIN-JSON-W
           STRING "{*ARTICULO*:**}]}" DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           CLOSE ARCHIVO-JSON ARCHIVO-INTERAC
           GO TO ENVIO-DATOS.

       LEER-RANGO-DOSIS.
           READ ARCHIVO-INTERAC NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF NOT INT-DOSIS
              OR (ART-LLEGAD-W NOT = SPACES
                  AND COD-ART-DOS-INT NOT = ART-LLEGAD-W)
                 MOVE "10" TO OTR-STAT
              ELSE
                 MOVE DOSIS-MIN-DOS-INT TO DOSIS-MIN-EDIT-W
                 MOVE DOSIS-MAX-DOS-INT TO DOSIS-MAX-EDIT-W
                 MOVE DIA-MIN-DOS-INT   TO DIA-MIN-EDIT-W
                 MOVE DIA-MAX-DOS-INT   TO DIA-MAX-EDIT-W
                 MOVE SPACES TO LIN-JSON-W
                 STRING "{*ARTICULO*:*"     DELIMITED BY SIZE
                        COD-ART-DOS-INT     DELIMITED BY " "
                        "*,*EDAD_DESDE*:"   DELIMITED BY SIZE
                        EDAD-DESDE-DOS-INT  DELIMITED BY SIZE
                        ",*EDAD_HASTA*:"    DELIMITED BY SIZE
                        EDAD-HASTA-DOS-INT  DELIMITED BY SIZE
                        ",*DOSIS_MIN*:"     DELIMITED BY SIZE
                        DOSIS-MIN-EDIT-W    DELIMITED BY SIZE
                        ",*DOSIS_MAX*:"     DELIMITED BY SIZE
                        DOSIS-MAX-EDIT-W    DELIMITED BY SIZE
                        ",*DIA_MIN*:"       DELIMITED BY SIZE
                        DIA-MIN-EDIT-W      DELIMITED BY SIZE
                        ",*DIA_MAX*:"       DELIMITED BY SIZE
                        DIA-MAX-EDIT-W      DELIMITED BY SIZE
                        "},"                DELIMITED BY SIZE
                        INTO LIN-JSON-W
                 END-STRING
                 PERFORM ESCRIBIR-LINEA-JSON
              END-IF
           END-IF.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|HC846"        TO COBW3-CNV-VALUE
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
