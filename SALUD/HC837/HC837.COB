                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       COPY "..\..\FUENTES\FS-INTER.CBL".
       COPY "..\..\FUENTES\FS-MARAD.CBL".
       COPY "..\..\FUENTES\FS-PACIE.CBL".
       COPY "..\..\FUENTES\FS-EWSCO.CBL".


       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-MACR1.CBL".
       COPY "..\..\FUENTES\FD-CODPO.CBL".
       COPY "..\..\FUENTES\FD-INTER.CBL".
       COPY "..\..\FUENTES\FD-MARAD.CBL".
       COPY "..\..\FUENTES\FD-PACIE.CBL".
       COPY "..\..\FUENTES\FD-EWSCO.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC.CBL".

       01 LLEGADA-W                    PIC X(400).

       77 NOM-MACRO-W                  PIC X(70).
       77 NOM-POS-W                    PIC X(70).
       77 NOM-PLANO-W                  PIC X(90).
       77 NOM-OVERRIDE-W               PIC X(70).
       77 NOM-INT-W                    PIC X(70).
       77 NOM-MAR-W                    PIC X(70).
       77 PACIE-W                      PIC X(70).
       77 NOM-EWS-W                    PIC X(70).
       77 CONT                         PIC 9(4).

       77 SW-EN-POS-W                  PIC X VALUE "N".
             03 TIPO-MACROH            PIC 9.
             03 COD-MACROH             PIC 99.
          02 MOTIVO-OVERRIDE-W         PIC X(60).
          02 PACI-INT-LLEGAD-W         PIC 9(11).
          02 ART-INT-LLEGAD-W          PIC X(16).
          02 JUSTIF-INT-LLEGAD-W       PIC X(100).
          02 DOSIS-MG-LLEGAD-W         PIC 9(5)V999.
          02 FRECU-HORAS-LLEGAD-W      PIC 99.

      * INTERACCIONES DEL ARTICULO QUE SE FORMULA CONTRA LOS QUE EL
      * PACIENTE TIENE ACTIVOS (DOSIS PENDIENTES EN EL MAR, HC838).
       77 K                            PIC 9(4).
       77 N-ACTIVOS-W                  PIC 9(4) VALUE 0.
       77 N-INTERAC-W                  PIC 9(4) VALUE 0.
       77 POS-CONTRA-W                 PIC 9(4) VALUE 0.
       77 SW-HALLADO-INT-W             PIC X.
       77 SEVERIDAD-MAX-W              PIC X    VALUE SPACE.
          88 HAY-CONTRAINDICADA-W        VALUE "C".
       77 RESPUESTA-W                  PIC X(4) VALUE "00".

      * DOSIS PEDIATRICA POR PESO: MENORES DE 18 ANOS (216 MESES).
      * EL PESO ES EL ULTIMO TOMADO EN SIGNOS VITALES (SC-ARCHEWS)
      * DENTRO DE LOS DIAS DE VIGENCIA.
       77 EDAD-PEDIATRICA-W            PIC 9(4) VALUE 216.
       77 DIAS-PESO-W                  PIC 9(3) VALUE 30.
       77 EDAD-MESES-W                 PIC S9(5).
       77 PESO-KG-W                    PIC 9(3)V999.
       77 FECHA-LIMITE-PESO-W          PIC 9(8).
       77 FECHA-HOY-NUM-W              PIC 9(8).
       77 DOSIS-KG-W                   PIC 9(5)V999.
       77 DIA-KG-W                     PIC 9(5)V999.
       77 SW-RANGO-W                   PIC X.
       77 DOSIS-EDIT-W                 PIC ZZZZ9.999.
       77 MIN-EDIT-W                   PIC ZZZ9.999.
       77 MAX-EDIT-W                   PIC ZZZ9.999.

       01 NACIM-W.
          02 ANO-NACIM-W               PIC 9(4).
          02 MES-NACIM-W               PIC 99.
          02 DIA-NACIM-W               PIC 99.

       01 PRINC-NUEVO-W.
          02 PRINC-NUE-W               PIC X(10) OCCURS 4.

       01 PRINC-ACTIVO-W.
          02 PRINC-ACT-W               PIC X(10) OCCURS 4.

       01 TABLA-ACTIVOS-W.
          02 ART-ACT-W                 PIC X(16) OCCURS 30.

       01 TABLA-INTERAC-W.
          02 DET-INTERAC-W OCCURS 20.
             03 ART-INTERAC-W          PIC X(16).
             03 PRINC1-INTERAC-W       PIC X(10).
             03 PRINC2-INTERAC-W       PIC X(10).
             03 SEVERIDAD-INTERAC-W    PIC X.
             03 RECOMENDA-INTERAC-W    PIC X(100).

       01 PAR-W.
          02 PRINC1-PAR-W              PIC X(10).
          02 PRINC2-PAR-W              PIC X(10).

       01 LIN-INTERAC-W                PIC X(500).

       01 LIN-1.  
          02 FILLER                  PIC X(7)   VALUE "{*COD*:".
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-INTERAC.
       ESCR-EXCEPTIONES.
           IF OTR-STAT = "00" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-INT-W                TO MSJ2-HTML
              MOVE "HC837"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-MAR.
       ESCR-EXCEPTIONES.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-MAR-W                TO MSJ2-HTML
              MOVE "HC837"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PACIENTES.
       ESCR-EXCEPTIONES.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE PACIE-W                  TO MSJ2-HTML
              MOVE "HC837"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-EWS.
       ESCR-EXCEPTIONES.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-EWS-W                TO MSJ2-HTML
              MOVE "HC837"                  TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.
      
       INICIAR-IIS.
           UNSTRING LLEGADA-W DELIMITED BY "|"
              INTO LLAVE-SESION-LLEGA-W, DIR-CONTAB-LLEGADA-W,
                   MES-CONTAB-LLEGADA-W, COD-COSTO-LLEGADA-W,
                   LLAVE-MACROH-W, MOTIVO-OVERRIDE-W,
                   PACI-INT-LLEGAD-W, ART-INT-LLEGAD-W,
                   JUSTIF-INT-LLEGAD-W, DOSIS-MG-LLEGAD-W,
                   FRECU-HORAS-LLEGAD-W
           END-UNSTRING.

           MOVE LLAVE-SESION-LLEGA-W    TO LLAVE-SESION-W.
                   "                          "
                                   BY "PROG\HC\DATOS\SC-POSOVR.LOG".

           INITIALIZE NOM-INT-W
           MOVE "\\" TO NOM-INT-W

           INSPECT NOM-INT-W REPLACING FIRST "                    "
                                         BY IP-DATOS-USUNET

           INSPECT NOM-INT-W REPLACING FIRST " "
                                            BY "\"

           INSPECT NOM-INT-W REPLACING FIRST "                     "
                                         BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-INT-W TO NOM-MAR-W PACIE-W NOM-EWS-W

           INSPECT NOM-INT-W REPLACING FIRST "                       "
                                         BY "\CONTROL\SC-ARCHINT.DAT"

           INSPECT NOM-MAR-W REPLACING FIRST "                       "
                                         BY "\CONTROL\SC-ARCHMAR.DAT"

           INSPECT PACIE-W REPLACING FIRST "                     "
                                       BY "\CONTROL\SC-PACIE.DAT"

           INSPECT NOM-EWS-W REPLACING FIRST "                       "
                                         BY "\CONTROL\SC-ARCHEWS.DAT".


       ABRIR-MACRO-HIS.

              END-IF
           END-IF.

           GO TO VALIDAR-DOSIS-PEDIATRICA.

       GRABAR-OVERRIDE-POS.

       FIN-GRABAR-OVERRIDE-POS.
           EXIT.

      *    CUANDO EL LLAMADOR INFORMA EL PACIENTE Y EL ARTICULO QUE SE
      *    FORMULA Y EL PACIENTE ES MENOR DE 18 ANOS, LA DOSIS SE
      *    VALIDA POR PESO: SE TOMA EL ULTIMO PESO REGISTRADO EN LOS
      *    SIGNOS VITALES (HC811/HC812) DENTRO DE LOS DIAS DE VIGENCIA;
      *    SIN PESO RECIENTE NO SE DEJA FORMULAR. CON LA FRANJA DE
      *    EDAD DEL ARTICULO (SC-ARCHINT TIPO "D", HC846) SE CALCULAN
      *    LOS MG/KG POR DOSIS Y EL TOTAL DIARIO (DOSIS X 24 / HORAS
      *    DE FRECUENCIA) Y SE RECHAZA LA FORMULA FUERA DE RANGO.
       VALIDAR-DOSIS-PEDIATRICA.

           IF PACI-INT-LLEGAD-W = ZEROS
           OR ART-INT-LLEGAD-W = SPACES
              GO TO VALIDAR-INTERACCIONES
           END-IF.

           MOVE ZEROS TO NACIM-W
           OPEN INPUT ARCHIVO-PACIENTES.
           IF OTR-STAT = "00"
              MOVE PACI-INT-LLEGAD-W TO COD-PACI
              READ ARCHIVO-PACIENTES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE NACIM-PACI TO NACIM-W
              END-READ
              CLOSE ARCHIVO-PACIENTES
           END-IF.
           MOVE "00" TO OTR-STAT.

           IF NACIM-W = ZEROS
              GO TO VALIDAR-INTERACCIONES
           END-IF.

           COMPUTE EDAD-MESES-W = (ANO-TOTAL - ANO-NACIM-W) * 12
                                + MES-TOTAL - MES-NACIM-W
           IF DIA-TOTAL < DIA-NACIM-W
              SUBTRACT 1 FROM EDAD-MESES-W
           END-IF
           IF EDAD-MESES-W < ZERO
              MOVE ZERO TO EDAD-MESES-W
           END-IF.

           IF EDAD-MESES-W NOT < EDAD-PEDIATRICA-W
              GO TO VALIDAR-INTERACCIONES
           END-IF.

           PERFORM BUSCAR-PESO-RECIENTE.

           IF PESO-KG-W = ZEROS
              MOVE "99"                              TO MSJ1-HTML
              MOVE
                 "Paciente pediatrico sin peso en signos vitales"
                                                     TO MSJ2-HTML
              MOVE "HC837"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           PERFORM BUSCAR-RANGO-DOSIS.

           IF SW-RANGO-W = "N"
              GO TO VALIDAR-INTERACCIONES
           END-IF.

           IF DOSIS-MG-LLEGAD-W = ZEROS
           OR FRECU-HORAS-LLEGAD-W = ZEROS
              MOVE "99"                              TO MSJ1-HTML
              MOVE
                 "Indique la dosis en mg y la frecuencia en horas"
                                                     TO MSJ2-HTML
              MOVE "HC837"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           COMPUTE DOSIS-KG-W ROUNDED = DOSIS-MG-LLEGAD-W / PESO-KG-W
           COMPUTE DIA-KG-W ROUNDED =
                   DOSIS-MG-LLEGAD-W * 24 / FRECU-HORAS-LLEGAD-W
                   / PESO-KG-W.

           IF DOSIS-KG-W < DOSIS-MIN-DOS-INT
           OR DOSIS-KG-W > DOSIS-MAX-DOS-INT
              MOVE DOSIS-KG-W        TO DOSIS-EDIT-W
              MOVE DOSIS-MIN-DOS-INT TO MIN-EDIT-W
              MOVE DOSIS-MAX-DOS-INT TO MAX-EDIT-W
              MOVE "99"                              TO MSJ1-HTML
              MOVE SPACES TO MSJ2-HTML
              STRING "Dosis fuera de rango:" DELIMITED BY SIZE
                     DOSIS-EDIT-W     DELIMITED BY SIZE
                     " mg/kg/dosis, rango" DELIMITED BY SIZE
                     MIN-EDIT-W       DELIMITED BY SIZE
                     " a"             DELIMITED BY SIZE
                     MAX-EDIT-W       DELIMITED BY SIZE
                INTO MSJ2-HTML
              END-STRING
              MOVE "HC837"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           IF DIA-KG-W < DIA-MIN-DOS-INT
           OR DIA-KG-W > DIA-MAX-DOS-INT
              MOVE DIA-KG-W          TO DOSIS-EDIT-W
              MOVE DIA-MIN-DOS-INT   TO MIN-EDIT-W
              MOVE DIA-MAX-DOS-INT   TO MAX-EDIT-W
              MOVE "99"                              TO MSJ1-HTML
              MOVE SPACES TO MSJ2-HTML
              STRING "Dosis/dia fuera de rango:" DELIMITED BY SIZE
                     DOSIS-EDIT-W     DELIMITED BY SIZE
                     " mg/kg/dia, rango" DELIMITED BY SIZE
                     MIN-EDIT-W       DELIMITED BY SIZE
                     " a"             DELIMITED BY SIZE
                     MAX-EDIT-W       DELIMITED BY SIZE
                INTO MSJ2-HTML
              END-STRING
              MOVE "HC837"                           TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

           GO TO VALIDAR-INTERACCIONES.

       BUSCAR-PESO-RECIENTE.
           MOVE ZEROS TO PESO-KG-W
           MOVE FECHA-TOTAL TO FECHA-HOY-NUM-W
           COMPUTE FECHA-LIMITE-PESO-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-HOY-NUM-W)
                    - DIAS-PESO-W)

           OPEN INPUT ARCHIVO-EWS.
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              MOVE PACI-INT-LLEGAD-W TO COD-PACI-EWS
              MOVE 99999999          TO FECHA-EWS
              MOVE 9999              TO HORA-EWS
              START ARCHIVO-EWS KEY IS NOT GREATER LLAVE-EWS
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START

              PERFORM LEER-PESO-ANTERIOR UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-EWS
           END-IF.

       LEER-PESO-ANTERIOR.
           READ ARCHIVO-EWS PREVIOUS RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-EWS NOT = PACI-INT-LLEGAD-W
              OR FECHA-EWS < FECHA-LIMITE-PESO-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF PESO-EWS > ZEROS
                    MOVE PESO-EWS TO PESO-KG-W
                    MOVE "10"     TO OTR-STAT
                 END-IF
              END-IF
           END-IF.

      *    LA FRANJA QUE APLICA ES LA PRIMERA DEL ARTICULO CUYA EDAD
      *    HASTA NO SEA MENOR QUE LA DEL PACIENTE, SIEMPRE QUE LA
      *    EDAD DESDE LO CUBRA. SIN FRANJA EL ARTICULO NO TIENE RANGO.
       BUSCAR-RANGO-DOSIS.
           MOVE "N" TO SW-RANGO-W
           OPEN INPUT ARCHIVO-INTERAC.
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              MOVE "D"              TO TIPO-INT
              MOVE SPACES           TO ID-INT
              MOVE ART-INT-LLEGAD-W TO COD-ART-DOS-INT
              MOVE EDAD-MESES-W     TO EDAD-HASTA-DOS-INT
              START ARCHIVO-INTERAC KEY IS NOT LESS LLAVE-INT
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START

              IF OTR-STAT = "00"
                 READ ARCHIVO-INTERAC NEXT RECORD
                      AT END MOVE "10" TO OTR-STAT
                 END-READ
                 IF  OTR-STAT = "00"
                 AND INT-DOSIS
                 AND COD-ART-DOS-INT = ART-INT-LLEGAD-W
                 AND EDAD-DESDE-DOS-INT NOT > EDAD-MESES-W
                    MOVE "S" TO SW-RANGO-W
                 END-IF
              END-IF

              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-INTERAC
           END-IF.

      *    CUANDO EL LLAMADOR INFORMA EL PACIENTE Y EL ARTICULO QUE SE
      *    FORMULA, SE CRUZAN SUS PRINCIPIOS ACTIVOS CONTRA LOS DE LOS
      *    ARTICULOS QUE EL PACIENTE TIENE ACTIVOS (DOSIS PENDIENTES
      *    DESDE HOY EN EL MAR DE HC838) EN LA TABLA DE INTERACCIONES
      *    (SC-ARCHINT, HC846). LAS INTERACCIONES QUEDAN EN EL JSON
      *    JSC-ARCHINTER- DE LA SESION Y LA PEOR SEVERIDAD VUELVE CON
      *    EL "00". UNA CONTRAINDICADA EXIGE JUSTIFICACION; CON ELLA
      *    SE GRABA LA AUTORIZACION DEL PRESCRIPTOR PARA EL INFORME
      *    MENSUAL DEL COMITE DE FARMACIA.
       VALIDAR-INTERACCIONES.

           IF PACI-INT-LLEGAD-W = ZEROS
           OR ART-INT-LLEGAD-W = SPACES
              GO TO ENVIO-DATOS
           END-IF.

           OPEN INPUT ARCHIVO-INTERAC.
           IF OTR-STAT NOT = "00"
              GO TO ENVIO-DATOS
           END-IF.

           MOVE SPACES TO PRINC-NUEVO-W
           MOVE "A"              TO TIPO-INT
           MOVE SPACES           TO ID-INT
           MOVE ART-INT-LLEGAD-W TO COD-ART-INT
           READ ARCHIVO-INTERAC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRINCIPIOS-ART-INT TO PRINC-NUEVO-W
           END-READ.

           IF PRINC-NUEVO-W = SPACES
              CLOSE ARCHIVO-INTERAC
              GO TO ENVIO-DATOS
           END-IF.

           PERFORM BUSCAR-ACTIVOS-MAR.

           MOVE 0     TO N-INTERAC-W
           MOVE SPACE TO SEVERIDAD-MAX-W
           PERFORM CRUZAR-ACTIVO
                   VARYING I FROM 1 BY 1 UNTIL I > N-ACTIVOS-W.

           CLOSE ARCHIVO-INTERAC.

           PERFORM ESCRIBIR-INTERACCIONES.

           IF SEVERIDAD-MAX-W NOT = SPACE
              MOVE SPACES TO RESPUESTA-W
              STRING "00|"           DELIMITED BY SIZE
                     SEVERIDAD-MAX-W DELIMITED BY SIZE
                INTO RESPUESTA-W
              END-STRING
           END-IF.

           IF HAY-CONTRAINDICADA-W
              IF JUSTIF-INT-LLEGAD-W = SPACES
                 MOVE "99"                             TO MSJ1-HTML
                 MOVE "Justifique la interaccion contraindicada"
                                                       TO MSJ2-HTML
                 MOVE "HC837"                          TO MSJ3-HTML
                 GO TO ENVIAR2-ERROR
              ELSE
                 PERFORM GRABAR-AUTORIZACION-INT
              END-IF
           END-IF.

           GO TO ENVIO-DATOS.

       BUSCAR-ACTIVOS-MAR.
           MOVE 0 TO N-ACTIVOS-W
           OPEN INPUT ARCHIVO-MAR.
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              INITIALIZE LLAVE-MAR
              MOVE PACI-INT-LLEGAD-W TO COD-PACI-MAR
              MOVE FECHA-TOTAL       TO FECHA-MAR
              START ARCHIVO-MAR KEY IS NOT LESS LLAVE-MAR
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START

              PERFORM LEER-ACTIVO-MAR UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-MAR
           END-IF.

       LEER-ACTIVO-MAR.
           READ ARCHIVO-MAR NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-MAR NOT = PACI-INT-LLEGAD-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF DOSIS-PENDIENTE
                 AND COD-ART-MAR NOT = ART-INT-LLEGAD-W
                    PERFORM AGREGAR-ACTIVO
                 END-IF
              END-IF
           END-IF.

       AGREGAR-ACTIVO.
           MOVE "N" TO SW-HALLADO-INT-W
           PERFORM COMPARAR-ACTIVO
                   VARYING K FROM 1 BY 1 UNTIL K > N-ACTIVOS-W

           IF SW-HALLADO-INT-W = "N" AND N-ACTIVOS-W < 30
              ADD 1 TO N-ACTIVOS-W
              MOVE COD-ART-MAR TO ART-ACT-W (N-ACTIVOS-W)
           END-IF.

       COMPARAR-ACTIVO.
           IF ART-ACT-W (K) = COD-ART-MAR
              MOVE "S" TO SW-HALLADO-INT-W
           END-IF.

       CRUZAR-ACTIVO.
           MOVE SPACES           TO PRINC-ACTIVO-W
           MOVE "A"              TO TIPO-INT
           MOVE SPACES           TO ID-INT
           MOVE ART-ACT-W (I)    TO COD-ART-INT
           READ ARCHIVO-INTERAC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRINCIPIOS-ART-INT TO PRINC-ACTIVO-W
           END-READ.

           PERFORM CRUZAR-PAR
                   VARYING J FROM 1 BY 1 UNTIL J > 4
                     AFTER K FROM 1 BY 1 UNTIL K > 4.

       CRUZAR-PAR.
           IF PRINC-NUE-W (J) NOT = SPACES
           AND PRINC-ACT-W (K) NOT = SPACES
           AND N-INTERAC-W < 20
              IF PRINC-NUE-W (J) < PRINC-ACT-W (K)
                 MOVE PRINC-NUE-W (J) TO PRINC1-PAR-W
                 MOVE PRINC-ACT-W (K) TO PRINC2-PAR-W
              ELSE
                 MOVE PRINC-ACT-W (K) TO PRINC1-PAR-W
                 MOVE PRINC-NUE-W (J) TO PRINC2-PAR-W
              END-IF

              MOVE "I"           TO TIPO-INT
              MOVE SPACES        TO ID-INT
              MOVE PRINC1-PAR-W  TO PRINC1-INT
              MOVE PRINC2-PAR-W  TO PRINC2-INT
              READ ARCHIVO-INTERAC
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM AGREGAR-INTERACCION
              END-READ
           END-IF.

       AGREGAR-INTERACCION.
           ADD 1 TO N-INTERAC-W
           MOVE ART-ACT-W (I)  TO ART-INTERAC-W (N-INTERAC-W)
           MOVE PRINC1-INT     TO PRINC1-INTERAC-W (N-INTERAC-W)
           MOVE PRINC2-INT     TO PRINC2-INTERAC-W (N-INTERAC-W)
           MOVE SEVERIDAD-INT  TO SEVERIDAD-INTERAC-W (N-INTERAC-W)
           MOVE RECOMENDA-INT  TO RECOMENDA-INTERAC-W (N-INTERAC-W)

      *    PEOR SEVERIDAD: CONTRAINDICADA, LUEGO MAYOR, LUEGO MODERADA.
           EVALUATE TRUE
               WHEN SEV-CONTRAINDICADA
                    IF SEVERIDAD-MAX-W NOT = "C"
                       MOVE N-INTERAC-W TO POS-CONTRA-W
                    END-IF
                    MOVE "C" TO SEVERIDAD-MAX-W
               WHEN SEV-MAYOR
                    IF SEVERIDAD-MAX-W NOT = "C"
                       MOVE "M" TO SEVERIDAD-MAX-W
                    END-IF
               WHEN OTHER
                    IF SEVERIDAD-MAX-W = SPACE
                       MOVE "O" TO SEVERIDAD-MAX-W
                    END-IF
           END-EVALUATE.

       ESCRIBIR-INTERACCIONES.
           INSPECT NOM-PLANO-W REPLACING FIRST "JSC-ARCHCOSTO-"
                                            BY "JSC-ARCHINTER-"
           OPEN OUTPUT ARCHIVO-JSON

           MOVE "{*INTERACCIONES*:[" TO DATOS-JSON
           INSPECT DATOS-JSON REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-JSON END-WRITE

           PERFORM ESCRIBIR-UNA-INTERACCION
                   VARYING I FROM 1 BY 1 UNTIL I > N-INTERAC-W

           MOVE "{*ARTICULO*:**}]}" TO DATOS-JSON
           INSPECT DATOS-JSON REPLACING ALL "*" BY CARAC-COMILLA
           WRITE REG-JSON END-WRITE

           CLOSE ARCHIVO-JSON.

       ESCRIBIR-UNA-INTERACCION.
           MOVE SPACES TO LIN-INTERAC-W
           STRING "{*ARTICULO*:*"          DELIMITED BY SIZE
                  ART-INTERAC-W (I)        DELIMITED BY " "
                  "*,*PRINCIPIO1*:*"       DELIMITED BY SIZE
                  PRINC1-INTERAC-W (I)     DELIMITED BY " "
                  "*,*PRINCIPIO2*:*"       DELIMITED BY SIZE
                  PRINC2-INTERAC-W (I)     DELIMITED BY " "
                  "*,*SEVERIDAD*:*"        DELIMITED BY SIZE
                  SEVERIDAD-INTERAC-W (I)  DELIMITED BY SIZE
                  "*,*RECOMENDACION*:*"    DELIMITED BY SIZE
                  RECOMENDA-INTERAC-W (I)  DELIMITED BY "  "
                  "*},"                    DELIMITED BY SIZE
             INTO LIN-INTERAC-W
           END-STRING
           INSPECT LIN-INTERAC-W REPLACING ALL "*" BY CARAC-COMILLA
           MOVE LIN-INTERAC-W TO DATOS-JSON
           WRITE REG-JSON END-WRITE.

       GRABAR-AUTORIZACION-INT.
           MOVE POS-CONTRA-W TO I
           OPEN I-O ARCHIVO-INTERAC

           INITIALIZE REG-INTERAC
           MOVE "V"                     TO TIPO-INT
           MOVE FECHA-TOTAL (1:6)       TO PERIODO-INT
           MOVE ID-LLEGAD-W             TO MEDICO-INT
           MOVE FECHA-TOTAL             TO FECHA-INT
           MOVE HORA-TOTAL              TO HORA-INT
           MOVE ART-INT-LLEGAD-W        TO ART-NUEVO-INT
           MOVE PACI-INT-LLEGAD-W       TO PACI-AUT-INT
           MOVE ART-INTERAC-W (I)       TO ART-ACTIVO-AUT-INT
           MOVE PRINC1-INTERAC-W (I)    TO PRINC1-AUT-INT
           MOVE PRINC2-INTERAC-W (I)    TO PRINC2-AUT-INT
           MOVE JUSTIF-INT-LLEGAD-W     TO JUSTIF-AUT-INT
           MOVE ID-LLEGAD-W             TO OPER-INT
           MOVE FECHA-TOTAL             TO FECHA-MOD-INT

           WRITE REG-INTERAC
                 INVALID KEY
                    REWRITE REG-INTERAC END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-INTERAC.

       ENVIO-DATOS.
           MOVE "datosrecibidos" TO COBW3-CNV-NAME
           MOVE RESPUESTA-W      TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV" USING COBW3
         
           MOVE "..\PAGINAS\RECIBIDOS.ASPX" TO SALIDA-HTML  
