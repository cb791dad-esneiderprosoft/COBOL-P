      *            CUFE Y ESTADO VALIDADA/RECHAZADA CON MOTIVO.
      *          - OPC "X": LISTA DIARIA DE RECHAZADAS Y ENVIADAS
      *            SIN RESPUESTA.
      *          - OPC "P": VENTA DE CONTADO DE LA PLANILLA CON CLIENTE
      *            IDENTIFICADO POR CEDULA: ACUMULA EN EL LIBRO DE
      *            PUNTOS (SC-ARCHFID) LOS PUNTOS POR GALON DEL
      *            PRODUCTO (SC-ARCHPPR) CON SU FECHA DE VENCIMIENTO.
      *            LA REDENCION Y EL PASIVO DE PUNTOS ESTAN EN BOM143.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR OPC "P" ACUMULACION DE PUNTOS DE FIDELIZACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "BOM135".
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-FELEC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PUNTO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-PTPAR.CBL".

           SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
                  ASSIGN NOM-COMBU-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-FELEC.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-COMBU.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PUNTO.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-PTPAR.CBL".

       FD  ARCHIVO-XML
           LABEL RECORD STANDARD.
       77 NOM-COMBU-W            PIC X(70).
       77 NOM-XML-W              PIC X(90).
       77 NOM-PLANO-W            PIC X(90).
       77 NOM-PTO-W              PIC X(70).
       77 NOM-PPR-W              PIC X(70).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 ESTADO-LLEGAD-W        PIC X.
          02 MOTIVO-LLEGAD-W        PIC X(60).
          02 OPER-LLEGAD-W          PIC X(4).
          02 CEDULA-LLEGAD-W        PIC 9(11).
          02 PRODUCTO-LLEGAD-W      PIC X(18).
          02 GALONES-LLEGAD-W       PIC 9(7)V99.
          02 VALOR-LLEGAD-W         PIC 9(11)V99.

       01 VARIABLES.
          02 FECHA-HOY-W        PIC 9(8).
          02 ULT-SURT-W         PIC 99.
          02 CANT-RECHAZADAS-W  PIC 9(4)  VALUE 0.
          02 VALOR-EDIT         PIC -ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
          02 GAL-PLANILLA-W     PIC 9(9)V999.
          02 GAL-IDENTIF-W      PIC 9(9)V999.
          02 PUNTOS-GAL-W       PIC 9(3)V99.
          02 VALOR-PUNTO-W      PIC 9(5)V99.
          02 MESES-VIGE-W       PIC 99.
          02 PUNTOS-W           PIC 9(9).
          02 SALDO-PUNTOS-W     PIC 9(9).
          02 CONSEC-W           PIC 9(4).
          02 FECHA-VENCE-W.
             03 ANO-VENCE-W     PIC 9(4).
             03 MES-VENCE-W     PIC 99.
             03 DIA-VENCE-W     PIC 99.
          02 FECHA-ULT-DIA-W    PIC 9(8).
          02 CEDULA-BUSQ-W      PIC 9(11).
          02 PLANILLA-BUSQ-W    PIC X(6).
          02 EDIT-PUNTOS        PIC Z(8)9.

       01 DATOS-ENVIO-PUNTOS.
          02 DAT0-ENV           PIC XX     VALUE "00".
          02 FILLER             PIC X      VALUE "|".
          02 PUNTOS-ENV         PIC X(9).
          02 FILLER             PIC X      VALUE "|".
          02 SALDO-ENV          PIC X(9).
          02 FILLER             PIC X      VALUE "|".
          02 VENCE-ENV          PIC X(8).

       01 LIN-JSON-W            PIC X(400).

              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PUNTOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PUNTOS.
       ESCR-EXCEP-PUNTOS.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PTO-W               TO MSJ2-HTML
              MOVE "BOM135"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-PTPAR SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-PUNTOS-PAR.
       ESCR-EXCEP-PTPAR.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-PPR-W               TO MSJ2-HTML
              MOVE "BOM135"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-XML SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-XML.
       ESCR-EXCEP-XML.
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, NRO-LLEGAD-W, RESOL-LLEGAD-W,
                   CUFE-LLEGAD-W, ESTADO-LLEGAD-W, MOTIVO-LLEGAD-W,
                   OPER-LLEGAD-W, CEDULA-LLEGAD-W, PRODUCTO-LLEGAD-W,
                   GALONES-LLEGAD-W, VALOR-LLEGAD-W
           END-UNSTRING.

           MOVE SESION-LLEGAD-W    TO LLAVE-SESION-W.
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-FEL-W TO NOM-COMBU-W NOM-PTO-W NOM-PPR-W

           INSPECT NOM-FEL-W REPLACING
                   FIRST "                       "
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCOMBU.DAT"

           INSPECT NOM-PTO-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHFID.DAT"

           INSPECT NOM-PPR-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHPPR.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-BOM135-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
             WHEN "G"   GO TO GENERAR-DOCUMENTO
             WHEN "U"   GO TO ACTUALIZAR-ESTADO
             WHEN "X"   GO TO LISTAR-EXCEPCIONES
             WHEN "P"   GO TO ACUMULAR-PUNTOS
             WHEN OTHER
                  CLOSE ARCHIVO-FELECTRONICA
                  MOVE "99"                TO MSJ1-HTML
              END-IF
           END-IF.

      *=================================================================
      * OPC "P" - ACUMULACION DE PUNTOS DE UNA VENTA DE CONTADO CON
      *           CLIENTE IDENTIFICADO EN EL DOCUMENTO EQUIVALENTE
      *=================================================================
       ACUMULAR-PUNTOS.
           CLOSE ARCHIVO-FELECTRONICA

           IF CEDULA-LLEGAD-W = ZEROS
           OR GALONES-LLEGAD-W = ZEROS
              MOVE "99"                        TO MSJ1-HTML
              MOVE "Falta cedula o galones"    TO MSJ2-HTML
              MOVE "BOM135"                    TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN INPUT ARCHIVO-COMBUSTIBLES
           MOVE NRO-LLEGAD-W TO NRO-COMB
           READ ARCHIVO-COMBUSTIBLES
                INVALID KEY
                   CLOSE ARCHIVO-COMBUSTIBLES
                   MOVE "99"                  TO MSJ1-HTML
                   MOVE "Planilla no existe"  TO MSJ2-HTML
                   MOVE "BOM135"              TO MSJ3-HTML
                   GO TO ENVIAR2-ERROR
           END-READ
           CLOSE ARCHIVO-COMBUSTIBLES

           INITIALIZE GAL-PLANILLA-W
           PERFORM SUMAR-GALONES-PRODUCTO
                   VARYING I FROM 1 BY 1 UNTIL I > 15

           IF GAL-PLANILLA-W = ZEROS
              MOVE "99"                             TO MSJ1-HTML
              MOVE "Producto no esta en la planilla" TO MSJ2-HTML
              MOVE "BOM135"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

      *    PARAMETROS: PUNTOS POR GALON DEL PRODUCTO Y, DEL REGISTRO
      *    GENERAL, EL VALOR DEL PUNTO Y LOS MESES DE VIGENCIA.

           OPEN INPUT ARCHIVO-PUNTOS-PAR
           IF OTR-STAT = "35"
              MOVE "99"                          TO MSJ1-HTML
              MOVE "Plan de puntos sin parametros" TO MSJ2-HTML
              MOVE "BOM135"                      TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           INITIALIZE PUNTOS-GAL-W VALOR-PUNTO-W MESES-VIGE-W
           MOVE PRODUCTO-LLEGAD-W TO PRODUCTO-PPR
           READ ARCHIVO-PUNTOS-PAR
                NOT INVALID KEY MOVE PUNTOS-GAL-PPR TO PUNTOS-GAL-W
           END-READ

           MOVE "GENERAL" TO PRODUCTO-PPR
           READ ARCHIVO-PUNTOS-PAR
                NOT INVALID KEY
                    MOVE VALOR-PUNTO-PPR TO VALOR-PUNTO-W
                    MOVE MESES-VIGE-PPR  TO MESES-VIGE-W
           END-READ
           CLOSE ARCHIVO-PUNTOS-PAR

           IF MESES-VIGE-W = ZEROS
              MOVE 12 TO MESES-VIGE-W
           END-IF

           COMPUTE PUNTOS-W = GALONES-LLEGAD-W * PUNTOS-GAL-W

           IF PUNTOS-W = ZEROS
              MOVE "99"                           TO MSJ1-HTML
              MOVE "Producto sin puntos por galon" TO MSJ2-HTML
              MOVE "BOM135"                       TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           OPEN I-O ARCHIVO-PUNTOS
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-PUNTOS
              CLOSE       ARCHIVO-PUNTOS
              OPEN I-O    ARCHIVO-PUNTOS
           END-IF

      *    LOS GALONES IDENTIFICADOS DEL PRODUCTO EN LA PLANILLA NO
      *    PUEDEN PASAR DE LO QUE VENDIERON SUS SURTIDORES.

           INITIALIZE GAL-IDENTIF-W
           MOVE NRO-COMB TO PLANILLA-BUSQ-W NRO-COMB-PTO
           START ARCHIVO-PUNTOS KEY IS = NRO-COMB-PTO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-PUNTOS-PLANILLA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF GAL-IDENTIF-W + GALONES-LLEGAD-W > GAL-PLANILLA-W
              CLOSE ARCHIVO-PUNTOS
              MOVE "99"                             TO MSJ1-HTML
              MOVE "Galones superan los de planilla" TO MSJ2-HTML
              MOVE "BOM135"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           PERFORM CALCULAR-VENCIMIENTO

           MOVE CEDULA-LLEGAD-W TO CEDULA-PTO
           MOVE FECHA-COMB      TO FECHA-PTO
           MOVE ZEROS           TO CONSEC-W
           PERFORM BUSCAR-CONSEC-PUNTOS
           MOVE "00" TO OTR-STAT

           INITIALIZE REG-PUNTOS
           MOVE CEDULA-LLEGAD-W   TO CEDULA-PTO
           MOVE FECHA-COMB        TO FECHA-PTO
           MOVE CONSEC-W          TO CONSEC-PTO
           MOVE "A"               TO TIPO-PTO
           MOVE NRO-COMB          TO NRO-COMB-PTO
           MOVE SPACES            TO DOC-PTO
           STRING "Q"             DELIMITED BY SIZE
                  NRO-LLEGAD-W    DELIMITED BY SIZE
                  INTO DOC-PTO
           END-STRING
           MOVE PRODUCTO-LLEGAD-W TO PRODUCTO-PTO
           MOVE GALONES-LLEGAD-W  TO GALONES-PTO
           MOVE VALOR-LLEGAD-W    TO VALOR-VENTA-PTO
           MOVE PUNTOS-W          TO PUNTOS-PTO SALDO-PTO
           MOVE FECHA-VENCE-W     TO FECHA-VENCE-PTO
           COMPUTE VALOR-PUNTOS-PTO = PUNTOS-W * VALOR-PUNTO-W
           MOVE OPER-LLEGAD-W     TO OPER-PTO
           MOVE FECHA-HOY-W       TO FECHA-GRAB-PTO

           WRITE REG-PUNTOS
                 INVALID KEY
                    REWRITE REG-PUNTOS END-REWRITE
           END-WRITE

      *    SALDO DISPONIBLE DEL CLIENTE: ACUMULACIONES NO VENCIDAS.

           INITIALIZE SALDO-PUNTOS-W
           MOVE CEDULA-LLEGAD-W TO CEDULA-BUSQ-W CEDULA-PTO
           MOVE ZEROS           TO FECHA-PTO CONSEC-PTO
           START ARCHIVO-PUNTOS KEY IS NOT LESS LLAVE-PTO
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-SALDO-CLIENTE UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           CLOSE ARCHIVO-PUNTOS

           MOVE PUNTOS-W       TO EDIT-PUNTOS
           MOVE EDIT-PUNTOS    TO PUNTOS-ENV
           MOVE SALDO-PUNTOS-W TO EDIT-PUNTOS
           MOVE EDIT-PUNTOS    TO SALDO-ENV
           MOVE FECHA-VENCE-W  TO VENCE-ENV

           MOVE "datosrecibidos"    TO COBW3-CNV-NAME
           MOVE DATOS-ENVIO-PUNTOS  TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV"     USING COBW3
           MOVE "../PAGINAS/RECIBIDOS.ASPX"  TO SALIDA-HTML
           PERFORM ABRIR-HTML
           GO TO CERRAR-SESION.

       SUMAR-GALONES-PRODUCTO.
           IF  SURTIDOR-COMB (I) NOT = SPACES
           AND ARTICULO-COMB (I) = PRODUCTO-LLEGAD-W
              ADD CANTIDAD-COMB (I) TO GAL-PLANILLA-W
           END-IF.

       LEER-PUNTOS-PLANILLA.
           READ ARCHIVO-PUNTOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND NRO-COMB-PTO NOT = PLANILLA-BUSQ-W
              MOVE "10" TO OTR-STAT
           END-IF.

           IF OTR-STAT = "00"
              IF PTO-ACUMULA AND PRODUCTO-PTO = PRODUCTO-LLEGAD-W
                 ADD GALONES-PTO TO GAL-IDENTIF-W
              END-IF
           END-IF.

      *    VENCE EL MISMO DIA DEL MES, MESES-VIGE-W DESPUES DE LA
      *    VENTA; SI ESE MES ES MAS CORTO, EL ULTIMO DIA DEL MES.

       CALCULAR-VENCIMIENTO.
           MOVE FECHA-COMB TO FECHA-VENCE-W
           ADD MESES-VIGE-W TO MES-VENCE-W
           PERFORM AJUSTAR-MES-VENCE UNTIL MES-VENCE-W NOT > 12

           IF DIA-VENCE-W > 28
              IF MES-VENCE-W = 12
                 COMPUTE FECHA-ULT-DIA-W = (ANO-VENCE-W + 1) * 10000
                                           + 0101
              ELSE
                 COMPUTE FECHA-ULT-DIA-W = ANO-VENCE-W * 10000
                                           + (MES-VENCE-W + 1) * 100
                                           + 1
              END-IF
              COMPUTE FECHA-ULT-DIA-W = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (FECHA-ULT-DIA-W) - 1)
              IF FECHA-VENCE-W > FECHA-ULT-DIA-W
                 MOVE FECHA-ULT-DIA-W TO FECHA-VENCE-W
              END-IF
           END-IF.

       AJUSTAR-MES-VENCE.
           SUBTRACT 12 FROM MES-VENCE-W
           ADD 1 TO ANO-VENCE-W.

       BUSCAR-CONSEC-PUNTOS.
           ADD 1 TO CONSEC-W
           MOVE CONSEC-W TO CONSEC-PTO
           READ ARCHIVO-PUNTOS
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ
           IF OTR-STAT = "00"
              GO TO BUSCAR-CONSEC-PUNTOS
           END-IF.

       LEER-SALDO-CLIENTE.
           READ ARCHIVO-PUNTOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00" AND CEDULA-PTO NOT = CEDULA-BUSQ-W
              MOVE "10" TO OTR-STAT
           END-IF.

           IF OTR-STAT = "00"
              IF PTO-ACUMULA AND FECHA-VENCE-PTO NOT < FECHA-HOY-W
                 ADD SALDO-PTO TO SALDO-PUNTOS-W
              END-IF
           END-IF.

       ESCRIBIR-LINEA-XML.
           INSPECT LIN-JSON-W REPLACING ALL "~" BY CARAC-COMILLA
           MOVE LIN-JSON-W TO DATOS-XML
