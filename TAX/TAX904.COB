      *       EGRESOS (CUENTAS 5/6/7) Y SE PRESENTA EL NETO, MAS LA
      *       HOJA RESUMEN POR PROPIETARIO CON TODOS SUS VEHICULOS
      *       PARA LA LIQUIDACION.
      *       LAS AMBULANCIAS SUMAN LOS TRASLADOS CERRADOS DEL
      *       PERIODO (SC-ARCHAMB, SER952) CON SUS KILOMETROS Y EL
      *       COSTO POR KILOMETRO (EGRESOS / KM).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR VIAJES, KILOMETROS Y COSTO POR KILOMETRO DE LOS
      *              TRASLADOS EN AMBULANCIA (SC-ARCHAMB).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "TAX904".
       COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-AMBUL.CBL".

           SELECT ARCHIVO-CARROS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CARROS-W
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-MOVIM.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-AMBUL.CBL".
       COPY "S:\NEWCOBOL\TAX\FD-CARRO.CBL".

       FD  ARCHIVO-JSON

       01 NOM-CARROS-W                 PIC X(70).
       01 NOM-MOV-BASE-W               PIC X(70).
       01 NOM-AMB-W                    PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
             03 DESCRIP-CAR-W   PIC X(30).
             03 INGRESO-CAR-W   PIC S9(13)V99.
             03 EGRESO-CAR-W    PIC S9(13)V99.
             03 VIAJES-CAR-W    PIC 9(5).
             03 KM-CAR-W        PIC 9(7).

       01 TABLA-PROPIETARIOS.
          02 DET-PRO-W OCCURS 100.

       01 N-PRO-W               PIC 9(3) VALUE 0.
       01 NETO-W                PIC S9(13)V99.
       01 COSTO-KM-W            PIC S9(13)V99.
       01 PERIODO-DESDE-W       PIC 9(8).
       01 PERIODO-HASTA-W       PIC 9(6).

       01 TABLA-MESES-W.
          02 FILLER PIC X(36) VALUE
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-AMBUL SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-TRASLADOS.
       ESCR-EXCEP-AMBUL.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-AMB-W                TO MSJ2-HTML
              MOVE "TAX904"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-JSON SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-JSON.
       ESCR-EXCEP-JSON.
                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           MOVE NOM-CARROS-W TO NOM-MOV-BASE-W NOM-AMB-W

           INSPECT NOM-AMB-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHAMB.DAT"

           INSPECT NOM-CARROS-W REPLACING
                   FIRST "                     "
                   VARYING MES-W FROM MES-DESDE-LLEGAD-W BY 1
                   UNTIL MES-W > MES-HASTA-LLEGAD-W.

       ACUMULAR-TRASLADOS.
           OPEN INPUT ARCHIVO-TRASLADOS
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
           ELSE
              COMPUTE PERIODO-DESDE-W = ANO-LLEGAD-W * 10000
                                      + MES-DESDE-LLEGAD-W * 100 + 1
              COMPUTE PERIODO-HASTA-W = ANO-LLEGAD-W * 100
                                      + MES-HASTA-LLEGAD-W
              MOVE PERIODO-DESDE-W TO FECHA-SOL-AMB
              MOVE ZEROS           TO HORA-SOL-AMB
              START ARCHIVO-TRASLADOS KEY IS NOT LESS SOLICITUD-AMB
                    INVALID KEY MOVE "10" TO OTR-STAT
              END-START
              PERFORM LEER-TRASLADO-CAR UNTIL OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              CLOSE ARCHIVO-TRASLADOS
           END-IF.

       GENERAR-INFORME.
           OPEN OUTPUT ARCHIVO-JSON.

                    MOVE INTERNO-CAR TO INTERNO-CAR-W (N-CAR-W)
                    MOVE PROPIET-CAR TO PROPIET-CAR-W (N-CAR-W)
                    MOVE DESCRIP-CAR TO DESCRIP-CAR-W (N-CAR-W)
                    MOVE ZEROS       TO VIAJES-CAR-W (N-CAR-W)
                                        KM-CAR-W (N-CAR-W)
                 END-IF
              END-IF
           END-IF.
              END-EVALUATE
           END-IF.

       LEER-TRASLADO-CAR.
           READ ARCHIVO-TRASLADOS NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF FECHA-SOL-AMB (1:6) > PERIODO-HASTA-W
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF AMB-CERRADO
                    MOVE "N" TO SW-HALLADO-W
                    PERFORM COMPARAR-CODIGO VARYING K FROM 1 BY 1
                            UNTIL K > N-CAR-W OR SW-HALLADO-W = "S"
                    IF SW-HALLADO-W = "S"
                       SUBTRACT 1 FROM K
                       ADD 1 TO VIAJES-CAR-W (K)
                       COMPUTE KM-CAR-W (K) = KM-CAR-W (K)
                             + KM-REGRESO-AMB - KM-SALIDA-AMB
                    END-IF
                 END-IF
              END-IF
           END-IF.

       COMPARAR-CODIGO.
           IF CODIGO-CAR-W (K) = VEHICULO-AMB
              MOVE "S" TO SW-HALLADO-W
           END-IF.

       COMPARAR-INTERNO.

      *    EL INTERNO EN ARCHCARR PUEDE VENIR CON CERO A LA
           MOVE NETO-W TO VALOR-EDIT
           STRING LIN-JSON-W   DELIMITED BY "   "
                  VALOR-EDIT   DELIMITED BY SIZE
                  "*,"         DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE ZEROS TO COSTO-KM-W
           IF KM-CAR-W (K) > ZEROS
              COMPUTE COSTO-KM-W ROUNDED =
                      EGRESO-CAR-W (K) / KM-CAR-W (K)
           END-IF
           MOVE COSTO-KM-W TO VALOR-EDIT
           STRING "*VIAJES*:*"     DELIMITED BY SIZE
                  VIAJES-CAR-W (K) DELIMITED BY SIZE
                  "*,*KM*:*"       DELIMITED BY SIZE
                  KM-CAR-W (K)     DELIMITED BY SIZE
                  "*,*COSTO_KM*:*" DELIMITED BY SIZE
                  VALOR-EDIT       DELIMITED BY SIZE
                  "*},"            DELIMITED BY SIZE
                  INTO LIN-JSON-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.
