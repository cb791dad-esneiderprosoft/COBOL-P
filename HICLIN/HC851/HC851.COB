      *=================================================================
      * HISTORIA CLINICA - GASES MEDICINALES (SC-ARCHGAS, FD-GASES):
      *         EL OXIGENO Y EL AIRE MEDICINAL SE REGISTRAN DESDE
      *         ENFERMERIA POR PACIENTE Y SE COBRAN SEGUN EL CONTRATO
      *         EN VEZ DEL "OXIGENO X HORAS" DIGITADO A MANO.
      *         GAS: O OXIGENO, A AIRE MEDICINAL.
      *         DISPOSITIVO: C CANULA NASAL, S MASCARA SIMPLE,
      *         V VENTURI, R MASCARA CON RESERVORIO, A ALTO FLUJO,
      *         M VENTILADOR MECANICO.
      *         SIN FECHA SE TOMAN LA FECHA Y LA HORA DEL MOMENTO.
      *         - OPC "G": TARIFA DEL GAS PARA UN CONTRATO: CODIGO A
      *           FACTURAR, CLASE (S CUPS / I ARTICULO) Y UNIDAD (H
      *           HORAS / M METROS CUBICOS). CON EL CONTRATO EN
      *           BLANCO ES LA TARIFA POR OMISION Y LLEVA EL ARTICULO
      *           DE INVENTARIO DEL GAS Y LOS LITROS POR UNIDAD.
      *         - OPC "I": INICIA LA TERAPIA DEL PACIENTE: GAS,
      *           DISPOSITIVO, FLUJO L/MIN, SERVICIO, CAMA Y CONTRATO.
      *           NO PUEDE TENER OTRA ACTIVA DEL MISMO GAS.
      *         - OPC "F": CAMBIO DE FLUJO O DE DISPOSITIVO: CIERRA
      *           EL TRAMO A ESA HORA CON SUS LITROS Y SIGUE.
      *         - OPC "T": TERMINA LA TERAPIA: CIERRA EL ULTIMO TRAMO,
      *           CALCULA HORAS Y LITROS Y DEJA EL CARGO POR
      *           FACTURAR (SAL733R) SEGUN LA TARIFA DEL CONTRATO. SIN
      *           TARIFA QUEDA TERMINADA SIN CARGO.
      *         - OPC "L": TERAPIAS DEL PACIENTE CON SUS LITROS, HORAS
      *           Y CARGO.
      *         - OPC "N": INVENTARIO DE CIERRE DEL MES DEL GAS:
      *           LITROS EN EL TANQUE Y CILINDROS LLENOS CON SUS
      *           LITROS POR CILINDRO.
      *         - OPC "M": CONCILIACION DEL MES: LITROS RECIBIDOS DEL
      *           PROVEEDOR (ENTRADAS "1C" DE INV820 DEL ARTICULO DEL
      *           GAS), CONSUMO POR INVENTARIO (INICIAL + RECIBIDO -
      *           FINAL) CONTRA LITROS REGISTRADOS A PACIENTES, Y POR
      *           SERVICIO LO FACTURADO, LO SIN FACTURAR (SIN TARIFA O
      *           CARGO ANULADO) Y LO EN CURSO, MARCANDO EL SERVICIO
      *           CON CONSUMO SIN FACTURAR.
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 15/10/26 JLR CREACION.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "HC851".

       PROGRAM-ID. "HttpExtensionProc".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-GASES.CBL".
       COPY "..\..\FUENTES\FS-CARGO.CBL".
       COPY "..\..\FUENTES\FS-INVEN.CBL".

           SELECT ARCHIVO-JSON
                  ASSIGN NOM-PLANO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OTR-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-GASES.CBL".
       COPY "..\..\FUENTES\FD-CARGO.CBL".
       COPY "..\..\FUENTES\FD-INVEN.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       01  REG-PLANO.
           02 DATOS-PLANO     PIC X(500).

       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-CARGO.CBL".

       77 NOM-GAS-W              PIC X(70).
       77 NOM-CRG-W              PIC X(70).
       77 NOM-INVENT-W           PIC X(70).
       77 NOM-PLANO-W            PIC X(90).

       01 DATO-LLEGADA-W.
          02 SESION-LLEGAD-W        PIC X(29).
          02 DIRECTORIO-LLEGAD-W    PIC X(30).
          02 OPC-LLEGAD-W           PIC X.
          02 PACI-LLEGAD-W          PIC 9(11).
          02 GAS-LLEGAD-W           PIC X.
          02 DISPOSITIVO-LLEGAD-W   PIC X.
          02 FLUJO-LLEGAD-W         PIC 9(3)V9.
          02 SERVICIO-LLEGAD-W      PIC X(4).
          02 CAMA-LLEGAD-W          PIC X(4).
          02 CONTRATO-LLEGAD-W      PIC XX.
          02 FECHA-LLEGAD-W         PIC 9(8).
          02 HORA-LLEGAD-W          PIC 9(4).
          02 DESCRIP-LLEGAD-W       PIC X(30).
          02 CLASE-LLEGAD-W         PIC X.
          02 CODIGO-LLEGAD-W        PIC X(18).
          02 UNIDAD-LLEGAD-W        PIC X.
          02 ART-LLEGAD-W           PIC X(18).
          02 LITROS-UNID-LLEGAD-W   PIC 9(7).
          02 ANO-MES-LLEGAD-W       PIC 9(6).
          02 LITROS-LLEGAD-W        PIC 9(9)V99.
          02 CILINDROS-LLEGAD-W     PIC 9(5).
          02 OPER-LLEGAD-W          PIC X(4).

      *    TOTALES DE LA CONCILIACION POR SERVICIO: 1 REGISTRADO,
      *    2 FACTURADO, 3 SIN FACTURAR, 4 EN CURSO.
       01 TABLA-SERV-W.
          02 CANT-SERV-W            PIC 99 VALUE 0.
          02 SERV-W OCCURS 60.
             03 COD-SERV-W          PIC X(4).
             03 CANT-EST-W          PIC 9(6) OCCURS 4.
             03 LITROS-EST-W        PIC 9(11)V99 OCCURS 4.

       01 TOTALES-W.
          02 CANT-TOT-W             PIC 9(6) OCCURS 4.
          02 LITROS-TOT-W           PIC 9(11)V99 OCCURS 4.

       01 VARIABLES.
          02 K                  PIC 99.
          02 E                  PIC 9.
          02 FECHA-CORTE-W      PIC 9(8).
          02 HORA-CORTE-W       PIC 9(4).
          02 HORA-CORTE-R REDEFINES HORA-CORTE-W.
             03 HH-CORTE-W      PIC 99.
             03 MM-CORTE-W      PIC 99.
          02 HORA-TRAMO-W       PIC 9(4).
          02 HORA-TRAMO-R REDEFINES HORA-TRAMO-W.
             03 HH-TRAMO-W      PIC 99.
             03 MM-TRAMO-W      PIC 99.
          02 MIN-TRAMO-W        PIC S9(8).
          02 LITROS-TRAMO-W     PIC 9(9)V99.
          02 LITROS-TER-W       PIC 9(11)V99.
          02 CANT-FACT-W        PIC 9(7)V99.
          02 ANO-MES-ANT-W      PIC 9(6).
          02 ANO-MES-ANT-R REDEFINES ANO-MES-ANT-W.
             03 ANO-ANT-W       PIC 9(4).
             03 MES-ANT-W       PIC 99.
          02 ANO-MES-SIG-W      PIC 9(6).
          02 ANO-MES-SIG-R REDEFINES ANO-MES-SIG-W.
             03 ANO-SIG-W       PIC 9(4).
             03 MES-SIG-W       PIC 99.
          02 FECHA-SIG-W        PIC 9(8).
          02 FIN-MES-W          PIC 9(8).
          02 ART-GAS-W          PIC X(18).
          02 LITROS-UNID-W      PIC 9(7).
          02 UNIDADES-REC-W     PIC 9(12)V99.
          02 LITROS-REC-W       PIC 9(13)V99.
          02 INV-INICIAL-W      PIC 9(11)V99.
          02 INV-FINAL-W        PIC 9(11)V99.
          02 CONSUMO-W          PIC S9(13)V99.
          02 NO-ATRIBUIDO-W     PIC S9(13)V99.
          02 PORC-FACT-W        PIC 9(3)V99.
          02 SW-INV-INI-W       PIC X.
          02 SW-INV-FIN-W       PIC X.
          02 SW-CARGOS-W        PIC X.
          02 SW-FIN-GAS-W       PIC X.
          02 SW-FIN-INV-W       PIC X.
          02 SW-ALERTA-W        PIC X.
          02 DOC-CARGO-W        PIC X(30).
          02 MSJ-ERROR-W        PIC X(70).
          02 LITROS-EDIT        PIC Z(10)9.99.
          02 CONSUMO-EDIT       PIC -(12)9.99.
          02 HORAS-EDIT         PIC ZZZZ9.99.
          02 FLUJO-EDIT         PIC ZZ9.9.
          02 CANT-EDIT          PIC ZZZZ9.
          02 PORC-EDIT          PIC ZZ9.99.

       01 REG-GAS-W              PIC X(164).

       01 LIN-JSON-W             PIC X(400) VALUE SPACES.
       01 PUNTERO-W              PIC 9(3).

       01 DATOS-ENVIO.
          02 DAT0-ENV           PIC XX.
          02 FILLER             PIC X VALUE "|".
          02 NRO-CRG-ENV        PIC 9(8).
          02 FILLER             PIC X VALUE "|".
          02 LITROS-ENV         PIC Z(10)9.99.
          02 FILLER             PIC X VALUE "|".
          02 HORAS-ENV          PIC ZZZZ9.99.
          02 FILLER             PIC X VALUE "|".
          02 MENSAJE-ENV        PIC X(50).

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
              MOVE "HC851"                 TO MSJ3-HTML
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
              MOVE "HC851"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-GASES SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-GASES.
       ESCR-EXCEP-GASES.
           IF OTR-STAT = "00" OR "02" OR "10" OR "22" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-GAS-W               TO MSJ2-HTML
              MOVE "HC851"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-CARGOS SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-CARGOS.
       ESCR-EXCEP-CARGOS.
           IF OTR-STAT = "00" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-CRG-W               TO MSJ2-HTML
              MOVE "HC851"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-INVENT SECTION.
           USE AFTER EXCEPTION PROCEDURE ON MOVIMIENTO-INVENT.
       ESCR-EXCEP-INVENT.
           IF OTR-STAT = "00" OR "02" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                TO MSJ1-HTML
              MOVE NOM-INVENT-W            TO MSJ2-HTML
              MOVE "HC851"                 TO MSJ3-HTML
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
              MOVE "HC851"                 TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.

       INICIAR-IIS.
           MOVE LOW-VALUE TO COBW3.
           MOVE FUNCTION ADDR(ISAPI-CTX-CNT) TO COBW3-CONTEXT.
           CALL "COBW3_INIT" USING COBW3.
           MOVE "HC851" TO PROGRAMA-WEB-W.

       LEER-DATO-HTML.
           MOVE "datosh" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W.

           INITIALIZE DATO-LLEGADA-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
              INTO SESION-LLEGAD-W, DIRECTORIO-LLEGAD-W,
                   OPC-LLEGAD-W, PACI-LLEGAD-W, GAS-LLEGAD-W,
                   DISPOSITIVO-LLEGAD-W, FLUJO-LLEGAD-W,
                   SERVICIO-LLEGAD-W, CAMA-LLEGAD-W,
                   CONTRATO-LLEGAD-W, FECHA-LLEGAD-W, HORA-LLEGAD-W,
                   DESCRIP-LLEGAD-W, CLASE-LLEGAD-W, CODIGO-LLEGAD-W,
                   UNIDAD-LLEGAD-W, ART-LLEGAD-W,
                   LITROS-UNID-LLEGAD-W, ANO-MES-LLEGAD-W,
                   LITROS-LLEGAD-W, CILINDROS-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

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
           INITIALIZE NOM-GAS-W NOM-PLANO-W
           MOVE "\\" TO NOM-GAS-W

           INSPECT NOM-GAS-W REPLACING FIRST "                    "
                   BY IP-DATOS-USUNET
           INSPECT NOM-GAS-W REPLACING FIRST " "
                   BY "\"
           INSPECT NOM-GAS-W REPLACING
                   FIRST "                              "
                   BY DIRECTORIO-LLEGAD-W

           MOVE NOM-GAS-W TO NOM-CRG-W NOM-INVENT-W

           INSPECT NOM-GAS-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHGAS.DAT"
           INSPECT NOM-CRG-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHCRG.DAT"
           INSPECT NOM-INVENT-W REPLACING
                   FIRST "                      "
                   BY "\CONTROL\SC-MOVINV.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-HC851-" DELIMITED BY SIZE
                  SESION-LLEGAD-W             DELIMITED BY "  "
                  ".JSON"                     DELIMITED BY SIZE
                  INTO NOM-PLANO-W
           END-STRING.

       ABRIR-GASES.
           OPEN I-O ARCHIVO-GASES
           IF OTR-STAT = "35"
              OPEN OUTPUT ARCHIVO-GASES
              CLOSE       ARCHIVO-GASES
              OPEN I-O    ARCHIVO-GASES
           END-IF.

           IF FECHA-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL TO FECHA-LLEGAD-W
              COMPUTE HORA-LLEGAD-W = HR-TOTAL * 100 + MIN-TOTAL
           END-IF.

       ESCOGER-OPCION.
           INITIALIZE DATOS-ENVIO

           EVALUATE OPC-LLEGAD-W
             WHEN "G"   GO TO GRABAR-TARIFA
             WHEN "I"   GO TO INICIAR-TERAPIA
             WHEN "F"   GO TO CAMBIAR-FLUJO
             WHEN "T"   GO TO TERMINAR-TERAPIA
             WHEN "L"   GO TO TERAPIAS-PACIENTE
             WHEN "N"   GO TO GRABAR-INVENTARIO
             WHEN "M"   GO TO CONCILIAR-MES
             WHEN OTHER
                  CLOSE ARCHIVO-GASES
                  MOVE "99"                TO MSJ1-HTML
                  MOVE "Opcion no valida"  TO MSJ2-HTML
                  MOVE "HC851"             TO MSJ3-HTML
                  GO TO ENVIAR2-ERROR
           END-EVALUATE.

      *=================================================================
      * OPC "G": TARIFA DEL GAS POR CONTRATO
      *=================================================================
       GRABAR-TARIFA.
           PERFORM VALIDAR-GAS
           IF CODIGO-LLEGAD-W = SPACES
              MOVE "Falta el codigo a facturar" TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF
           IF UNIDAD-LLEGAD-W NOT = "H" AND UNIDAD-LLEGAD-W NOT = "M"
              MOVE "Unidad de cobro no valida (H horas, M metros)"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF
           IF CONTRATO-LLEGAD-W = SPACES
           AND (ART-LLEGAD-W = SPACES OR LITROS-UNID-LLEGAD-W = ZEROS)
              MOVE "La tarifa base lleva el articulo y sus litros"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           INITIALIZE REG-GAS
           MOVE "G"               TO TIPO-GAS
           MOVE GAS-LLEGAD-W      TO GAS-TAR-GAS
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-TAR-GAS
           READ ARCHIVO-GASES
                INVALID KEY INITIALIZE DATOS-TAR-GAS
           END-READ
           MOVE DESCRIP-LLEGAD-W  TO DESCRIP-TAR-GAS
           MOVE CLASE-LLEGAD-W    TO CLASE-TAR-GAS
           IF CLASE-TAR-GAS NOT = "I"
              MOVE "S"            TO CLASE-TAR-GAS
           END-IF
           MOVE CODIGO-LLEGAD-W   TO CODIGO-TAR-GAS
           MOVE UNIDAD-LLEGAD-W   TO UNIDAD-TAR-GAS
           MOVE ART-LLEGAD-W      TO COD-ART-TAR-GAS
           MOVE LITROS-UNID-LLEGAD-W TO LITROS-UNID-TAR-GAS
           MOVE OPER-LLEGAD-W     TO OPER-TAR-GAS

           WRITE REG-GAS
                 INVALID KEY
                    REWRITE REG-GAS END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-GASES
           MOVE "00" TO DAT0-ENV
           MOVE "Tarifa del gas grabada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "I": INICIO DE LA TERAPIA
      *=================================================================
       INICIAR-TERAPIA.
           PERFORM VALIDAR-GAS
           IF PACI-LLEGAD-W = ZEROS OR SERVICIO-LLEGAD-W = SPACES
              MOVE "Falta el paciente o el servicio" TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF
           IF FLUJO-LLEGAD-W = ZEROS
              MOVE "Falta el flujo en litros por minuto" TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF
           PERFORM VALIDAR-DISPOSITIVO

           PERFORM BUSCAR-ACTIVA
           IF SW-FIN-GAS-W = "A"
              MOVE "El paciente ya tiene una terapia activa del gas"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           INITIALIZE REG-GAS
           MOVE "T"                  TO TIPO-GAS
           MOVE PACI-LLEGAD-W        TO COD-PACI-GAS
           MOVE FECHA-LLEGAD-W       TO FECHA-GAS
           MOVE HORA-LLEGAD-W        TO HORA-GAS
           MOVE GAS-LLEGAD-W         TO GAS-TER-GAS
           MOVE DISPOSITIVO-LLEGAD-W TO DISPOSITIVO-TER-GAS
           MOVE SERVICIO-LLEGAD-W    TO SERVICIO-TER-GAS
           MOVE CAMA-LLEGAD-W        TO CAMA-TER-GAS
           MOVE CONTRATO-LLEGAD-W    TO CONTRATO-TER-GAS
           MOVE FLUJO-LLEGAD-W       TO FLUJO-TER-GAS
           MOVE FECHA-LLEGAD-W       TO FECHA-TRAMO-TER-GAS
           MOVE HORA-LLEGAD-W        TO HORA-TRAMO-TER-GAS
           MOVE "A"                  TO ESTADO-TER-GAS
           MOVE OPER-LLEGAD-W        TO OPER-INI-TER-GAS
           WRITE REG-GAS
                 INVALID KEY
                    MOVE "Ya hay una terapia con esa fecha y hora"
                         TO MSJ-ERROR-W
                    GO TO ERROR-GASES
           END-WRITE

           CLOSE ARCHIVO-GASES
           MOVE "00" TO DAT0-ENV
           MOVE "Terapia iniciada" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "F": CAMBIO DE FLUJO O DE DISPOSITIVO
      *=================================================================
       CAMBIAR-FLUJO.
           PERFORM VALIDAR-GAS
           IF FLUJO-LLEGAD-W = ZEROS
              MOVE "Falta el flujo en litros por minuto" TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           PERFORM BUSCAR-ACTIVA
           IF SW-FIN-GAS-W NOT = "A"
              MOVE "El paciente no tiene terapia activa del gas"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           PERFORM CERRAR-TRAMO
           MOVE FLUJO-LLEGAD-W       TO FLUJO-TER-GAS
           IF DISPOSITIVO-LLEGAD-W NOT = SPACE
              PERFORM VALIDAR-DISPOSITIVO
              MOVE DISPOSITIVO-LLEGAD-W TO DISPOSITIVO-TER-GAS
           END-IF
           IF SERVICIO-LLEGAD-W NOT = SPACES
              MOVE SERVICIO-LLEGAD-W TO SERVICIO-TER-GAS
              MOVE CAMA-LLEGAD-W     TO CAMA-TER-GAS
           END-IF
           ADD 1 TO CAMBIOS-TER-GAS
           REWRITE REG-GAS END-REWRITE

           CLOSE ARCHIVO-GASES
           MOVE "00"            TO DAT0-ENV
           MOVE LITROS-TER-GAS  TO LITROS-ENV
           MOVE "Flujo cambiado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "T": FIN DE LA TERAPIA Y CARGO POR FACTURAR
      *=================================================================
       TERMINAR-TERAPIA.
           PERFORM VALIDAR-GAS
           PERFORM BUSCAR-ACTIVA
           IF SW-FIN-GAS-W NOT = "A"
              MOVE "El paciente no tiene terapia activa del gas"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           PERFORM CERRAR-TRAMO
           MOVE FECHA-LLEGAD-W  TO FECHA-FIN-TER-GAS
           MOVE HORA-LLEGAD-W   TO HORA-FIN-TER-GAS
           COMPUTE HORAS-TER-GAS ROUNDED = MINUTOS-TER-GAS / 60
           MOVE "T"             TO ESTADO-TER-GAS
           MOVE OPER-LLEGAD-W   TO OPER-FIN-TER-GAS
           REWRITE REG-GAS END-REWRITE

           PERFORM GENERAR-CARGO-GAS THRU FIN-GENERAR-CARGO-GAS

           CLOSE ARCHIVO-GASES
           MOVE "00"              TO DAT0-ENV
           MOVE NRO-CARGO-TER-GAS TO NRO-CRG-ENV
           MOVE LITROS-TER-GAS    TO LITROS-ENV
           MOVE HORAS-TER-GAS     TO HORAS-ENV
           IF NRO-CARGO-TER-GAS = ZEROS
              MOVE "Terapia terminada sin tarifa: consumo sin facturar"
                   TO MENSAJE-ENV
           ELSE
              MOVE "Terapia terminada y cargada" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *    LA TARIFA DEL CONTRATO, O LA DEL GAS SI EL CONTRATO NO TIENE
      *    PROPIA. LA TERAPIA QUEDA EN EL BUFFER AL VOLVER.
       GENERAR-CARGO-GAS.
           MOVE REG-GAS TO REG-GAS-W
           MOVE CONTRATO-TER-GAS TO CONTRATO-LLEGAD-W
           INITIALIZE REG-GAS
           MOVE "G"               TO TIPO-GAS
           MOVE GAS-LLEGAD-W      TO GAS-TAR-GAS
           MOVE CONTRATO-LLEGAD-W TO CONTRATO-TAR-GAS
           READ ARCHIVO-GASES
                INVALID KEY
                   MOVE SPACES TO CONTRATO-TAR-GAS
                   READ ARCHIVO-GASES
                        INVALID KEY MOVE SPACES TO CODIGO-TAR-GAS
                   END-READ
           END-READ

           INITIALIZE REG-CARGO-LNK
           IF OTR-STAT = "00" AND CODIGO-TAR-GAS NOT = SPACES
              MOVE CLASE-TAR-GAS  TO CLASE-CARGO-LNK
              MOVE CODIGO-TAR-GAS TO CODIGO-CARGO-LNK
              MOVE UNIDAD-TAR-GAS TO UNIDAD-LLEGAD-W
           END-IF

           MOVE REG-GAS-W TO REG-GAS

           IF CODIGO-CARGO-LNK = SPACES
              GO TO FIN-GENERAR-CARGO-GAS
           END-IF

           IF UNIDAD-LLEGAD-W = "M"
              COMPUTE CANT-FACT-W ROUNDED = LITROS-TER-GAS / 1000
           ELSE
              MOVE HORAS-TER-GAS TO CANT-FACT-W
           END-IF
           IF CANT-FACT-W = ZEROS
              MOVE 0.01 TO CANT-FACT-W
           END-IF

           MOVE SPACES TO DOC-CARGO-W
           STRING "GAS"         DELIMITED BY SIZE
                  COD-PACI-GAS  DELIMITED BY SIZE
                  FECHA-GAS     DELIMITED BY SIZE
                  HORA-GAS      DELIMITED BY SIZE
                  INTO DOC-CARGO-W
           END-STRING

           MOVE NOM-CRG-W         TO NOM-CRG-CARGO-LNK
           MOVE COD-PACI-GAS      TO PACI-CARGO-LNK
           MOVE CONTRATO-TER-GAS  TO CONTRATO-CARGO-LNK
           MOVE CANT-FACT-W       TO CANTIDAD-CARGO-LNK
           MOVE FECHA-FIN-TER-GAS TO FECHA-CARGO-LNK
           MOVE "HC851"           TO ORIGEN-CARGO-LNK
           MOVE DOC-CARGO-W       TO DOC-CARGO-LNK
           MOVE OPER-LLEGAD-W     TO OPER-CARGO-LNK
           CALL "SAL733R" USING REG-CARGO-LNK
           CANCEL "SAL733R"

           IF RESULT-CARGO-LNK = "00" OR RESULT-CARGO-LNK = "DU"
              MOVE CODIGO-CARGO-LNK TO CODIGO-FACT-TER-GAS
              MOVE CANT-FACT-W      TO CANT-FACT-TER-GAS
              MOVE NRO-CARGO-LNK    TO NRO-CARGO-TER-GAS
              REWRITE REG-GAS END-REWRITE
           END-IF.

       FIN-GENERAR-CARGO-GAS.
           EXIT.

      *=================================================================
      * OPC "L": TERAPIAS DEL PACIENTE
      *=================================================================
       TERAPIAS-PACIENTE.
           OPEN OUTPUT ARCHIVO-JSON
           MOVE "{*TERAPIAS*:[" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON

           INITIALIZE REG-GAS
           MOVE "T"           TO TIPO-GAS
           MOVE PACI-LLEGAD-W TO COD-PACI-GAS
           MOVE "N"           TO SW-FIN-GAS-W
           START ARCHIVO-GASES KEY IS NOT LESS LLAVE-GAS
                 INVALID KEY MOVE "S" TO SW-FIN-GAS-W
           END-START
           PERFORM LISTAR-TERAPIA UNTIL SW-FIN-GAS-W = "S"

           MOVE "{*GAS*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON ARCHIVO-GASES

           MOVE "00" TO DAT0-ENV
           MOVE "Terapias del paciente" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

       LISTAR-TERAPIA.
           READ ARCHIVO-GASES NEXT RECORD
                AT END MOVE "S" TO SW-FIN-GAS-W
           END-READ.

           IF SW-FIN-GAS-W = "N"
              IF TIPO-GAS NOT = "T" OR COD-PACI-GAS NOT = PACI-LLEGAD-W
                 MOVE "S" TO SW-FIN-GAS-W
              ELSE
                 PERFORM ESCRIBIR-TERAPIA
              END-IF
           END-IF.

       ESCRIBIR-TERAPIA.
           MOVE FLUJO-TER-GAS  TO FLUJO-EDIT
           MOVE LITROS-TER-GAS TO LITROS-EDIT
           MOVE HORAS-TER-GAS  TO HORAS-EDIT
           MOVE 1 TO PUNTERO-W
           STRING "{*GAS*:*"          DELIMITED BY SIZE
                  GAS-TER-GAS         DELIMITED BY SIZE
                  "*,*INICIO*:*"      DELIMITED BY SIZE
                  FECHA-GAS           DELIMITED BY SIZE
                  HORA-GAS            DELIMITED BY SIZE
                  "*,*FIN*:*"         DELIMITED BY SIZE
                  FECHA-FIN-TER-GAS   DELIMITED BY SIZE
                  HORA-FIN-TER-GAS    DELIMITED BY SIZE
                  "*,*DISPOSITIVO*:*" DELIMITED BY SIZE
                  DISPOSITIVO-TER-GAS DELIMITED BY SIZE
                  "*,*FLUJO*:*"       DELIMITED BY SIZE
                  FLUJO-EDIT          DELIMITED BY SIZE
                  "*,*CAMBIOS*:*"     DELIMITED BY SIZE
                  CAMBIOS-TER-GAS     DELIMITED BY SIZE
                  "*,*SERVICIO*:*"    DELIMITED BY SIZE
                  SERVICIO-TER-GAS    DELIMITED BY SIZE
                  "*,*CAMA*:*"        DELIMITED BY SIZE
                  CAMA-TER-GAS        DELIMITED BY SIZE
                  "*,*LITROS*:*"      DELIMITED BY SIZE
                  LITROS-EDIT         DELIMITED BY SIZE
                  "*,*HORAS*:*"       DELIMITED BY SIZE
                  HORAS-EDIT          DELIMITED BY SIZE
                  "*,*ESTADO*:*"      DELIMITED BY SIZE
                  ESTADO-TER-GAS      DELIMITED BY SIZE
                  "*,*CODIGO*:*"      DELIMITED BY SIZE
                  CODIGO-FACT-TER-GAS DELIMITED BY SPACE
                  "*,*CARGO*:*"       DELIMITED BY SIZE
                  NRO-CARGO-TER-GAS   DELIMITED BY SIZE
                  "*},"               DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *=================================================================
      * OPC "N": INVENTARIO DE CIERRE DEL MES
      *=================================================================
       GRABAR-INVENTARIO.
           PERFORM VALIDAR-GAS
           IF ANO-MES-LLEGAD-W = ZEROS
              MOVE "Falta el mes del inventario" TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           INITIALIZE REG-GAS
           MOVE "N"              TO TIPO-GAS
           MOVE GAS-LLEGAD-W     TO GAS-CIE-GAS
           MOVE ANO-MES-LLEGAD-W TO ANO-MES-CIE-GAS
           READ ARCHIVO-GASES
                INVALID KEY INITIALIZE DATOS-CIE-GAS
           END-READ
           MOVE LITROS-LLEGAD-W      TO LITROS-TANQUE-CIE-GAS
           MOVE CILINDROS-LLEGAD-W   TO CILINDROS-CIE-GAS
           MOVE LITROS-UNID-LLEGAD-W TO LITROS-CIL-CIE-GAS
           COMPUTE TOTAL-CIE-GAS = LITROS-TANQUE-CIE-GAS
                                 + CILINDROS-CIE-GAS
                                 * LITROS-CIL-CIE-GAS
           MOVE FECHA-TOTAL          TO FECHA-CIE-GAS
           MOVE OPER-LLEGAD-W        TO OPER-CIE-GAS
           WRITE REG-GAS
                 INVALID KEY
                    REWRITE REG-GAS END-REWRITE
           END-WRITE

           CLOSE ARCHIVO-GASES
           MOVE "00"          TO DAT0-ENV
           MOVE TOTAL-CIE-GAS TO LITROS-ENV
           MOVE "Inventario de cierre grabado" TO MENSAJE-ENV
           GO TO ENVIO-DATOS.

      *=================================================================
      * OPC "M": CONCILIACION MENSUAL DEL GAS
      *=================================================================
       CONCILIAR-MES.
           PERFORM VALIDAR-GAS
           IF ANO-MES-LLEGAD-W = ZEROS
              MOVE FECHA-TOTAL (1:6) TO ANO-MES-LLEGAD-W
           END-IF

           INITIALIZE REG-GAS
           MOVE "G"          TO TIPO-GAS
           MOVE GAS-LLEGAD-W TO GAS-TAR-GAS
           MOVE SPACES       TO CONTRATO-TAR-GAS
           READ ARCHIVO-GASES
                INVALID KEY
                   MOVE "Falta la tarifa base del gas con su articulo"
                        TO MSJ-ERROR-W
                   GO TO ERROR-GASES
           END-READ
           MOVE COD-ART-TAR-GAS     TO ART-GAS-W
           MOVE LITROS-UNID-TAR-GAS TO LITROS-UNID-W

      *    MES ANTERIOR (INVENTARIO INICIAL) Y ULTIMO DIA DEL MES.
           MOVE ANO-MES-LLEGAD-W TO ANO-MES-ANT-W ANO-MES-SIG-W
           IF MES-ANT-W = 1
              SUBTRACT 1 FROM ANO-ANT-W
              MOVE 12 TO MES-ANT-W
           ELSE
              SUBTRACT 1 FROM MES-ANT-W
           END-IF
           IF MES-SIG-W = 12
              ADD 1 TO ANO-SIG-W
              MOVE 1 TO MES-SIG-W
           ELSE
              ADD 1 TO MES-SIG-W
           END-IF
           COMPUTE FECHA-SIG-W = ANO-MES-SIG-W * 100 + 1
           COMPUTE FIN-MES-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-SIG-W) - 1)

           MOVE "N" TO SW-INV-INI-W SW-INV-FIN-W
           MOVE ZEROS TO INV-INICIAL-W INV-FINAL-W
           INITIALIZE REG-GAS
           MOVE "N"           TO TIPO-GAS
           MOVE GAS-LLEGAD-W  TO GAS-CIE-GAS
           MOVE ANO-MES-ANT-W TO ANO-MES-CIE-GAS
           READ ARCHIVO-GASES
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE "S"           TO SW-INV-INI-W
                   MOVE TOTAL-CIE-GAS TO INV-INICIAL-W
           END-READ
           MOVE ANO-MES-LLEGAD-W TO ANO-MES-CIE-GAS
           READ ARCHIVO-GASES
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE "S"           TO SW-INV-FIN-W
                   MOVE TOTAL-CIE-GAS TO INV-FINAL-W
           END-READ

           PERFORM SUMAR-ENTRADAS-PROVEEDOR THRU FIN-SUMAR-ENTRADAS

      *    LO EN CURSO SE CORTA AL FIN DEL MES, O AHORA SI ES EL MES
      *    ACTUAL.
           IF ANO-MES-LLEGAD-W < FECHA-TOTAL (1:6)
              MOVE FIN-MES-W TO FECHA-CORTE-W
              MOVE 2359      TO HORA-CORTE-W
           ELSE
              MOVE FECHA-TOTAL TO FECHA-CORTE-W
              COMPUTE HORA-CORTE-W = HR-TOTAL * 100 + MIN-TOTAL
           END-IF

           MOVE "N" TO SW-CARGOS-W
           OPEN INPUT ARCHIVO-CARGOS
           IF OTR-STAT = "00"
              MOVE "S" TO SW-CARGOS-W
           END-IF

           INITIALIZE TABLA-SERV-W TOTALES-W
           INITIALIZE REG-GAS
           MOVE "T"    TO TIPO-GAS
           MOVE "N"    TO SW-FIN-GAS-W
           START ARCHIVO-GASES KEY IS NOT LESS LLAVE-GAS
                 INVALID KEY MOVE "S" TO SW-FIN-GAS-W
           END-START
           PERFORM REVISAR-TERAPIA-MES UNTIL SW-FIN-GAS-W = "S"

           IF SW-CARGOS-W = "S"
              CLOSE ARCHIVO-CARGOS
           END-IF
           CLOSE ARCHIVO-GASES

           IF SW-INV-INI-W = "S" AND SW-INV-FIN-W = "S"
              COMPUTE CONSUMO-W = INV-INICIAL-W + LITROS-REC-W
                                - INV-FINAL-W
           ELSE
              MOVE LITROS-REC-W TO CONSUMO-W
           END-IF
           COMPUTE NO-ATRIBUIDO-W = CONSUMO-W - LITROS-TOT-W (1)
                                  - LITROS-TOT-W (4)
           IF LITROS-TOT-W (1) = ZEROS
              MOVE ZEROS TO PORC-FACT-W
           ELSE
              COMPUTE PORC-FACT-W ROUNDED =
                      LITROS-TOT-W (2) * 100 / LITROS-TOT-W (1)
           END-IF

           PERFORM ESCRIBIR-CONCILIACION

           MOVE "00"             TO DAT0-ENV
           MOVE LITROS-TOT-W (1) TO LITROS-ENV
           IF LITROS-TOT-W (3) > ZEROS OR LITROS-TOT-W (4) > ZEROS
           OR NO-ATRIBUIDO-W > ZEROS
              MOVE "Conciliacion con consumo sin facturar"
                   TO MENSAJE-ENV
           ELSE
              MOVE "Conciliacion del mes" TO MENSAJE-ENV
           END-IF
           GO TO ENVIO-DATOS.

      *    ENTRADAS DEL PROVEEDOR DEL MES: LAS COMPRAS "1C" QUE GRABA
      *    LA RECEPCION DE INV820 PARA EL ARTICULO DEL GAS.
       SUMAR-ENTRADAS-PROVEEDOR.
           MOVE ZEROS TO UNIDADES-REC-W LITROS-REC-W
           IF ART-GAS-W = SPACES
              GO TO FIN-SUMAR-ENTRADAS
           END-IF

           OPEN INPUT MOVIMIENTO-INVENT
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-SUMAR-ENTRADAS
           END-IF

           MOVE ART-GAS-W TO COD-ART-INV
           MOVE "N"       TO SW-FIN-INV-W
           START MOVIMIENTO-INVENT KEY IS NOT LESS COD-ART-INV
                 INVALID KEY MOVE "S" TO SW-FIN-INV-W
           END-START
           PERFORM SUMAR-ENTRADA UNTIL SW-FIN-INV-W = "S"
           CLOSE MOVIMIENTO-INVENT

           COMPUTE LITROS-REC-W = UNIDADES-REC-W * LITROS-UNID-W.

       FIN-SUMAR-ENTRADAS.
           EXIT.

       SUMAR-ENTRADA.
           READ MOVIMIENTO-INVENT NEXT RECORD
                AT END MOVE "S" TO SW-FIN-INV-W
           END-READ.

           IF SW-FIN-INV-W = "N"
              IF COD-ART-INV NOT = ART-GAS-W
                 MOVE "S" TO SW-FIN-INV-W
              ELSE
                 IF COD-TRANS-INV = "1C"
                 AND FECHA-INV (1:6) = ANO-MES-LLEGAD-W
                    ADD CANT-INV TO UNIDADES-REC-W
                 END-IF
              END-IF
           END-IF.

       REVISAR-TERAPIA-MES.
           READ ARCHIVO-GASES NEXT RECORD
                AT END MOVE "S" TO SW-FIN-GAS-W
           END-READ.

           IF SW-FIN-GAS-W = "N"
              IF TIPO-GAS NOT = "T"
                 MOVE "S" TO SW-FIN-GAS-W
              ELSE
                 IF GAS-TER-GAS = GAS-LLEGAD-W
                    PERFORM CLASIFICAR-TERAPIA
                       THRU FIN-CLASIFICAR-TERAPIA
                 END-IF
              END-IF
           END-IF.

      *    LA TERMINADA CUENTA EN EL MES DE SU FIN: FACTURADA SI TIENE
      *    CARGO NO ANULADO. LA ACTIVA INICIADA HASTA EL MES CUENTA
      *    EN CURSO CON LO ACUMULADO MAS EL TRAMO ABIERTO AL CORTE.
       CLASIFICAR-TERAPIA.
           MOVE ZEROS TO E
           IF TERAPIA-TERMINADA
              IF FECHA-FIN-TER-GAS (1:6) = ANO-MES-LLEGAD-W
                 MOVE LITROS-TER-GAS TO LITROS-TER-W
                 MOVE 3 TO E
                 IF NRO-CARGO-TER-GAS > ZEROS
                    MOVE 2 TO E
                    IF SW-CARGOS-W = "S"
                       MOVE NRO-CARGO-TER-GAS TO NRO-CRG
                       READ ARCHIVO-CARGOS
                            INVALID KEY MOVE 3 TO E
                            NOT INVALID KEY
                               IF CRG-ANULADO
                                  MOVE 3 TO E
                               END-IF
                       END-READ
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF FECHA-GAS (1:6) NOT > ANO-MES-LLEGAD-W
                 MOVE 4 TO E
                 PERFORM LITROS-AL-CORTE
              END-IF
           END-IF

           IF E = ZEROS
              GO TO FIN-CLASIFICAR-TERAPIA
           END-IF

           MOVE 1 TO K
           PERFORM BUSCAR-SERVICIO
                   UNTIL K > CANT-SERV-W
                      OR COD-SERV-W (K) = SERVICIO-TER-GAS
           IF K > CANT-SERV-W
              IF CANT-SERV-W < 60
                 ADD 1 TO CANT-SERV-W
                 MOVE CANT-SERV-W      TO K
                 MOVE SERVICIO-TER-GAS TO COD-SERV-W (K)
              ELSE
      *          SIN CUPO EN LA TABLA VA AL ULTIMO RENGLON.
                 MOVE 60 TO K
              END-IF
           END-IF

           IF E NOT = 4
              ADD 1            TO CANT-EST-W (K 1) CANT-TOT-W (1)
              ADD LITROS-TER-W TO LITROS-EST-W (K 1) LITROS-TOT-W (1)
           END-IF
           ADD 1            TO CANT-EST-W (K E) CANT-TOT-W (E)
           ADD LITROS-TER-W TO LITROS-EST-W (K E) LITROS-TOT-W (E).

       FIN-CLASIFICAR-TERAPIA.
           EXIT.

       BUSCAR-SERVICIO.
           ADD 1 TO K.

       LITROS-AL-CORTE.
           MOVE LITROS-TER-GAS TO LITROS-TER-W
           MOVE HORA-TRAMO-TER-GAS TO HORA-TRAMO-W
           COMPUTE MIN-TRAMO-W =
                   (FUNCTION INTEGER-OF-DATE (FECHA-CORTE-W)
                  - FUNCTION INTEGER-OF-DATE (FECHA-TRAMO-TER-GAS))
                  * 1440
                  + (HH-CORTE-W * 60 + MM-CORTE-W)
                  - (HH-TRAMO-W * 60 + MM-TRAMO-W)
           IF MIN-TRAMO-W > ZEROS
              COMPUTE LITROS-TER-W = LITROS-TER-W
                                   + MIN-TRAMO-W * FLUJO-TER-GAS
           END-IF.

       ESCRIBIR-CONCILIACION.
           OPEN OUTPUT ARCHIVO-JSON

           MOVE 1 TO PUNTERO-W
           MOVE UNIDADES-REC-W TO LITROS-EDIT
           STRING "{*GAS*:*"          DELIMITED BY SIZE
                  GAS-LLEGAD-W        DELIMITED BY SIZE
                  "*,*MES*:*"         DELIMITED BY SIZE
                  ANO-MES-LLEGAD-W    DELIMITED BY SIZE
                  "*,*ARTICULO*:*"    DELIMITED BY SIZE
                  ART-GAS-W           DELIMITED BY SPACE
                  "*,*UNIDADES_RECIBIDAS*:*" DELIMITED BY SIZE
                  LITROS-EDIT         DELIMITED BY SIZE
                  "*,"                DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           MOVE LITROS-REC-W TO LITROS-EDIT
           STRING "*LITROS_RECIBIDOS*:*" DELIMITED BY SIZE
                  LITROS-EDIT            DELIMITED BY SIZE
                  "*,*HAY_INV_INICIAL*:*" DELIMITED BY SIZE
                  SW-INV-INI-W           DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           MOVE INV-INICIAL-W TO LITROS-EDIT
           STRING "*,*INV_INICIAL*:*"    DELIMITED BY SIZE
                  LITROS-EDIT            DELIMITED BY SIZE
                  "*,*HAY_INV_FINAL*:*"  DELIMITED BY SIZE
                  SW-INV-FIN-W           DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           MOVE INV-FINAL-W TO LITROS-EDIT
           MOVE CONSUMO-W   TO CONSUMO-EDIT
           STRING "*,*INV_FINAL*:*"      DELIMITED BY SIZE
                  LITROS-EDIT            DELIMITED BY SIZE
                  "*,*CONSUMO*:*"        DELIMITED BY SIZE
                  CONSUMO-EDIT           DELIMITED BY SIZE
                  "*,"                   DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           MOVE 1 TO PUNTERO-W
           MOVE NO-ATRIBUIDO-W TO CONSUMO-EDIT
           MOVE PORC-FACT-W    TO PORC-EDIT
           STRING "*NO_ATRIBUIDO*:*"     DELIMITED BY SIZE
                  CONSUMO-EDIT           DELIMITED BY SIZE
                  "*,*PORC_FACTURADO*:*" DELIMITED BY SIZE
                  PORC-EDIT              DELIMITED BY SIZE
                  "*,*TOTAL*:{"          DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ARMAR-TOTALES
           STRING "},*SERVICIOS*:["      DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON

           PERFORM ESCRIBIR-SERVICIO VARYING K FROM 1 BY 1
                   UNTIL K > CANT-SERV-W

           MOVE "{*SERVICIO*:**}]}" TO LIN-JSON-W
           PERFORM ESCRIBIR-LINEA-JSON
           CLOSE ARCHIVO-JSON.

       ESCRIBIR-SERVICIO.
           MOVE "N" TO SW-ALERTA-W
           IF LITROS-EST-W (K 3) > ZEROS OR LITROS-EST-W (K 4) > ZEROS
              MOVE "S" TO SW-ALERTA-W
           END-IF
           MOVE 1 TO PUNTERO-W
           STRING "{*SERVICIO*:*"      DELIMITED BY SIZE
                  COD-SERV-W (K)       DELIMITED BY SIZE
                  "*,*SIN_FACTURAR*:*" DELIMITED BY SIZE
                  SW-ALERTA-W          DELIMITED BY SIZE
                  "*,"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ARMAR-RENGLON-SERVICIO
           STRING "},"  DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING
           PERFORM ESCRIBIR-LINEA-JSON.

      *    TERAPIAS Y LITROS DE LOS CUATRO ESTADOS DEL RENGLON K.
       ARMAR-RENGLON-SERVICIO.
           PERFORM ARMAR-ESTADO-SERVICIO VARYING E FROM 1 BY 1
                   UNTIL E > 4.

       ARMAR-ESTADO-SERVICIO.
           MOVE CANT-EST-W (K E)   TO CANT-EDIT
           MOVE LITROS-EST-W (K E) TO LITROS-EDIT
           PERFORM ARMAR-PAR-ESTADO.

       ARMAR-TOTALES.
           PERFORM ARMAR-ESTADO-TOTAL VARYING E FROM 1 BY 1
                   UNTIL E > 4.

       ARMAR-ESTADO-TOTAL.
           MOVE CANT-TOT-W (E)   TO CANT-EDIT
           MOVE LITROS-TOT-W (E) TO LITROS-EDIT
           PERFORM ARMAR-PAR-ESTADO.

       ARMAR-PAR-ESTADO.
           EVALUATE E
             WHEN 1
                  STRING "*REGISTRADO*:"   DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
             WHEN 2
                  STRING ",*FACTURADO*:"   DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
             WHEN 3
                  STRING ",*SIN_FACTURAR*:" DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
             WHEN OTHER
                  STRING ",*EN_CURSO*:"    DELIMITED BY SIZE
                         INTO LIN-JSON-W WITH POINTER PUNTERO-W
                  END-STRING
           END-EVALUATE
           STRING "{*TERAPIAS*:*"      DELIMITED BY SIZE
                  CANT-EDIT            DELIMITED BY SIZE
                  "*,*LITROS*:*"       DELIMITED BY SIZE
                  LITROS-EDIT          DELIMITED BY SIZE
                  "*}"                 DELIMITED BY SIZE
                  INTO LIN-JSON-W WITH POINTER PUNTERO-W
           END-STRING.

      *=================================================================
      * RUTINAS COMUNES
      *=================================================================
       VALIDAR-GAS.
           IF GAS-LLEGAD-W NOT = "O" AND GAS-LLEGAD-W NOT = "A"
              MOVE "Gas no valido (O oxigeno, A aire medicinal)"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF.

       VALIDAR-DISPOSITIVO.
           IF DISPOSITIVO-LLEGAD-W NOT = "C" AND NOT = "S"
                               AND NOT = "V" AND NOT = "R"
                               AND NOT = "A" AND NOT = "M"
              MOVE "Dispositivo no valido" TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF.

      *    TERAPIA ACTIVA DEL PACIENTE PARA EL GAS: SW-FIN-GAS-W EN "A"
      *    CON EL REGISTRO EN EL BUFFER.
       BUSCAR-ACTIVA.
           INITIALIZE REG-GAS
           MOVE "T"           TO TIPO-GAS
           MOVE PACI-LLEGAD-W TO COD-PACI-GAS
           MOVE "N"           TO SW-FIN-GAS-W
           START ARCHIVO-GASES KEY IS NOT LESS LLAVE-GAS
                 INVALID KEY MOVE "S" TO SW-FIN-GAS-W
           END-START
           PERFORM LEER-ACTIVA
                   UNTIL SW-FIN-GAS-W = "S" OR SW-FIN-GAS-W = "A".

       LEER-ACTIVA.
           READ ARCHIVO-GASES NEXT RECORD
                AT END MOVE "S" TO SW-FIN-GAS-W
           END-READ.

           IF SW-FIN-GAS-W = "N"
              IF TIPO-GAS NOT = "T" OR COD-PACI-GAS NOT = PACI-LLEGAD-W
                 MOVE "S" TO SW-FIN-GAS-W
              ELSE
                 IF TERAPIA-ACTIVA AND GAS-TER-GAS = GAS-LLEGAD-W
                    MOVE "A" TO SW-FIN-GAS-W
                 END-IF
              END-IF
           END-IF.

      *    CIERRA EL TRAMO ABIERTO A LA FECHA Y HORA QUE LLEGAN: SUMA
      *    MINUTOS Y LITROS (FLUJO X MINUTOS) Y ABRE EL SIGUIENTE.
       CERRAR-TRAMO.
           MOVE FECHA-LLEGAD-W     TO FECHA-CORTE-W
           MOVE HORA-LLEGAD-W      TO HORA-CORTE-W
           MOVE HORA-TRAMO-TER-GAS TO HORA-TRAMO-W
           COMPUTE MIN-TRAMO-W =
                   (FUNCTION INTEGER-OF-DATE (FECHA-CORTE-W)
                  - FUNCTION INTEGER-OF-DATE (FECHA-TRAMO-TER-GAS))
                  * 1440
                  + (HH-CORTE-W * 60 + MM-CORTE-W)
                  - (HH-TRAMO-W * 60 + MM-TRAMO-W)
           IF MIN-TRAMO-W < ZEROS
              MOVE "La hora es anterior al inicio del tramo"
                   TO MSJ-ERROR-W
              GO TO ERROR-GASES
           END-IF

           COMPUTE LITROS-TRAMO-W = MIN-TRAMO-W * FLUJO-TER-GAS
           ADD MIN-TRAMO-W    TO MINUTOS-TER-GAS
           ADD LITROS-TRAMO-W TO LITROS-TER-GAS
           MOVE FECHA-CORTE-W TO FECHA-TRAMO-TER-GAS
           MOVE HORA-CORTE-W  TO HORA-TRAMO-TER-GAS.

       ERROR-GASES.
           CLOSE ARCHIVO-GASES
           MOVE "99"                        TO MSJ1-HTML
           MOVE MSJ-ERROR-W                 TO MSJ2-HTML
           MOVE "HC851"                     TO MSJ3-HTML
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
