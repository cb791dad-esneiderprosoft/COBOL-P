      *                  4 A 7). LOS SALDOS DE BALANCE SUPONEN EL
      *                  COMPROBANTE DE APERTURA DE ENERO (VER EL
      *                  CIERRE ANUAL).
      *                  AL FINAL VA LA PORCION CORRIENTE Y NO
      *                  CORRIENTE DE LAS OBLIGACIONES FINANCIERAS AL
      *                  CIERRE DEL MES (TABLAS DE CON881).
      *=================================================================
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR PORCION CORRIENTE / NO CORRIENTE DE OBLIGACIONES.
      * 15/10/26 JLR LA GENERACION (OPC "G") PASA A CON863R PARA
      *              CORRERLA TAMBIEN DESDE LA COLA DE INFORMES.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON863".
       FILE-CONTROL.
            COPY "P:\PROG\PROYECT\FUENTES\FS-USUNET.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-SESION.CBL".
            COPY "P:\PROG\PROYECT\FUENTES\FS-ESTFI.CBL".

           SELECT ARCHIVO-JSON
       FILE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\FD-USUNET.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-SESION.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-ESTFI.CBL".

       FD  ARCHIVO-JSON
       COPY "P:\PROG\PROYECT\FUENTES\WEB-CARAC19.CBL".

       01 NOM-EFI-W                    PIC X(70).
       01 NOM-PLANO-W                  PIC X(90).

       01 DATO-LLEGADA-W.
          02 MES-LLEGAD-W              PIC 99.
          02 OPER-LLEGAD-W             PIC X(4).

       01 LIN-JSON-W                PIC X(400).

       COPY "P:\PROG\PROYECT\FUENTES\LNK-COLA.CBL".

       LINKAGE SECTION.
       COPY "P:\PROG\PROYECT\FUENTES\ISAPICTX.CBL".

              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ESTFI SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ESTADOS-FIN.
       ESCR-EXCEP-ESTFI.
           END-IF.

       ASIGNAR-NOMBRES.
           INITIALIZE NOM-EFI-W NOM-PLANO-W

           MOVE "\\" TO NOM-EFI-W

                   FIRST "                              "
                   BY DIR-CONTAB-LLEGADA-W

           INSPECT NOM-EFI-W REPLACING
                   FIRST "                       "
                   BY "\CONTROL\SC-ARCHEFI.DAT"
           END-IF.

      *=================================================================
      * OPC "G": GENERACION DE LOS ESTADOS. LA HACE CON863R CON LA
      *          MISMA LINEA DE LA PANTALLA (LA COLA DE INFORMES
      *          CON883 LO LLAMA IGUAL).
      *=================================================================
       GENERAR-ESTADOS.
           CLOSE ARCHIVO-ESTADOS-FIN

           INITIALIZE REG-COLA-LNK
           MOVE LINEA-LLEGAD-W TO PARAMETROS-COLA-LNK
           MOVE NOM-PLANO-W    TO ARCHIVO-COLA-LNK

           CALL "CON863R" USING REG-COLA-LNK
           CANCEL "CON863R"

           IF ESTADO-COLA-LNK NOT = "00"
              MOVE ESTADO-COLA-LNK          TO MSJ1-HTML
              MOVE MENSAJE-COLA-LNK         TO MSJ2-HTML
              MOVE "CON863R"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF

           GO TO ENVIO-DATOS.

       ENVIO-DATOS.
           MOVE "datosrecibidos"  TO COBW3-CNV-NAME
           MOVE "00|CON863"       TO COBW3-CNV-VALUE
