      *              PACTADO; CON DESVIACION MAYOR A LA TOLERANCIA
      *              SE AVISA O SE BLOQUEA SEGUN EL MODO DEL
      *              CONTRATO.
      * 15/10/26 JLR FACTURA FUERA DE TOLERANCIA EN EL CRUCE DE TRES
      *              VIAS: QUEDA EL RECLAMO RADIAN (EVENTO 031) POR
      *              GENERAR EN SC-ARCHFRC VIA CON879R.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "INV820".
       01 NOM-CKP-W              PIC X(70).
       01 NOM-CTP-W              PIC X(70).
       01 NOM-CSG-W              PIC X(70).
       01 NOM-FRC-W              PIC X(70).
       01 DETALLE-FRC-W          PIC X(60).
       01 RESULTADO-FRC-W        PIC X.
       01 INVALID-FRC-W          PIC 99.
       01 PERIODO-CSG-W          PIC 9(6).
       01 SW-AVISO-CTP-W         PIC X     VALUE "N".
       01 MODO-CTP-W             PIC X     VALUE SPACE.
           INSPECT NOM-CSG-W REPLACING
                   FIRST "SC-ARCHCXP.DAT" BY "SC-ARCHCSG.DAT"

           MOVE NOM-CXP-W TO NOM-FRC-W
           INSPECT NOM-FRC-W REPLACING
                   FIRST "SC-ARCHCXP.DAT" BY "SC-ARCHFRC.DAT"

           MOVE SPACES TO NOM-PLANO-W
           STRING "C:\PROSOFT\TEMP\SC-INV820-" DELIMITED BY SIZE
                  SESION-LLEGAD-W DELIMITED BY "  "
                   VALOR-ESPERADO-W * TOLER-LLEGAD-W / 100

           IF DIF-ABS-W > TOLERANCIA-VLR-W
              PERFORM RECLAMAR-FACTURA-RADIAN
              CLOSE ARCHIVO-ORDENES-COMPRA
              MOVE "99"                            TO MSJ1-HTML
              IF RESULTADO-FRC-W = "P"
                 MOVE "Factura fuera de tolerancia, reclamo RADIAN"
                      TO MSJ2-HTML
              ELSE
                 MOVE "Factura fuera de tolerancia" TO MSJ2-HTML
              END-IF
              MOVE "INV820"                        TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF
           CLOSE ARCHIVO-ORDENES-COMPRA
           GO TO ENVIO-DATOS.

      *    LA FACTURA ELECTRONICA DEL PROVEEDOR QUE NO CRUZA CON LA
      *    ORDEN Y LA RECEPCION SE RECLAMA ANTE LA DIAN (EVENTO 031)
      *    PARA QUE NO QUEDE ACEPTADA TACITAMENTE.
       RECLAMAR-FACTURA-RADIAN.
           PERFORM LEER-ENCABEZADO
           MOVE SPACES TO DETALLE-FRC-W
           MOVE DIFERENCIA-W TO VALOR-EDIT
           STRING "NO CRUZA CON OC "  DELIMITED BY SIZE
                  NRO-LLEGAD-W        DELIMITED BY SIZE
                  " DIFERENCIA "      DELIMITED BY SIZE
                  VALOR-EDIT          DELIMITED BY SIZE
                  INTO DETALLE-FRC-W
           END-STRING
           CALL "CON879R" USING NOM-FRC-W NIT-PROV-OC FACTURA-LLEGAD-W
                                NRO-LLEGAD-W DETALLE-FRC-W
                                OPER-LLEGAD-W RESULTADO-FRC-W
                                INVALID-FRC-W
                ON EXCEPTION MOVE SPACE TO RESULTADO-FRC-W
           END-CALL.

       GRABAR-CXP-FACTURA.

      *    EL CRUCE APROBADO ALIMENTA DIRECTO EL AUXILIAR DE
