      *              EXAMEN (HC843R / SC-ARCHCON): SIN CONSENTIMIENTO
      *              VIGENTE EL EXAMEN PARAMETRIZADO "B" SE BLOQUEA Y
      *              EL "A" SALE CON AVISO EN LA RESPUESTA.
      * 15/10/26 JLR EL DIAGNOSTICO DE LA LECTURA SE VALIDA CONTRA LOS
      *              ATRIBUTOS CIE-10 DE SEXO Y EDAD DEL PACIENTE Y SI
      *              PUEDE IR COMO PRINCIPAL (SER851R / SC-ARCHDXV);
      *              LA RESPUESTA DEVUELVE LA MARCA SIVIGILA.
      * 15/10/26 JLR LA LECTURA CIERRA LA ORDEN DE IMAGENES DEL
      *              PACIENTE EN SC-ARCHORX (SER948) CON LA FECHA, LA
      *              HORA, EL OPERADOR Y EL RADIOLOGO.
      * 15/10/26 JLR EL DIAGNOSTICO DE NOTIFICACION ABRE EL CASO
      *              PENDIENTE DEL SIVIGILA (SER851R / SC-SIVIG).
      *=================================================================
      *=================================================================
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY "..\..\FUENTES\FS-USUNET.CBL".
       COPY "..\..\FUENTES\FS-SESION.CBL".
       COPY "..\..\FUENTES\FS-RESRX.CBL".
       COPY "..\..\FUENTES\FS-ORDRX.CBL".  
                                                                                   
           SELECT ARCHIVO-PLANO
                  ASSIGN NOM-PLANO-W
       COPY "..\..\FUENTES\FD-USUNET.CBL".
       COPY "..\..\FUENTES\FD-SESION.CBL".
       COPY "..\..\FUENTES\FD-RESRX.CBL".
       COPY "..\..\FUENTES\FD-ORDRX.CBL".

       FD  ARCHIVO-PLANO
           LABEL RECORD STANDARD.
       WORKING-STORAGE  SECTION.
       COPY "..\..\FUENTES\COBW3.CBL".
       COPY "..\..\FUENTES\WEB-CARAC19.CBL".
       COPY "..\..\FUENTES\LNK-DXVAL.CBL".

       77 NOM-PLANO-W                  PIC X(60).
       77 NOM-PACSRX-W                 PIC X(60).
       77 FECHA-CHEQUEO-W              PIC 9(8).
       77 RESPUESTA-CONSE-W            PIC X.
       77 INVALID-CON-W                PIC 99.
       77 NOM-DXV-W                    PIC X(70).
       77 PACIE-W                      PIC X(70).
       77 NOM-ORX-W                    PIC X(70).
       77 NRO-ORDEN-W                  PIC 9(8).

       01 DATOS-ENVIO.
          02 DAT0-ENV                  PIC XX.
              GO TO ENVIAR2-ERROR
           END-IF.

       I-O-TEST-ORDRX SECTION.
           USE AFTER EXCEPTION PROCEDURE ON ARCHIVO-ORDEN-RX.
       ESCR-EXCEP-ORDRX.
           IF OTR-STAT = "00" OR "10" OR "23" OR "35"
              CONTINUE
           ELSE
              MOVE OTR-STAT                 TO MSJ1-HTML
              MOVE NOM-ORX-W                TO MSJ2-HTML
              MOVE "RX-421W"                TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       END DECLARATIVES.
      
       INICIAR-IIS.
              GO TO ENVIAR2-ERROR
           END-IF.

       VALIDAR-DIAGNOSTICO.

      *    EL DIAGNOSTICO DE LA LECTURA VA COMO PRINCIPAL Y NO SE
      *    GRABA SI NO CORRESPONDE AL SEXO O A LA EDAD DEL PACIENTE.

           INITIALIZE NOM-DXV-W PACIE-W
           MOVE "\\" TO NOM-DXV-W
           INSPECT NOM-DXV-W REPLACING FIRST "                    "
                                          BY IP-DATOS-USUNET
           INSPECT NOM-DXV-W REPLACING
                   FIRST "                          "
                   BY "\PROG\DATOS\SC-ARCHDXV.DAT"
           MOVE NOM-CON-W TO PACIE-W
           INSPECT PACIE-W REPLACING
                   FIRST "\CONTROL\SC-ARCHCON.DAT"
                   BY    "\CONTROL\SC-PACIE.DAT  "

           INITIALIZE REG-DXVAL-LNK
           MOVE NOM-DXV-W           TO NOM-DXV-DXVAL-LNK
           MOVE PACIE-W             TO NOM-PACIE-DXVAL-LNK
           MOVE ID-HISTORIA-FACT-RX TO PACI-DXVAL-LNK
           MOVE DX-LLEGADA-W        TO DX-DXVAL-LNK
           MOVE FECHA-TOTAL         TO FECHA-DXVAL-LNK
           MOVE "S"                 TO PPAL-DXVAL-LNK
           MOVE "RX-421W"           TO ORIGEN-DXVAL-LNK
           CALL "SER851R" USING REG-DXVAL-LNK
           CANCEL "SER851R"

           IF RESULT-DXVAL-LNK NOT = "00"
              CLOSE RESULTADOS-RX
              MOVE "SC-2"                           TO MSJ1-HTML
              MOVE MENSAJE-DXVAL-LNK                TO MSJ2-HTML
              MOVE "RX-421W-02"                     TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       ACTUALIZAR-LECTURA.
           MOVE RADIOLOGO-LLEGADA-W TO ID-RADIOLOGO-RX
           MOVE REG-MEDICO-LLEGADA-W TO REG-MEDICO-RX
       CERRAR-PLANO.
           REWRITE REG-RX END-REWRITE.
           PERFORM GRABAR-PACS-RX.
           PERFORM CERRAR-ORDEN-RX THRU FIN-CERRAR-ORDEN-RX.

           CLOSE ARCHIVO-PLANO
                 RESULTADOS-RX.
010722     MOVE RESPUESTA-CONSE-W   TO COBW3-CNV-VALUE
010723     CALL "COBW3_SET_CNV" USING COBW3

           MOVE "sivigila"          TO COBW3-CNV-NAME
           MOVE SIVIGILA-DXVAL-LNK  TO COBW3-CNV-VALUE
           CALL "COBW3_SET_CNV" USING COBW3

010720     MOVE "programa-id" TO COBW3-CNV-NAME
010730     MOVE "RX-421W-02"      TO COBW3-CNV-VALUE
010740     CALL "COBW3_SET_CNV" USING COBW3
           CALL "COBW3_FREE" USING COBW3.
           MOVE 1 TO PROGRAM-STATUS.
           EXIT PROGRAM.

       CERRAR-ORDEN-RX.
      *    LA LECTURA CIERRA LA ORDEN DE IMAGENES DEL PACIENTE: LA QUE
      *    YA ESTA AMARRADA A ESTE RESULTADO O, SI NO HAY, LA MAS
      *    ANTIGUA ABIERTA DEL MISMO CUPS. LAS PAGINAS SIGUIENTES DE
      *    LA MISMA LECTURA LA ENCUENTRAN LEIDA Y NO LA TOCAN. SI EL
      *    ESTUDIO NO SE MARCO COMO REALIZADO SE TOMA LA FECHA Y HORA
      *    DE LA FACTURA.
           MOVE NOM-CON-W TO NOM-ORX-W
           INSPECT NOM-ORX-W REPLACING
                   FIRST "\CONTROL\SC-ARCHCON.DAT"
                   BY    "\CONTROL\SC-ARCHORX.DAT"

           OPEN I-O ARCHIVO-ORDEN-RX
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-CERRAR-ORDEN-RX
           END-IF

           MOVE ZEROS               TO NRO-ORDEN-W
           MOVE ID-HISTORIA-FACT-RX TO COD-PACI-ORX
           START ARCHIVO-ORDEN-RX KEY IS = COD-PACI-ORX
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START

           PERFORM BUSCAR-ORDEN-RX UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           IF NRO-ORDEN-W = ZEROS
              CLOSE ARCHIVO-ORDEN-RX
              GO TO FIN-CERRAR-ORDEN-RX
           END-IF

           MOVE NRO-ORDEN-W TO NRO-ORX
           READ ARCHIVO-ORDEN-RX
                INVALID KEY MOVE "23" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00" AND ORX-ABIERTA
              IF FECHA-EV-ORX (3) = ZEROS
                 IF FECHA-FACT-RX IS NUMERIC
                 AND HORA-FACT-RX IS NUMERIC
                    MOVE FECHA-FACT-RX TO FECHA-EV-ORX (3)
                    MOVE HORA-FACT-RX  TO HORA-EV-ORX (3)
                 ELSE
                    MOVE FECHA-TOTAL   TO FECHA-EV-ORX (3)
                    MOVE HORA-TOTAL    TO HORA-EV-ORX (3)
                 END-IF
              END-IF
              MOVE "L"                 TO ESTADO-ORX
              MOVE FECHA-TOTAL         TO FECHA-EV-ORX (4)
              MOVE HORA-TOTAL          TO HORA-EV-ORX (4)
              MOVE OPERADOR-LLEGADA-W  TO OPER-EV-ORX (4)
              MOVE LLAVE-RX            TO LLAVE-FACT-ORX
              MOVE RADIOLOGO-LLEGADA-W TO RADIOLOGO-ORX
              REWRITE REG-ORDEN-RX END-REWRITE
           END-IF

           MOVE "00" TO OTR-STAT
           CLOSE ARCHIVO-ORDEN-RX.

       FIN-CERRAR-ORDEN-RX.
           EXIT.

       BUSCAR-ORDEN-RX.
           READ ARCHIVO-ORDEN-RX NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ.

           IF OTR-STAT = "00"
              IF COD-PACI-ORX NOT = ID-HISTORIA-FACT-RX
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF LLAVE-FACT-ORX = LLAVE-RX
                    MOVE NRO-ORX TO NRO-ORDEN-W
                    MOVE "10"    TO OTR-STAT
                 ELSE
                    IF NRO-ORDEN-W = ZEROS
                    AND ORX-ABIERTA
                    AND LLAVE-FACT-ORX = SPACES
                    AND CUPS-ORX = CUPS-CHEQUEO-W
                       MOVE NRO-ORX TO NRO-ORDEN-W
                    END-IF
                 END-IF
              END-IF
           END-IF.
      
       COPY "..\..\FUENTES\SC-WEB19.CBL".

