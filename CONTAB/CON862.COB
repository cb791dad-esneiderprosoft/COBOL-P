      *                  DE COSTO, RESPONSABLE, COSTO, VIDA UTIL EN
      *                  MESES, METODO LINEA RECTA Y CUENTAS DE
      *                  ACTIVO / GASTO / DEPRECIACION ACUMULADA).
      *                  LA VIDA UTIL FISCAL LLEGA EN LA VARIABLE
      *                  "vidafiscal" (SIN ELLA QUEDA IGUAL A LA
      *                  CONTABLE).
      *                - OPC "L": AUXILIAR ACTIVO POR ACTIVO CON LA
      *                  CUOTA MENSUAL, LO ACUMULADO Y EL VALOR EN
      *                  LIBROS (EL ANEXO QUE PIDE LA REVISORIA).
      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR VIDA UTIL FISCAL DEL ACTIVO PARA EL FORMATO 2516.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "CON862".
          02 CTA-CONTRA-LLEGAD-W       PIC X(11).
          02 CTA-RESULT-LLEGAD-W       PIC X(11).
          02 OPER-LLEGAD-W             PIC 9(4).
          02 VIDA-FISCAL-LLEGAD-W      PIC 9(4).

       01 VARIABLES.
          02 NRO-COMP-W             PIC 9(6).
                    CTA-RESULT-LLEGAD-W, OPER-LLEGAD-W
           END-UNSTRING.

      *    LA VIDA UTIL FISCAL VIENE APARTE: CON LOS DATOS DEL ACTIVO
      *    LA LINEA PUEDE LLENAR LOS 200 CARACTERES.

           MOVE "vidafiscal" TO COBW3-SEARCH-DATA.
           CALL "COBW3_GET_VALUE" USING COBW3.
           MOVE COBW3-GET-DATA    TO LINEA-LLEGAD-W

           UNSTRING LINEA-LLEGAD-W DELIMITED BY "|"
               INTO VIDA-FISCAL-LLEGAD-W
           END-UNSTRING

           IF VIDA-FISCAL-LLEGAD-W NOT NUMERIC
              MOVE ZEROS TO VIDA-FISCAL-LLEGAD-W
           END-IF.

           MOVE LLAVE-SESION-LLEGAD-W  TO LLAVE-SESION-W.
           MOVE FUNCTION CURRENT-DATE  TO FECHA-TOTAL.
           ACCEPT HORA-TOTAL FROM TIME.
           MOVE FECHA-COMPRA-LLEGAD-W TO FECHA-COMPRA-ACT
           MOVE COSTO-LLEGAD-W        TO COSTO-ACT
           MOVE VIDA-LLEGAD-W         TO VIDA-MESES-ACT
           MOVE VIDA-FISCAL-LLEGAD-W  TO VIDA-FISCAL-ACT
           MOVE METODO-LLEGAD-W       TO METODO-ACT
           IF METODO-ACT = SPACE
              MOVE "L" TO METODO-ACT
