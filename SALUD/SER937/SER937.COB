      * FEC      INI DESCRIPCION
      * -------- --- ---------------------------------------------
      * 02/09/26 JLR CREACION.
      * 15/10/26 JLR EL ASIENTO SE GRABA (FALTABA EL THRU HASTA
      *              ESCRIBIR-ASIENTO).
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "SER937".
           COMPUTE SALDO-ACTUAL-W = SALDO-CTL + CANTIDAD-LLEGAD-W

           MOVE "E" TO CLASE-ASIENTO-W
           PERFORM GRABAR-ASIENTO THRU ESCRIBIR-ASIENTO
           PERFORM ACTUALIZAR-SALDO-MARCA

           CLOSE ARCHIVO-CONTROLADOS
           END-IF

           MOVE "S" TO CLASE-ASIENTO-W
           PERFORM GRABAR-ASIENTO THRU ESCRIBIR-ASIENTO
           PERFORM ACTUALIZAR-SALDO-MARCA

           CLOSE ARCHIVO-CONTROLADOS
