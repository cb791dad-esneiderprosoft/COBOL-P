      *=================================================================
      * FS-PAGEP.CBL - SELECT DE LOS PAGOS DE EPS APLICADOS A
      *                FACTURAS (SC-ARCHPGE).
      *=================================================================
           SELECT ARCHIVO-PAGOS-EPS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-PGE-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-PGE
                  FILE STATUS IS OTR-STAT.
