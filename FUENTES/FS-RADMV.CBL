      *=================================================================
      * FS-RADMV.CBL - SELECT DE LOS MOVIMIENTOS DE LA FACTURA
      *                RADICADA (SC-ARCHRMV).
      *=================================================================
           SELECT ARCHIVO-MOVTOS-RAD LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-RMV-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-RMV
                  FILE STATUS IS OTR-STAT.
