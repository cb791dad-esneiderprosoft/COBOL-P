      *=================================================================
      * FS-CMFON.CBL - SELECT DE LOS FONDOS DE CAJA MENOR
      *                (SC-ARCHCMF).
      *=================================================================
           SELECT ARCHIVO-FONDOS-CM LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CMF-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FONDO-CMF
                  FILE STATUS IS OTR-STAT.
