      *=================================================================
      * FS-OBLIG.CBL - SELECT DE LAS OBLIGACIONES FINANCIERAS
      *                (SC-ARCHOBL).
      *=================================================================
           SELECT ARCHIVO-OBLIGACIONES LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-OBL-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-OBL
                  ALTERNATE RECORD KEY IS NIT-ACREEDOR-OBL
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
