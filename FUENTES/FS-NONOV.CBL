      *=================================================================
      * FS-NONOV.CBL - SELECT DE LAS NOVEDADES DE NOMINA DEL PERIODO
      *                (SC-ARCHNOV).
      *=================================================================
           SELECT ARCHIVO-NOVEDADES LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-NOV-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-NOV
                  FILE STATUS IS OTR-STAT.
