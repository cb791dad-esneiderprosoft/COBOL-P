      *=================================================================
      * FS-CFISC.CBL - SELECT DE LOS PARAMETROS DE LA CONCILIACION
      *                FISCAL, FORMATO 2516 (SC-ARCHCFI).
      *=================================================================
           SELECT ARCHIVO-CONCIL-FISCAL LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CFI-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CFI
                  FILE STATUS IS OTR-STAT.
