      *=================================================================
      * FS-AFORO.CBL - SELECT DE LAS TABLAS DE AFORO DE LOS TANQUES
      *                (SC-ARCHAFO).
      *=================================================================
           SELECT ARCHIVO-AFORO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-AFO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-AFO
                  FILE STATUS IS OTR-STAT.
