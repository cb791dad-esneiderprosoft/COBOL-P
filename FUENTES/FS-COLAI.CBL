      *=================================================================
      * FS-COLAI.CBL - SELECT DE LA COLA DE INFORMES (SC-ARCHCOL).
      *=================================================================
           SELECT ARCHIVO-COLA-INF LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-COL-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-COL
                  FILE STATUS IS OTR-STAT.
