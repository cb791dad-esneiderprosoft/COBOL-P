      *=================================================================
      * FS-PTPAR.CBL - SELECT DE LOS PARAMETROS DEL PLAN DE PUNTOS
      *                (SC-ARCHPPR).
      *=================================================================
           SELECT ARCHIVO-PUNTOS-PAR LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-PPR-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRODUCTO-PPR
                  FILE STATUS IS OTR-STAT.
