      *=================================================================
      * FS-DOSUN.CBL - SELECT DE LA PREPARACION DE DOSIS UNITARIA
      *                (SC-ARCHDUN).
      *=================================================================
           SELECT ARCHIVO-DOSIS-UNIT LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-DUN-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-DUN
                  FILE STATUS IS OTR-STAT.
