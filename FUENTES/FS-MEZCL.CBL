      *=================================================================
      * FS-MEZCL.CBL - SELECT DE LAS ORDENES DE PRODUCCION DE MEZCLAS
      *                (SC-ARCHMEZ).
      *=================================================================
           SELECT ARCHIVO-MEZCLAS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-MEZ-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-MEZ
                  FILE STATUS IS OTR-STAT.
