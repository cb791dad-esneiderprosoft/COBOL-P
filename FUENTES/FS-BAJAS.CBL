      *=================================================================
      * FS-BAJAS.CBL - SELECT DE LAS SOLICITUDES DE BAJA DE INVENTARIO
      *                (SC-ARCHBAJ).
      *=================================================================
           SELECT ARCHIVO-BAJAS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-BAJ-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BAJ
                  FILE STATUS IS OTR-STAT.
