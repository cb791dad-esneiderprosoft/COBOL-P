      *=================================================================
      * FS-ESTER.CBL - SELECT DE LA CENTRAL DE ESTERILIZACION
      *                (SC-ARCHEST).
      *=================================================================
           SELECT ARCHIVO-ESTERILIZACION LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-EST-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-EST
                  FILE STATUS IS OTR-STAT.
