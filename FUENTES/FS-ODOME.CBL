      *=================================================================
      * FS-ODOME.CBL - SELECT DE LAS LECTURAS DE ODOMETRO DE LOS
      *                TIQUETES A CREDITO (SC-ARCHODO).
      *=================================================================
           SELECT ARCHIVO-ODOMETRO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ODO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ODO
                  FILE STATUS IS OTR-STAT.
