      *=================================================================
      * FS-INTER.CBL - SELECT DE LA TABLA DE INTERACCIONES ENTRE
      *                MEDICAMENTOS (SC-ARCHINT).
      *=================================================================
           SELECT ARCHIVO-INTERAC LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-INT-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-INT
                  FILE STATUS IS OTR-STAT.
