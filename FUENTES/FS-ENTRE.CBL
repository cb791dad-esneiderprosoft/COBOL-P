      *=================================================================
      * FS-ENTRE.CBL - SELECT DE LAS ENTREGAS DE TURNO POR SERVICIO
      *                (SC-ARCHENT).
      *=================================================================
           SELECT ARCHIVO-ENTREGAS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ENT-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ENT
                  FILE STATUS IS OTR-STAT.
