      *=================================================================
      * FS-IMPLA.CBL - SELECT DE LA TRAZABILIDAD DE IMPLANTES POR
      *                SERIAL Y SUS EVENTOS DE TECNOVIGILANCIA
      *                (SC-ARCHIMP).
      *=================================================================
           SELECT ARCHIVO-IMPLANTES LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-IMP-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-IMP
                  ALTERNATE RECORD KEY IS COD-PACI-IMP WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
