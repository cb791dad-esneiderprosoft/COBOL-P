      *=================================================================
      * FS-TESES.CBL - SELECT DE LAS SESIONES DE TERAPIA ATENDIDAS
      *                (SC-ARCHTSS).
      *=================================================================
           SELECT ARCHIVO-SESION-TER LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-TSS-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-TSS
                  FILE STATUS IS OTR-STAT.
