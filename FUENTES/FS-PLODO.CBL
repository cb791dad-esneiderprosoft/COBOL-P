      *=================================================================
      * FS-PLODO.CBL - SELECT DE LOS PLANES DE TRATAMIENTO
      *                ODONTOLOGICO (SC-ARCHPLO).
      *=================================================================
           SELECT ARCHIVO-PLAN-ODO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-PLO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-PLO
                  FILE STATUS IS OTR-STAT.
