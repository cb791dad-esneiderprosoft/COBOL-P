      *=================================================================
      * FS-ODONT.CBL - SELECT DE LOS ODONTOGRAMAS (SC-ARCHODO).
      *=================================================================
           SELECT ARCHIVO-ODONTOGRAMA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ODO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ODO
                  FILE STATUS IS OTR-STAT.
