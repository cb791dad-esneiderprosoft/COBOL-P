      *=================================================================
      * FS-TESER.CBL - SELECT DE LAS SERIES DE TERAPIA (SC-ARCHTSE).
      *=================================================================
           SELECT ARCHIVO-SERIE-TER LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-TSE-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-TSE
                  ALTERNATE RECORD KEY IS LLAVE-EST-TSE
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
