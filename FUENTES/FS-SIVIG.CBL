      *=================================================================
      * FS-SIVIG.CBL - SELECT DE LOS CASOS DE NOTIFICACION AL SIVIGILA
      *                (SC-SIVIG).
      *=================================================================
           SELECT ARCHIVO-SIVIGILA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-SIV-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-SIV
                  ALTERNATE RECORD KEY IS COD-PACI-SIV WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LLAVE-EST-SIV WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LLAVE-SEM-SIV WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
