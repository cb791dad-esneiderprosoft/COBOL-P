      *=================================================================
      * FS-GASES.CBL - SELECT DE LOS GASES MEDICINALES (SC-ARCHGAS).
      *=================================================================
           SELECT ARCHIVO-GASES LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-GAS-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-GAS
                  FILE STATUS IS OTR-STAT.
