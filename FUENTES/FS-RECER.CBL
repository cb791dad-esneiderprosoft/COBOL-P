      *=================================================================
      * FS-RECER.CBL - SELECT DE LAS CAMPANAS DE RECERTIFICACION DE
      *                ACCESOS (SC-ARCHRCT DE MAIN-ELECT).
      *=================================================================
           SELECT ARCHIVO-RECERTIF LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-RCT-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-RCT
                  FILE STATUS IS OTR-STAT.
