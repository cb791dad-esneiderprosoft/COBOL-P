      *=================================================================
      * FS-CMVAL.CBL - SELECT DE LOS VALES DE CAJA MENOR
      *                (SC-ARCHCMV).
      *=================================================================
           SELECT ARCHIVO-VALES-CM LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CMV-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CMV
                  FILE STATUS IS OTR-STAT.
