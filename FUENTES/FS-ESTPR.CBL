      *=================================================================
      * FS-ESTPR.CBL - SELECT DE LA ESTRUCTURA REGULADA DEL PRECIO DE
      *                COMBUSTIBLE POR PRODUCTO (SC-ARCHEPR).
      *=================================================================
           SELECT ARCHIVO-ESTRUCT-PRECIO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-EPR-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-EPR
                  FILE STATUS IS OTR-STAT.
