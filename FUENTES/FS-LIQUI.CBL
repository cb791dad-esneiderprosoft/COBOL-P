      *=================================================================
      * FS-LIQUI.CBL - SELECT DEL REGISTRO DE CONTROL DE LIQUIDOS POR
      *                PACIENTE (SC-ARCHLIQ).
      *=================================================================
           SELECT ARCHIVO-LIQUIDOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-LIQ-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-LIQ
                  FILE STATUS IS OTR-STAT.
