      *=================================================================
      * FS-NOPAR.CBL - SELECT DE LOS PARAMETROS ANUALES DE NOMINA
      *                (SC-ARCHPNO).
      *=================================================================
           SELECT ARCHIVO-PARAM-NOMINA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-PNO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ANO-PNO
                  FILE STATUS IS OTR-STAT.
