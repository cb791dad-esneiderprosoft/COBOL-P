      *=================================================================
      * FS-NOLIQ.CBL - SELECT DE LA LIQUIDACION DE NOMINA POR
      *                PERIODO Y EMPLEADO (SC-ARCHLNO).
      *=================================================================
           SELECT ARCHIVO-LIQ-NOMINA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-LNO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-LNO
                  FILE STATUS IS OTR-STAT.
