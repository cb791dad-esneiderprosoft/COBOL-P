      *=================================================================
      * FS-ONCAC.CBL - SELECT DE LOS DATOS ESTRUCTURADOS DE ONCOLOGIA
      *                PARA LA CUENTA DE ALTO COSTO (SC-ONCAC).
      *=================================================================
           SELECT ARCHIVO-ONCO-CAC LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ONC-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ONC
                  FILE STATUS IS OTR-STAT.
