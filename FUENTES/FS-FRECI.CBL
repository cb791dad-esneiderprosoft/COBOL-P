      *=================================================================
      * FS-FRECI.CBL - SELECT DE LAS FACTURAS ELECTRONICAS RECIBIDAS
      *                DE PROVEEDORES Y SUS EVENTOS RADIAN
      *                (SC-ARCHFRC).
      *=================================================================
           SELECT ARCHIVO-FACT-RECIBIDAS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-FRC-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-FRC
                  FILE STATUS IS OTR-STAT.
