      *=================================================================
      * FS-PUNTO.CBL - SELECT DEL LIBRO DE PUNTOS DE FIDELIZACION DE
      *                LOS CLIENTES DE CONTADO (SC-ARCHFID).
      *=================================================================
           SELECT ARCHIVO-PUNTOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-PTO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-PTO
                  ALTERNATE RECORD KEY IS NRO-COMB-PTO WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
