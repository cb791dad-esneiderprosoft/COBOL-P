      *=================================================================
      * FS-ORDRX.CBL - SELECT DE LAS ORDENES DE IMAGENES DIAGNOSTICAS
      *                (SC-ARCHORX).
      *=================================================================
           SELECT ARCHIVO-ORDEN-RX LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ORX-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ORX
                  ALTERNATE RECORD KEY IS COD-PACI-ORX WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LISTA-ORX    WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
