      *=================================================================
      * FS-OBCUO.CBL - SELECT DE LA TABLA DE AMORTIZACION DE LAS
      *                OBLIGACIONES FINANCIERAS (SC-ARCHOBC).
      *=================================================================
           SELECT ARCHIVO-CUOTAS-OBL LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-OBC-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-OBC
                  ALTERNATE RECORD KEY IS FECHA-VENCE-OBC
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
