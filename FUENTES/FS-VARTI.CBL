      *=================================================================
      * FS-VARTI.CBL - SELECT DE LAS VENTAS DE ARTICULOS NO
      *                COMBUSTIBLES DE LA PLANILLA (SC-ARCHVAR).
      *=================================================================
           SELECT ARCHIVO-VENTA-ARTIC LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-VAR-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-VAR
                  ALTERNATE RECORD KEY IS FECHA-TURNO-VAR
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
