      *=================================================================
      * FS-LESPE.CBL - SELECT DE LA LISTA DE ESPERA POR ESPECIALIDAD
      *                (SC-ARCHLES).
      *=================================================================
           SELECT ARCHIVO-LISTA-ESPERA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-LES-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-LES
                  ALTERNATE RECORD KEY IS LLAVE-TURNO-LES
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS COD-PACI-LES WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
