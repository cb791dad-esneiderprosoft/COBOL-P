      *=================================================================
      * FS-AMBUL.CBL - SELECT DE LOS TRASLADOS EN AMBULANCIA
      *                (SC-ARCHAMB).
      *=================================================================
           SELECT ARCHIVO-TRASLADOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-AMB-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-AMB
                  ALTERNATE RECORD KEY IS SOLICITUD-AMB
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ESTADO-AMB WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
