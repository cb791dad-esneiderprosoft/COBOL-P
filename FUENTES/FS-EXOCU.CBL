      *=================================================================
      * FS-EXOCU.CBL - SELECT DE LOS EXAMENES OCUPACIONALES POR
      *                TRABAJADOR (SC-ARCHEXO).
      *=================================================================
           SELECT ARCHIVO-EXAMEN-OCUP LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-EXO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-EXO
                  ALTERNATE RECORD KEY IS COD-PACI-EXO  WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LLAVE-EMP-EXO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ESTADO-EXO    WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
