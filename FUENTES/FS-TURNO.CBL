      *=================================================================
      * FS-TURNO.CBL - SELECT DE LOS TURNOS DE ATENCION EN VENTANILLA
      *                (SC-ARCHTUR).
      *=================================================================
           SELECT ARCHIVO-TURNOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-TUR-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-TUR
                  ALTERNATE RECORD KEY IS LLAVE-COLA-TUR
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
