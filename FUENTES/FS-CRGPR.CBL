      *=================================================================
      * FS-CRGPR.CBL - SELECT DE LOS CARGOS PERDIDOS: EVENTOS
      *                CLINICOS SIN CARGO Y SU LISTA DE TRABAJO POR
      *                SERVICIO (SC-ARCHCPR).
      *=================================================================
           SELECT ARCHIVO-CARGOS-PERDIDOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CPR-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CPR
                  ALTERNATE RECORD KEY IS LLAVE-SERV-CPR
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
