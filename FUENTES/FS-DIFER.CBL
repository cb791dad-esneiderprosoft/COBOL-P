      *=================================================================
      * FS-DIFER.CBL - SELECT DE LOS CARGOS DIFERIDOS (GASTOS PAGADOS
      *                POR ANTICIPADO) (SC-ARCHDIF).
      *=================================================================
           SELECT ARCHIVO-DIFERIDOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-DIF-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-DIF
                  ALTERNATE RECORD KEY IS CTA-DIFERIDO-DIF
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
