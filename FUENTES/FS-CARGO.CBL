      *=================================================================
      * FS-CARGO.CBL - SELECT DE LOS CARGOS DE SERVICIOS PENDIENTES
      *                POR FACTURAR (SC-ARCHCRG).
      *=================================================================
           SELECT ARCHIVO-CARGOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CRG-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CRG
                  ALTERNATE RECORD KEY IS COD-PACI-CRG  WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LLAVE-EST-CRG WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LLAVE-ORIG-CRG
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
