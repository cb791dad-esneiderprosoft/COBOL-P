      *=================================================================
      * FS-VOUCH.CBL - SELECT DE LOS VOUCHERS DE DATAFONO DE LAS
      *                ISLAS (SC-ARCHVOU).
      *=================================================================
           SELECT ARCHIVO-VOUCHERS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-VOU-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-VOU
                  ALTERNATE RECORD KEY IS LLAVE-APROB-VOU
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FECHA-ABONO-VOU
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
