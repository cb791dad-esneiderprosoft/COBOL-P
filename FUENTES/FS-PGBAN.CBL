      *=================================================================
      * FS-PGBAN.CBL - SELECT DE LOS PAGOS A PROVEEDORES POR
      *                TRANSFERENCIA BANCARIA (SC-ARCHPBA).
      *=================================================================
           SELECT ARCHIVO-PAGOS-BANCO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-PBA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-PBA
                  ALTERNATE RECORD KEY IS NRO-ARCH-PBA
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
