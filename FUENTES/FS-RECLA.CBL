      *=================================================================
      * FS-RECLA.CBL - SELECT DE LOS RECLAMOS POR FALTANTE A LOS
      *                PROVEEDORES DE COMBUSTIBLE (SC-ARCHRCL).
      *=================================================================
           SELECT ARCHIVO-RECLAMOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-RCL-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-RCL
                  ALTERNATE RECORD KEY IS FECHA-RCL WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
