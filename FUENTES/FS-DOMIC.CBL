      *=================================================================
      * FS-DOMIC.CBL - SELECT DE LOS PACIENTES DEL PROGRAMA DE
      *                ATENCION DOMICILIARIA (SC-ARCHDOM).
      *=================================================================
           SELECT ARCHIVO-DOMICILIO LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-DOM-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-DOM
                  ALTERNATE RECORD KEY IS RUTA-DOM WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
