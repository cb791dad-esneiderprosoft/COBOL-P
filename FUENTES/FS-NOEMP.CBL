      *=================================================================
      * FS-NOEMP.CBL - SELECT DEL MAESTRO DE EMPLEADOS DE NOMINA
      *                (SC-ARCHNEM).
      *=================================================================
           SELECT ARCHIVO-EMPLEADOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-NEM-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-EMP
                  ALTERNATE RECORD KEY IS CCOSTO-EMP WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
