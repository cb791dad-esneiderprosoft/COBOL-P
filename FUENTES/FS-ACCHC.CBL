      *=================================================================
      * FS-ACCHC.CBL - SELECT DEL REGISTRO DE ACCESOS A LA HISTORIA
      *                CLINICA Y PACIENTES RESTRINGIDOS (SC-ARCHACH).
      *=================================================================
           SELECT ARCHIVO-ACCESO-HC LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ACH-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ACH
                  FILE STATUS IS OTR-STAT.
