      *=================================================================
      * FS-SEGFU.CBL - SELECT DE LA SEGREGACION DE FUNCIONES: PARES DE
      *                OPCIONES INCOMPATIBLES Y JUSTIFICACIONES
      *                (SC-ARCHSOD DE MAIN-ELECT).
      *=================================================================
           SELECT ARCHIVO-SEGREGACION LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-SOD-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-SOD
                  FILE STATUS IS OTR-STAT.
