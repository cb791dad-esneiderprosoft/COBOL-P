      *=================================================================
      * FS-HADAT.CBL - SELECT DE HABEAS DATA: AUTORIZACIONES DE
      *                TRATAMIENTO Y SOLICITUDES DE LOS TITULARES
      *                (SC-ARCHHDA).
      *=================================================================
           SELECT ARCHIVO-HABEAS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-HDA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-HDA
                  FILE STATUS IS OTR-STAT.
