      *=================================================================
      * FS-PEROC.CBL - SELECT DE LOS PERFILES DE EXAMENES
      *                OCUPACIONALES CONTRATADOS POR EMPRESA
      *                (SC-ARCHPOC).
      *=================================================================
           SELECT ARCHIVO-PERFIL-OCUP LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-POC-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-POC
                  FILE STATUS IS OTR-STAT.
