      *=================================================================
      * FS-DXVAL.CBL - SELECT DE LOS ATRIBUTOS DE VALIDACION DE LOS
      *                DIAGNOSTICOS CIE-10 (SC-ARCHDXV).
      *=================================================================
           SELECT ARCHIVO-DX-VALIDA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-DXV-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-DXV
                  FILE STATUS IS OTR-STAT.
