      *=================================================================
      * FS-DXINC.CBL - SELECT DE LOS DIAGNOSTICOS REGISTRADOS QUE NO
      *                CUMPLEN LOS ATRIBUTOS CIE-10 (SC-ARCHDXI).
      *=================================================================
           SELECT ARCHIVO-DX-INCONS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-DXI-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-DXI
                  FILE STATUS IS OTR-STAT.
