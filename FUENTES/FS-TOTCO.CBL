      *=================================================================
      * FS-TOTCO.CBL - SELECT DEL CONTROL DE CONTINUIDAD DE
      *                TOTALIZADORES POR SURTIDOR (SC-ARCHTOT).
      *=================================================================
           SELECT ARCHIVO-TOTALIZADORES LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-TOT-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-TOT
                  ALTERNATE RECORD KEY IS FECHA-TOT WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
