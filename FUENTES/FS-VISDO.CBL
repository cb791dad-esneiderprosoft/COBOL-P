      *=================================================================
      * FS-VISDO.CBL - SELECT DE LAS VISITAS DOMICILIARIAS CUMPLIDAS
      *                (SC-ARCHVDO).
      *=================================================================
           SELECT ARCHIVO-VISITA-DOM LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-VDO-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-VDO
                  ALTERNATE RECORD KEY IS LLAVE-PROF-VDO
                                          WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
