      *=================================================================
      * FS-ACUPA.CBL - SELECT DE LOS ACUERDOS DE PAGO DE PACIENTES
      *                PARTICULARES (SC-ARCHACP).
      *=================================================================
           SELECT ARCHIVO-ACUERDOS LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-ACP-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ACP
                  ALTERNATE RECORD KEY IS COD-PACI-ACP WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
