      *=================================================================
      * FS-CALPA.CBL - SELECT DE LA CALIDAD DEL DATO DE PACIENTES:
      *                LISTA DE CORRECCION Y TARJETA POR OPERADOR
      *                (SC-ARCHCPA).
      *=================================================================
           SELECT ARCHIVO-CALIDAD-PAC LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-CPA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-CPA
                  FILE STATUS IS OTR-STAT.
