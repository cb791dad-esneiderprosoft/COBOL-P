      *=================================================================
      * FS-NOTIF.CBL - SELECT DE LA COLA CENTRAL DE NOTIFICACIONES
      *                (SC-ARCHNOT): MENSAJES, BITACORA DE ENTREGA Y
      *                DESTINATARIOS POR PLANTILLA.
      *=================================================================
           SELECT ARCHIVO-NOTIFICA LOCK MODE IS AUTOMATIC
                  ASSIGN TO NOM-NOT-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-NOT
                  ALTERNATE RECORD KEY IS DESTINO-NOT WITH DUPLICATES
                  FILE STATUS IS OTR-STAT.
