      *=================================================================
      * LNK-NOTIF.CBL - AREA CON LA QUE CUALQUIER PROGRAMA PUBLICA UN
      *                 MENSAJE EN LA COLA CENTRAL (CALL "CON885R").
      *                 CON LA DIRECCION EN BLANCO SE ENVIA A LA DE
      *                 LA PLANTILLA (SC-ARCHNOT TIPO "D"); SI TRAE
      *                 EL PACIENTE, EL MENSAJE QUEDA EN SU BITACORA.
      *                 EL SEGUNDO DESTINATARIO Y LA ESPERA
      *                 DEL ACUSE SIEMPRE SALEN DE LA PLANTILLA.
      *                 DE VUELTA, EL NUMERO DEL MENSAJE Y EL ESTADO:
      *                 "00" PUBLICADO, "01" SIN DESTINATARIO, "99"
      *                 NO SE PUDO ABRIR LA COLA.
      *=================================================================
       01 REG-NOTIF-LNK.
          02 DIR-NOTIF-LNK                PIC X(30).
          02 PROGRAMA-NOTIF-LNK           PIC X(8).
          02 PLANTILLA-NOTIF-LNK          PIC X(8).
          02 CLASE-DEST-NOTIF-LNK         PIC X.
          02 ID-DEST-NOTIF-LNK            PIC X(15).
          02 CANAL-NOTIF-LNK              PIC X.
          02 DIRECCION-NOTIF-LNK          PIC X(60).
          02 PRIORIDAD-NOTIF-LNK          PIC 9.
          02 TEXTO-NOTIF-LNK              PIC X(200).
          02 NRO-NOTIF-LNK                PIC 9(9).
          02 ESTADO-NOTIF-LNK             PIC XX.
