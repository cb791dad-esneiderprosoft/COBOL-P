      *=================================================================
      * FD-RECER.CBL - RECERTIFICACION PERIODICA DE ACCESOS
      *                (SC-ARCHRCT), CUATRO CLASES DE REGISTRO:
      *                - TIPO "A": AREA DEL USUARIO (CAMPANA EN
      *                  BLANCO): JEFE DE AREA QUE LO RECERTIFICA Y
      *                  NOMBRE DEL AREA.
      *                - TIPO "C": ENCABEZADO DE LA CAMPANA (USUARIO
      *                  EN BLANCO): FECHA LIMITE, ESTADO ("A"
      *                  ABIERTA, "C" CERRADA), QUIEN LA GENERO Y
      *                  CUANDO.
      *                - TIPO "L": LINEA DE LA CAMPANA, UNA POR
      *                  USUARIO CON ROL: JEFE, AREA, ROL Y LA
      *                  DECISION ("P" PENDIENTE, "C" CONFIRMADO,
      *                  "R" REVOCADO, "S" SUSPENDIDO AL CIERRE),
      *                  QUIEN DECIDIO, CUANDO, Y SI LA REVOCACION YA
      *                  SE APLICO EN SC-ARCHROL.
      *                - TIPO "D": PROGRAMA U OPCION QUE EL ROL DE LA
      *                  LINEA ABRIA AL GENERAR LA CAMPANA (FOTO PARA
      *                  LA EVIDENCIA).
      *                LOS REGISTROS DE UNA CAMPANA NO SE BORRAN: SON
      *                LA EVIDENCIA PARA LA AUDITORIA.
      *=================================================================
       FD  ARCHIVO-RECERTIF
           LABEL RECORD STANDARD.
       01  REG-RECERTIF.
           02 LLAVE-RCT.
              03 TIPO-RCT                 PIC X.
              03 CAMPANA-RCT              PIC X(6).
              03 USUARIO-RCT              PIC X(4).
              03 OPCION-RCT               PIC X(8).
           02 JEFE-RCT                    PIC X(4).
           02 AREA-RCT                    PIC X(30).
           02 ROL-RCT                     PIC X(4).
           02 DECISION-RCT                PIC X.
              88 LINEA-PENDIENTE          VALUE "P".
              88 LINEA-CONFIRMADA         VALUE "C".
              88 LINEA-REVOCADA           VALUE "R".
              88 LINEA-SUSPENDIDA         VALUE "S".
           02 ESTADO-RCT                  PIC X.
              88 CAMPANA-ABIERTA          VALUE "A".
              88 CAMPANA-CERRADA          VALUE "C".
           02 LIMITE-RCT                  PIC 9(8).
           02 OPER-RCT                    PIC X(4).
           02 FECHA-RCT                   PIC 9(8).
           02 HORA-RCT                    PIC 9(6).
           02 APLICADO-RCT                PIC X.
           02 FILLER                      PIC X(20).
