      *=================================================================
      * FD-RECLA.CBL - RECLAMOS POR FALTANTE A LOS PROVEEDORES DE
      *                COMBUSTIBLE (SC-ARCHRCL): UNO POR FACTURA DEL
      *                MAYORISTA (SC-ARCHCXP) CON LOS GALONES
      *                FACTURADOS CONTRA LA SUMA DEL VOLUMEN CORREGIDO
      *                A 15 GRADOS DE SUS RECIBOS (SC-ARCHRCB), LA
      *                TOLERANCIA, EL VALOR EN DISPUTA Y LO QUE SE
      *                HIZO CON EL:
      *                - ACCION "R": SE RETIENE (SE DESCUENTA DEL
      *                  SALDO DE LA FACTURA Y SE PAGA EL RESTO).
      *                - ACCION "N": SE PIDE NOTA CREDITO Y LA
      *                  FACTURA QUEDA DETENIDA (ESTADO-CXP "R").
      *                ESTADO "A" ABIERTO, "C" CERRADO.
      *=================================================================
       FD  ARCHIVO-RECLAMOS
           LABEL RECORD STANDARD.
       01  REG-RECLAMO.
           02 LLAVE-RCL.
              03 NIT-PROV-RCL             PIC 9(11).
              03 FACTURA-RCL              PIC X(15).
           02 FECHA-RCL                   PIC 9(8).
           02 GAL-FACT-RCL                PIC 9(9)V99.
           02 GAL-OBSERV-RCL              PIC 9(9)V99.
           02 GAL-CORREG-RCL              PIC 9(9)V99.
           02 NRO-RECIBOS-RCL             PIC 9(3).
           02 TOLERANCIA-RCL              PIC 9V99.
           02 DIFERENCIA-RCL              PIC S9(9)V99.
           02 PRECIO-GAL-RCL              PIC 9(7)V99.
           02 VALOR-DISPUTA-RCL           PIC S9(13)V99.
           02 ACCION-RCL                  PIC X.
              88 RCL-RETENIDO             VALUE "R".
              88 RCL-NOTA-CREDITO         VALUE "N".
           02 ESTADO-RCL                  PIC X.
              88 RCL-ABIERTO              VALUE "A".
              88 RCL-CERRADO              VALUE "C".
           02 RESOLUCION-RCL              PIC X.
              88 RCL-ACEPTADO             VALUE "A".
              88 RCL-RECHAZADO            VALUE "P".
           02 FECHA-CIERRE-RCL            PIC 9(8).
           02 OPER-RCL                    PIC X(4).
           02 FILLER                      PIC X(20).
