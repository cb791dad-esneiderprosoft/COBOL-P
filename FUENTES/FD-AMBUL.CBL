      *=================================================================
      * FD-AMBUL.CBL - BITACORA DE DESPACHO DE AMBULANCIAS
      *                (SC-ARCHAMB, EN CONTROL DE LA EMPRESA): UN
      *                REGISTRO POR TRASLADO CON LA HORA DE SOLICITUD,
      *                EL PACIENTE, ORIGEN Y DESTINO (LA REMISION DE
      *                SER935 CUANDO ES REFERENCIA), LA TRIPULACION,
      *                EL VEHICULO (ARCHCARR) Y LAS HORAS DE SALIDA,
      *                LLEGADA Y REGRESO CON EL KILOMETRAJE.
      *                TIPO: B BASICO (TAB)  M MEDICALIZADO (TAM)
      *                CLASE: P PRIMARIO  I INTERINSTITUCIONAL
      *                ESTADO: S SOLICITADO  D DESPACHADO  L LLEGO A
      *                DESTINO  C CERRADO (REGRESO Y CARGO)  A ANULADO
      *=================================================================
       FD  ARCHIVO-TRASLADOS
           LABEL RECORD STANDARD.
       01  REG-TRASLADO.
           02 LLAVE-AMB.
              03 NRO-AMB                  PIC 9(8).
           02 SOLICITUD-AMB.
              03 FECHA-SOL-AMB            PIC 9(8).
              03 HORA-SOL-AMB             PIC 9(4).
           02 ESTADO-AMB                  PIC X.
              88 AMB-SOLICITADO           VALUE "S".
              88 AMB-DESPACHADO           VALUE "D".
              88 AMB-EN-DESTINO           VALUE "L".
              88 AMB-CERRADO              VALUE "C".
              88 AMB-ANULADO              VALUE "A".
              88 AMB-ABIERTO              VALUE "S" "D" "L".
           02 TIPO-AMB                    PIC X.
              88 AMB-BASICO               VALUE "B".
              88 AMB-MEDICALIZADO         VALUE "M".
              88 TIPO-AMB-VALIDO          VALUE "B" "M".
           02 CLASE-AMB                   PIC X.
              88 CLASE-AMB-VALIDA         VALUE "P" "I".
           02 COD-PACI-AMB                PIC 9(11).
           02 CONTRATO-AMB                PIC XX.
           02 CONSEC-REM-AMB              PIC 9(6).
           02 IPS-DESTINO-AMB             PIC X(6).
           02 ORIGEN-AMB                  PIC X(40).
           02 DESTINO-AMB                 PIC X(40).
           02 VEHICULO-AMB                PIC X(6).
           02 TRIPULACION-AMB.
              03 CONDUCTOR-AMB            PIC X(10).
              03 AUXILIAR-AMB             PIC X(10).
              03 MEDICO-AMB               PIC X(10).
           02 SALIDA-AMB.
              03 FECHA-SAL-AMB            PIC 9(8).
              03 HORA-SAL-AMB             PIC 9(4).
           02 LLEGADA-AMB.
              03 FECHA-LLE-AMB            PIC 9(8).
              03 HORA-LLE-AMB             PIC 9(4).
           02 REGRESO-AMB.
              03 FECHA-REG-AMB            PIC 9(8).
              03 HORA-REG-AMB             PIC 9(4).
           02 KM-SALIDA-AMB               PIC 9(7).
           02 KM-REGRESO-AMB              PIC 9(7).
           02 CUPS-AMB                    PIC X(8).
           02 NRO-AUT-AMB                 PIC X(15).
           02 NRO-CARGO-AMB               PIC 9(8).
           02 OBSERV-AMB                  PIC X(100).
           02 OPER-AMB                    PIC X(4).
           02 FECHA-MOD-AMB               PIC 9(8).
           02 FILLER                      PIC X(20).
