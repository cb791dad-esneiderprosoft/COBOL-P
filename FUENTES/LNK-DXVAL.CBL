      *=================================================================
      * LNK-DXVAL.CBL - AREA CON LA QUE UNA PANTALLA QUE REGISTRA UN
      *                 DIAGNOSTICO LO VALIDA CONTRA LOS ATRIBUTOS
      *                 CIE-10 (CALL "SER851R"). LLEVA LOS NOMBRES DE
      *                 SC-ARCHDXV Y DEL SC-PACIE DE LA EMPRESA, EL
      *                 PACIENTE, EL CODIGO, LA FECHA DE LA ATENCION Y
      *                 SI SE REGISTRA COMO PRINCIPAL ("S").
      *                 DE VUELTA:
      *                 "00" VALIDO, "SX" NO CORRESPONDE AL SEXO,
      *                 "ED" FUERA DE LA EDAD, "PP" NO VALIDO COMO
      *                 PRINCIPAL, CON EL MENSAJE PARA LA PANTALLA, Y
      *                 LA MARCA "S" CUANDO ES DE NOTIFICACION AL
      *                 SIVIGILA. SIN TABLA, SIN ATRIBUTOS PARA EL
      *                 CODIGO O SIN PACIENTE NO SE RECHAZA.
      *                 SI LLEGA EL ORIGEN (LA PANTALLA QUE GRABA) Y EL
      *                 DIAGNOSTICO ES VALIDO Y DE NOTIFICACION, SE
      *                 ABRE EL CASO PENDIENTE EN SC-SIVIG (O SE TOMA
      *                 EL QUE YA TIENE ABIERTO EL PACIENTE PARA EL
      *                 MISMO EVENTO) Y SE DEVUELVE SU NUMERO.
      *=================================================================
       01 REG-DXVAL-LNK.
          02 NOM-DXV-DXVAL-LNK            PIC X(70).
          02 NOM-PACIE-DXVAL-LNK          PIC X(70).
          02 PACI-DXVAL-LNK               PIC 9(11).
          02 DX-DXVAL-LNK                 PIC X(4).
          02 FECHA-DXVAL-LNK              PIC 9(8).
          02 PPAL-DXVAL-LNK               PIC X.
          02 RESULT-DXVAL-LNK             PIC XX.
          02 SIVIGILA-DXVAL-LNK           PIC X.
          02 MENSAJE-DXVAL-LNK            PIC X(70).
          02 ORIGEN-DXVAL-LNK             PIC X(8).
          02 CASO-DXVAL-LNK               PIC 9(8).
