      *=================================================================
      * LNK-COLA.CBL - AREA CON LA QUE LA COLA DE INFORMES (CON883)
      *                LLAMA EL PROGRAMA BATCH (XXXR) DE UN INFORME
      *                PESADO, IGUAL QUE LA PANTALLA DEL INFORME:
      *                LA LINEA DE PARAMETROS TAL COMO LA ARMA LA
      *                PANTALLA Y EL ARCHIVO DONDE DEBE QUEDAR EL
      *                RESULTADO; DE VUELTA, EL ESTADO ("00" TERMINO
      *                BIEN) Y EL MENSAJE DEL ERROR.
      *=================================================================
       01 REG-COLA-LNK.
          02 PARAMETROS-COLA-LNK          PIC X(200).
          02 ARCHIVO-COLA-LNK             PIC X(90).
          02 ESTADO-COLA-LNK              PIC XX.
          02 MENSAJE-COLA-LNK             PIC X(90).
