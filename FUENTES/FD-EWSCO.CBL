      *                HC811 QUEDA CON SU PUNTAJE MODIFICADO
      *                (FRECUENCIA RESPIRATORIA, SATURACION, TENSION
      *                SISTOLICA, PULSO, TEMPERATURA, CONCIENCIA) Y
      *                LA MARCA DE ESCALAMIENTO. LA TOMA TRAE
      *                TAMBIEN EL PESO (KG CON UN DECIMAL) CUANDO SE
      *                MIDIO, QUE ES EL QUE USA LA FORMULACION
      *                PEDIATRICA (HC837), Y LA TENSION DIASTOLICA Y
      *                LA TALLA (CM) CUANDO SE
      *                MIDIERON, PARA EL REPORTE DE PROMOCION Y
      *                PREVENCION (SAL734).
      *=================================================================
       FD  ARCHIVO-EWS
           LABEL RECORD STANDARD.
           02 ALERTA-EWS                  PIC X.
              88 EWS-ESCALAR              VALUE "S".
           02 OPER-EWS                    PIC X(4).
      * PESO, TENSION DIASTOLICA Y TALLA TOMADOS DEL FILLER PARA NO
      * CAMBIAR EL LARGO DEL REGISTRO (EL PESO CON UN DECIMAL, COMO
      * EN EL CONTROL PRENATAL).
           02 PESO-EWS                    PIC 9(3)V9.
           02 TAD-EWS                     PIC 9(3).
           02 TALLA-EWS                   PIC 9(3).
