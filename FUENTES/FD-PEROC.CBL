      *=================================================================
      * FD-PEROC.CBL - PERFILES DE EXAMENES OCUPACIONALES CONTRATADOS
      *                CON CADA EMPRESA (SC-ARCHPOC, EN CONTROL DE LA
      *                EMPRESA): PARA EL TIPO DE EXAMEN
      *                  I INGRESO   P PERIODICO   R RETIRO
      *                Y LA OCUPACION DEL TRABAJADOR (CODIGO DE LA
      *                TABLA DE OCUPACIONES SC-ARCHOCU / SER854, EL
      *                MISMO DE OCUP-V8-PACI; "****" ES EL PERFIL DE
      *                LA EMPRESA PARA CUALQUIER OCUPACION), LAS
      *                PRUEBAS QUE SE HACEN CON SU AREA Y EL VALOR
      *                PACTADO:
      *                  C CONSULTA   A AUDIOMETRIA   O OPTOMETRIA
      *                  L LABORATORIO   X OTRA
      *=================================================================
       FD  ARCHIVO-PERFIL-OCUP
           LABEL RECORD STANDARD.
       01  REG-PERFIL-OCUP.
           02 LLAVE-POC.
              03 NIT-POC                  PIC 9(11).
              03 TIPO-POC                 PIC X.
              03 OCUP-POC                 PIC X(4).
           02 RIESGO-POC                  PIC X(60).
           02 TABLA-PRUEBAS-POC.
              03 PRUEBA-POC OCCURS 10.
                 04 AREA-POC              PIC X.
                 04 CUPS-POC              PIC X(8).
                 04 VALOR-POC             PIC 9(10)V99.
           02 OPER-POC                    PIC X(4).
           02 FECHA-MOD-POC               PIC 9(8).
           02 FILLER                      PIC X(20).
