      *=================================================================
      * LNK-LESPE.CBL - AREA PARA OFRECER CUPOS A LA LISTA DE ESPERA
      *                 (CALL "SER957R"). OPCIONES:
      *                 "C" EL CUPO QUE SE ACABA DE LIBERAR (FECHA
      *                     AAMMDD, MEDICO Y HORA).
      *                 "M" LOS CUPOS VACIOS DEL MEDICO EN LOS
      *                     PROXIMOS N DIAS (AGENDA RECIEN GENERADA).
      *                 "L" SUELTA EL CUPO RESERVADO A LA SOLICITUD
      *                     DEL CONSECUTIVO Y LO OFRECE AL SIGUIENTE.
      *                 "V" SOLO LAS OFERTAS VENCIDAS (TAREA
      *                     PROGRAMADA).
      *                 EN TODAS SE VENCEN PRIMERO LAS OFERTAS CUYA
      *                 RESERVA YA PASO. DE VUELTA, LAS OFERTAS
      *                 HECHAS, EL CONSECUTIVO DE LA ULTIMA Y EL
      *                 RESULTADO: "00" BIEN (AUN SIN OFERTAS), "99"
      *                 NO SE PUDO ABRIR LA AGENDA.
      *=================================================================
       01 REG-LESPE-LNK.
          02 OPCION-LESPE-LNK             PIC X.
          02 DIR-LESPE-LNK                PIC X(30).
          02 NOM-LES-LESPE-LNK            PIC X(70).
          02 NOM-CITAS-LESPE-LNK          PIC X(70).
          02 NOM-RET-LESPE-LNK            PIC X(70).
          02 FECHA-LESPE-LNK              PIC X(6).
          02 MEDICO-LESPE-LNK             PIC X(10).
          02 HORA-LESPE-LNK               PIC 9(4).
          02 DIAS-LESPE-LNK               PIC 9(3).
          02 CONSEC-LESPE-LNK             PIC 9(6).
          02 CANT-OFERTAS-LESPE-LNK       PIC 9(4).
          02 RESULT-LESPE-LNK             PIC XX.
