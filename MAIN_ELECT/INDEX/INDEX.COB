      *              SOLO ENTONCES SE ABRE LA SESION.
      *              MAXIMO 3 INTENTOS Y 10 MINUTOS DE VIGENCIA;
      *              TODO QUEDA CONTADO EN EL REGISTRO DEL USUARIO.
      * 15/10/26 JLR RECERTIFICACION DE ACCESOS (SC-ARCHRCT, CON847):
      *              EL USUARIO CON UNA LINEA SUSPENDIDA AL CIERRE DE
      *              UNA CAMPANA, O PENDIENTE DESPUES DE LA FECHA
      *              LIMITE DE UNA CAMPANA ABIERTA, SE RECHAZA CON
      *              "31" HASTA QUE SU JEFE DE AREA LO CONFIRME.
      *=================================================================
       IDENTIFICATION DIVISION.
      * PROGRAM-ID. "INDEX".
                  FILE STATUS IS OTR-STAT.

       COPY "P:\PROG\PROYECT\FUENTES\FS-ROLES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FS-RECER.CBL".

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                PIC X(10).

       COPY "P:\PROG\PROYECT\FUENTES\FD-ROLES.CBL".
       COPY "P:\PROG\PROYECT\FUENTES\FD-RECER.CBL".

       FD  ARCHIVO-JSON
           LABEL RECORD STANDARD.
       77 PERMITIDO-MODUL-W     PIC X.
       77 INVALID-ROL-W         PIC 99.
       77 OPC-ROL-W             PIC X(8).
       77 NOM-RCT-W             PIC X(70).
       77 N-CAMP-W              PIC 99.
       77 C                     PIC 99.
       77 SW-SUSPENDIDO-W       PIC X.

       01 TABLA-CAMPANAS.
          02 DET-CAMP-W OCCURS 40.
             03 CAMPANA-CAMP-W  PIC X(6).
             03 LIMITE-CAMP-W   PIC 9(8).
             03 ESTADO-CAMP-W   PIC X.

      *MAXIMO DE INTENTOS DE CLAVE FALLIDOS ANTES DE BLOQUEAR EL USUARIO
       77 MAX-INTENTOS-W        PIC 9     VALUE 5.
              PERFORM REGISTRAR-INTENTO-EXITOSO
              PERFORM VALIDAR-VIGENCIA-CLAVE
                      THRU FIN-VALIDAR-VIGENCIA
              PERFORM VALIDAR-RECERTIFICACION
                      THRU FIN-VALIDAR-RECERT
              PERFORM VALIDAR-SEGUNDO-FACTOR
                      THRU FIN-VALIDAR-2FA
              GO TO INICIAR-SESION
       FIN-VALIDAR-VIGENCIA.
           EXIT.

       VALIDAR-RECERTIFICACION.

      *    CAMPANAS DE RECERTIFICACION DE CON847: LOS ENCABEZADOS VAN
      *    PRIMERO A TABLA Y LUEGO SE LEE LA LINEA DEL USUARIO EN
      *    CADA UNA. SUSPENDIDA, O PENDIENTE CON LA FECHA LIMITE
      *    VENCIDA EN UNA CAMPANA ABIERTA, RECHAZA EL INGRESO CON
      *    "31". GEBC NO SE RECERTIFICA; SIN ARCHIVO NO HAY CONTROL.

           IF USU-LLEGAD-W = "GEBC"
              GO TO FIN-VALIDAR-RECERT
           END-IF

           MOVE "D:\WEB\MAIN-ELECT\DATOS\SC-ARCHRCT.DAT"
                TO NOM-RCT-W

           OPEN INPUT ARCHIVO-RECERTIF
           IF OTR-STAT NOT = "00"
              MOVE "00" TO OTR-STAT
              GO TO FIN-VALIDAR-RECERT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO FECHA-TOTAL
           MOVE ZEROS  TO N-CAMP-W
           MOVE "N"    TO SW-SUSPENDIDO-W
           INITIALIZE LLAVE-RCT
           MOVE "C"    TO TIPO-RCT
           START ARCHIVO-RECERTIF KEY IS NOT LESS LLAVE-RCT
                 INVALID KEY MOVE "10" TO OTR-STAT
           END-START
           PERFORM LEER-CAMPANA UNTIL OTR-STAT NOT = "00"
           MOVE "00" TO OTR-STAT

           PERFORM REVISAR-CAMPANA VARYING C FROM 1 BY 1
                   UNTIL C > N-CAMP-W OR SW-SUSPENDIDO-W = "S"

           CLOSE ARCHIVO-RECERTIF

           IF SW-SUSPENDIDO-W = "S"
              MOVE "31"                            TO MSJ1-HTML
              MOVE "Usuario suspendido: acceso sin recertificar"
                   TO MSJ2-HTML
              MOVE "INDEX"                         TO MSJ3-HTML
              GO TO ENVIAR2-ERROR
           END-IF.

       FIN-VALIDAR-RECERT.
           EXIT.

       LEER-CAMPANA.
           READ ARCHIVO-RECERTIF NEXT RECORD
                AT END MOVE "10" TO OTR-STAT
           END-READ

           IF OTR-STAT = "00"
              IF TIPO-RCT NOT = "C"
                 MOVE "10" TO OTR-STAT
              ELSE
                 IF N-CAMP-W < 40
                    ADD 1 TO N-CAMP-W
                    MOVE CAMPANA-RCT TO CAMPANA-CAMP-W (N-CAMP-W)
                    MOVE LIMITE-RCT  TO LIMITE-CAMP-W (N-CAMP-W)
                    MOVE ESTADO-RCT  TO ESTADO-CAMP-W (N-CAMP-W)
                 END-IF
              END-IF
           END-IF.

       REVISAR-CAMPANA.
           INITIALIZE LLAVE-RCT
           MOVE "L"                TO TIPO-RCT
           MOVE CAMPANA-CAMP-W (C) TO CAMPANA-RCT
           MOVE USU-LLEGAD-W       TO USUARIO-RCT
           READ ARCHIVO-RECERTIF
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF LINEA-SUSPENDIDA
                      MOVE "S" TO SW-SUSPENDIDO-W
                   END-IF
                   IF  LINEA-PENDIENTE
                   AND ESTADO-CAMP-W (C) = "A"
                   AND LIMITE-CAMP-W (C) < FECHA-TOTAL
                      MOVE "S" TO SW-SUSPENDIDO-W
                   END-IF
           END-READ.

       VALIDAR-SEGUNDO-FACTOR.

      *    SOLO PARA ROLES SENSIBLES (ADMI, SUPE, CONT). SIN CODIGO
