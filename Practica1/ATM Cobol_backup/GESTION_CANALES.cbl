       *> de salida de la pasarela del canal elegido; sin preferencia
       *> registrada se imprime en sucursal, que es lo que pasaba de
       *> hecho hasta ahora.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 HASH-CLARO-OPE            PIC   9(6).
       77 HASH-SALT-OPE             PIC   9(6).
       77 HASH-RESULT-OPE           PIC   9(9).
       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).
       77 EVENTO-TIPO               PIC  X(20).
       77 LAST-SEG-NUM              PIC  9(35).

       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA): UN
       *> CAJERO SOLO ATIENDE A LOS CLIENTES DE SU SUCURSAL; EL
       *> SUPERVISOR, A TODOS
       77 SUCURSAL-SESION           PIC   9(4) VALUE 1.
       77 SUCURSAL-OK-SW            PIC   X(1).
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-CANALES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           CLOSE TARJETAS.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 13 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-CANAL.
           OPEN I-O CANALES.
       FIN.
           STOP RUN.

      *> SUCURSAL DEL OPERADOR RECIEN FIRMADO
       OBTENER-SUCURSAL-SESION.
           INITIALIZE PETICION-SUCURSAL.
           MOVE "C"             TO PSU-OPERACION.
           MOVE "O"             TO PSU-TIPO.
           MOVE OPERADOR-SESION TO PSU-ID.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           MOVE PSU-SUCURSAL    TO SUCURSAL-SESION.
       OBTENER-SUCURSAL-SESION-FIN.
           EXIT.

      *> EL CLIENTE DE PSU-TIPO/PSU-ID (TARJETA "T" O CLIENTE "L")
      *> TIENE QUE SER DE LA SUCURSAL DEL OPERADOR, SALVO QUE ESTE
      *> SEA SUPERVISOR
       COMPROBAR-SUCURSAL.
           MOVE "S" TO SUCURSAL-OK-SW.
           MOVE "C" TO PSU-OPERACION.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF ROL-SESION NOT = 2
               AND PSU-SUCURSAL NOT = SUCURSAL-SESION
               MOVE "N" TO SUCURSAL-OK-SW.
       COMPROBAR-SUCURSAL-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           *> Operador deshabilitado o con la clave caducada (ver
           *> ACCESO_OPERADOR); la firma queda anotada si entra
           MOVE "F"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               CLOSE OPERADORES
               GO TO FIRMA-ACCESO-ERR.

           MOVE OPE-ID  TO OPERADOR-SESION.
           MOVE OPE-ROL TO ROL-SESION.
           CLOSE OPERADORES.
           ELSE
               GO TO FIRMA-ERR-ENTER.

      *> LA CLAVE CADUCADA LA CAMBIA EL PROPIO OPERADOR AL FIRMAR EN
      *> GESTION_OPERADORES; EL DESHABILITADO LO REHABILITA UN
      *> SUPERVISOR PONIENDOLE CLAVE NUEVA
       FIRMA-ACCESO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF PAC-RESULTADO = "C"
               DISPLAY "Clave caducada: cambiela en Operadores"
                   AT LINE 9 COL 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "Operador deshabilitado"
                   AT LINE 9 COL 29
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO FIRMA-ERR-ENTER.

      *> EL EVENTO SE DEJA EN EVENTO-TIPO ANTES DE HACER ESTE
      *> PERFORM; EL NUMERO DE EVENTO SALE DE SECUENCIAS COMO EN
      *> GESTION_ORDENES
