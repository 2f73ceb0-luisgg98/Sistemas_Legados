       *> sucursal: permite emitir una tarjeta nueva en el momento
       *> (para el cliente que no puede esperar a la carga nocturna de
       *> CARGA_TARJETAS) o dar de baja una tarjeta existente.
       *> Al guardar un cliente su nombre se criba contra las listas
       *> de sanciones (CRIBAR_NOMBRE); una coincidencia abre caso
       *> para REVISAR_CRIBADO y se avisa en pantalla.
       *> La tarjeta de una relacion cancelada (GESTION_CIERRES) no
       *> se puede desbloquear.
       *> La tarjeta nueva queda en la sucursal del operador que la
       *> emite (SUCURSAL_ASIGNADA); un operador que no es supervisor
       *> solo trabaja con tarjetas y clientes de su sucursal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.
               88 CUENTA-CERRADA    VALUE 3.


       FD SECUENCIAS
       77 HASH-CLARO-OPE            PIC   9(6).
       77 HASH-SALT-OPE             PIC   9(6).
       77 HASH-RESULT-OPE           PIC   9(9).
       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).

       *> Peticion y respuesta de CRIBAR_NOMBRE
       01 PETICION-CRIBADO.
           02 PCR-NOMBRE            PIC X(30).
           02 PCR-ORIGEN            PIC  X(1).
           02 PCR-CLAVE             PIC 9(35).
           02 PCR-TARJETA           PIC 9(16).
           02 PCR-TIPO-CTA          PIC  9(1).
           02 PCR-CENT-IMPORTE      PIC  9(9).
           02 PCR-REFERENCIA        PIC X(30).
           02 PCR-FECHA             PIC  9(8).
       01 RESPUESTA-CRIBADO.
           02 RCR-RESULTADO         PIC  9(1).
               88 RCR-COINCIDENCIA  VALUES 1 2.
           02 RCR-CASO              PIC  9(9).
           02 RCR-CASO-NUEVO        PIC  X(1).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
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

           *> Nadie toca tarjetas sin identificarse
           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-COD.
           MOVE 0 TO TNUM-E.
           READ F-TARJETAS INVALID KEY
               MOVE 0 TO TARJETA-EXISTE.

           IF TARJETA-EXISTE = 0
               GO TO PANTALLA-ALTA.

           MOVE "T" TO PSU-TIPO.
           MOVE TNUM-E TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 9 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-COD.
           GO TO PANTALLA-BAJA.

       PANTALLA-ALTA.
           MOVE 0 TO PIN-CLARO-ALTA.
               WRITE CUENTA-REG
           END-IF.

           *> La tarjeta y sus cuentas son de la sucursal que la emite
           MOVE "A"             TO PSU-OPERACION.
           MOVE "T"             TO PSU-TIPO.
           MOVE TNUM-E          TO PSU-ID.
           MOVE SUCURSAL-SESION TO PSU-SUCURSAL.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.

           MOVE "ALTA TARJETA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-SEGURIDAD.
           END-IF.
           DISPLAY "Caducidad (AAAAMM): " AT LINE 11 COL 15.
           DISPLAY TCADUCIDAD AT LINE 11 COL 36.
           DISPLAY "Sucursal: " AT LINE 12 COL 15.
           DISPLAY PSU-SUCURSAL AT LINE 12 COL 25.

           DISPLAY "Enter - Confirmar baja" AT LINE 24 COL 2.
           IF TARJETA-BLOQUEADA
                   WITH BACKGROUND-COLOR RED
               GO TO CONFIRMAR-BAJA.

           *> La tarjeta de una relacion cancelada en GESTION_CIERRES
           *> no vuelve a abrirse: sus cuentas ya estan liquidadas
           IF TARJETA-BLOQUEADA
               MOVE TNUM-E TO CTA-TARJETA
               MOVE 1      TO CTA-TIPO
               READ CUENTAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUENTA-CERRADA
                       DISPLAY "Cuentas cerradas: no se desbloquea"
                           AT LINE 22 COL 23
                           WITH BACKGROUND-COLOR RED
                       GO TO CONFIRMAR-BAJA
                   END-IF
               END-READ
           END-IF.

           MOVE TARJETAREG TO AUD-ANTES-W.
           IF TARJETA-BLOQUEADA
               MOVE 1 TO TESTADO
               GO TO TESTIGO-ERR.
           CLOSE OPERADORES.

           *> Un testigo deshabilitado o con la clave caducada no vale
           *> (ver ACCESO_OPERADOR)
           MOVE "F"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               GO TO TESTIGO-ERR.

       APLICAR-DESBLOQUEO.
           MOVE TNUM-E TO INUM.
           READ INTENTOS INVALID KEY GO TO PSYS-ERR.
               MOVE SPACES TO CLI-EMAIL
           END-READ.

           IF CLIENTE-EXISTE = 1
               MOVE "L" TO PSU-TIPO
               MOVE CLI-ID TO PSU-ID
               PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN
               IF SUCURSAL-OK-SW = "N"
                   CLOSE CLIENTES
                   DISPLAY "Cliente de otra sucursal" AT LINE 10 COL 28
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-COD-CLIENTE
               END-IF
           END-IF.

       PANTALLA-DATOS-CLIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


           CLOSE CLIENTES.

           *> Cribado del nombre contra las listas de sanciones
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           INITIALIZE PETICION-CRIBADO.
           MOVE CLI-NOMBRE TO PCR-NOMBRE.
           MOVE "C"        TO PCR-ORIGEN.
           MOVE CLI-ID     TO PCR-CLAVE.
           COMPUTE PCR-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           CALL "CRIBAR_NOMBRE" USING PETICION-CRIBADO
               RESPUESTA-CRIBADO.
           IF NOT RCR-COINCIDENCIA
               GO TO PANTALLA-CLIENTE.

           DISPLAY "Nombre en lista de sanciones, caso"
               AT LINE 22 COL 17
               WITH BACKGROUND-COLOR RED.
           DISPLAY RCR-CASO AT LINE 22 COL 52
               WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       AVISO-CRIBADO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-CLIENTE
           ELSE
               GO TO AVISO-CRIBADO-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
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
           MOVE OPE-ID  TO AUD-OPER-W.
           MOVE OPE-ROL TO ROL-SESION.
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

      *> DIARIO COMUN DE AUDITORIA DE LAS PANTALLAS DE MANTENIMIENTO
      *> (VER CONSULTA_AUDITORIA): OPERADOR, CLAVE TOCADA, ACCION E
      *> IMAGENES COMPLETAS DEL REGISTRO ANTES Y DESPUES. LOS CAMPOS
