       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_SUCURSALES.
       *> Pantalla de supervisor para la red de oficinas: alta y
       *> modificacion del maestro de sucursales (sucursales.ubd),
       *> asignacion de un cajero (terminal) a su sucursal y traslado
       *> de un cliente que se muda: todas sus tarjetas y las cuentas
       *> que cuelgan de ellas pasan a la sucursal nueva. Las
       *> asignaciones se guardan con SUCURSAL_ASIGNADA, que recuerda
       *> la sucursal anterior; lo que no tiene asignacion es de la
       *> oficina principal (0001). Cada tarjeta trasladada deja su
       *> evento en seguridad.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS FSSU.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL FORMACION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOR-OPERADOR
           FILE STATUS IS FSFOR.

           SELECT OPTIONAL OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSOE.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

       DATA DIVISION.
       FILE SECTION.
       FD SUCURSALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursales.ubd".
       01 SUCURSAL-REG.
           02 SUC-CODIGO            PIC  9(4).
           02 SUC-NOMBRE            PIC X(30).
           02 SUC-DOMICILIO         PIC X(40).
           02 SUC-ESTADO            PIC  9(1).
               88 SUC-ABIERTA       VALUE 1.
               88 SUC-CERRADA       VALUE 2.
           02 SUC-FECHA-ALTA        PIC  9(8).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-ID                PIC  9(8).
           02 CLI-DNI               PIC  X(9).
           02 CLI-NOMBRE            PIC X(30).
           02 CLI-DIRECCION         PIC X(40).
           02 CLI-TELEFONO          PIC  9(9).
           02 CLI-EMAIL             PIC X(30).

       FD FORMACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion.ubd".
       01 FORMACION-REG.
           02 FOR-OPERADOR          PIC  9(4).
           02 FOR-MODO              PIC  9(1).
               88 OPERADOR-EN-FORMACION VALUE 1.

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OPE-ID                PIC  9(4).
           02 OPE-PIN               PIC  9(9).
           02 OPE-NOMBRE            PIC X(30).
           02 OPE-ROL               PIC  9(1).
               88 OPERADOR-CAJERO     VALUE 1.
               88 OPERADOR-SUPERVISOR VALUE 2.

       FD SEGURIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "seguridad.ubd".
       01 SEGURIDAD-REG.
           02 SEG-NUM          PIC 9(35).
           02 SEG-TARJETA      PIC 9(16).
           02 SEG-ANO          PIC  9(4).
           02 SEG-MES          PIC  9(2).
           02 SEG-DIA          PIC  9(2).
           02 SEG-HOR          PIC  9(2).
           02 SEG-MIN          PIC  9(2).
           02 SEG-SEG          PIC  9(2).
           02 SEG-TIPO         PIC X(20).
           02 SEG-TERMINAL     PIC  9(3).
           02 SEG-OPERADOR     PIC  9(4).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID          PIC X(10).
           02 SEC-ULTIMO-NUM  PIC 9(35).

       WORKING-STORAGE SECTION.
       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSSU                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSOE                      PIC   X(2).
       77 FSG                       PIC   X(2).
       77 OPERADOR-TECLEADO BLANK WHEN ZERO PIC 9(4).
       77 PIN-OPERADOR BLANK WHEN ZERO PIC 9(4).
       77 OPERADOR-SESION           PIC   9(4) VALUE 0.
       77 ROL-SESION                PIC   9(1).
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

       77 OPCION-MENU BLANK WHEN ZERO PIC 9(1).
       77 TARJETA-USUARIO           PIC  9(16) VALUE 0.
       77 SUCURSAL-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 TERMINAL-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 NOMBRE-USUARIO            PIC  X(30).
       77 DOMICILIO-USUARIO         PIC  X(40).
       77 ESTADO-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 SUCURSAL-EXISTE-SW        PIC   X(1).
       77 FECHA-HOY                 PIC   9(8).
       *> LA OFICINA PRINCIPAL NO SE CIERRA: ES LA SUCURSAL DE TODO
       *> LO QUE NO TIENE OTRA
       77 SUCURSAL-CENTRAL          PIC   9(4) VALUE 1.

       77 TIPO-CTA-W                PIC   9(1).
       77 CNT-TARJETAS              PIC   9(5).
       77 CNT-CUENTAS               PIC   9(5).
       77 CNT-EDIT                  PIC  ZZZZ9.

       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED         VALUE    0.
           88 ESC-PRESSED           VALUE 2005.
       77 PRESSED-KEY   BLANK WHEN ZERO            PIC   9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCEPT-FIRMA-OPERADOR.
           05 FILLER LINE 10 COL 15
               VALUE "Numero de operador:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 40 PIC 9(4) USING OPERADOR-TECLEADO.
           05 FILLER LINE 12 COL 15
               VALUE "Clave de operador:".
           05 FILLER BLANK WHEN ZERO SECURE UNDERLINE
               LINE 12 COL 40 PIC 9(4) USING PIN-OPERADOR.

       01 ACCEPT-COD-SUCURSAL.
           05 FILLER LINE 9 COL 10 VALUE "Codigo de sucursal:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 40 PIC 9(4) USING SUCURSAL-USUARIO.

       01 ACCEPT-DATOS-SUCURSAL.
           05 FILLER LINE 11 COL 10 VALUE "Nombre:".
           05 FILLER UNDERLINE
               LINE 11 COL 30 PIC X(30) USING NOMBRE-USUARIO.
           05 FILLER LINE 12 COL 10 VALUE "Domicilio:".
           05 FILLER UNDERLINE
               LINE 12 COL 30 PIC X(40) USING DOMICILIO-USUARIO.
           05 FILLER LINE 13 COL 10 VALUE "Estado (1 ab., 2 cer.):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 13 COL 40 PIC 9(1) USING ESTADO-USUARIO.

       01 ACCEPT-DATOS-TERMINAL.
           05 FILLER LINE 9 COL 10 VALUE "Terminal (cajero):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 40 PIC 9(3) USING TERMINAL-USUARIO.
           05 FILLER LINE 11 COL 10 VALUE "Sucursal:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 40 PIC 9(4) USING SUCURSAL-USUARIO.

       01 ACCEPT-DATOS-TRASLADO.
           05 FILLER LINE 9 COL 10 VALUE "Cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 40 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 11 COL 10 VALUE "Sucursal de destino:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 40 PIC 9(4) USING SUCURSAL-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O SUCURSALES CLOSE SUCURSALES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

           IF ROL-SESION NOT = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Funcion reservada al supervisor"
                   AT LINE 9 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO PSYS-ERR-ENTER.

           PERFORM CARGAR-OFICINA-PRINCIPAL
               THRU CARGAR-OFICINA-PRINCIPAL-FIN.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Red de sucursales" AT LINE 6 COL 32.
           DISPLAY "1 - Alta o modificacion de sucursal"
               AT LINE 9 COL 15.
           DISPLAY "2 - Asignar un cajero a una sucursal"
               AT LINE 11 COL 15.
           DISPLAY "3 - Traslado de cliente" AT LINE 13 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PEDIR-OPCION.
           INITIALIZE OPCION-MENU.
           ACCEPT OPCION-MENU AT LINE 16 COL 40 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.
           IF OPCION-MENU = 1
               GO TO PANTALLA-SUCURSAL.
           IF OPCION-MENU = 2
               GO TO PANTALLA-TERMINAL.
           IF OPCION-MENU = 3
               GO TO PANTALLA-TRASLADO.
           GO TO PEDIR-OPCION.

      *> ALTA O MODIFICACION DE UNA SUCURSAL DEL MAESTRO
       PANTALLA-SUCURSAL.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de sucursal" AT LINE 6 COL 25.
           DISPLAY "Enter - Continuar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ACEPTAR-COD-SUCURSAL.
           INITIALIZE SUCURSAL-USUARIO.
           ACCEPT ACCEPT-COD-SUCURSAL ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF SUCURSAL-USUARIO = 0
               GO TO ACEPTAR-COD-SUCURSAL.

           OPEN INPUT SUCURSALES.
           IF FSSU <> 00
               GO TO PSYS-ERR.
           MOVE SUCURSAL-USUARIO TO SUC-CODIGO.
           READ SUCURSALES INVALID KEY
               MOVE "N" TO SUCURSAL-EXISTE-SW
               MOVE SPACES TO NOMBRE-USUARIO
               MOVE SPACES TO DOMICILIO-USUARIO
               MOVE 1 TO ESTADO-USUARIO
           NOT INVALID KEY
               MOVE "S" TO SUCURSAL-EXISTE-SW
               MOVE SUC-NOMBRE    TO NOMBRE-USUARIO
               MOVE SUC-DOMICILIO TO DOMICILIO-USUARIO
               MOVE SUC-ESTADO    TO ESTADO-USUARIO
           END-READ.
           CLOSE SUCURSALES.

           IF SUCURSAL-EXISTE-SW = "S"
               DISPLAY "Sucursal existente" AT LINE 7 COL 31
           ELSE
               DISPLAY "Sucursal nueva" AT LINE 7 COL 33
           END-IF.
           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.

       ACEPTAR-DATOS-SUCURSAL.
           ACCEPT ACCEPT-DATOS-SUCURSAL ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF NOMBRE-USUARIO = SPACES
               DISPLAY "Falta el nombre de la sucursal"
                   AT LINE 16 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS-SUCURSAL.
           IF ESTADO-USUARIO NOT = 1 AND ESTADO-USUARIO NOT = 2
               DISPLAY "El estado es 1 (abierta) o 2 (cerrada)"
                   AT LINE 16 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS-SUCURSAL.
           IF ESTADO-USUARIO = 2 AND SUCURSAL-USUARIO = SUCURSAL-CENTRAL
               DISPLAY "La oficina principal no se cierra"
                   AT LINE 16 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS-SUCURSAL.

       GUARDAR-SUCURSAL.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O SUCURSALES.
           IF FSSU <> 00
               GO TO PSYS-ERR.
           MOVE SUCURSAL-USUARIO TO SUC-CODIGO.
           READ SUCURSALES INVALID KEY
               MOVE "N" TO SUCURSAL-EXISTE-SW
               MOVE FECHA-HOY TO SUC-FECHA-ALTA
           NOT INVALID KEY
               MOVE "S" TO SUCURSAL-EXISTE-SW
           END-READ.
           MOVE NOMBRE-USUARIO    TO SUC-NOMBRE.
           MOVE DOMICILIO-USUARIO TO SUC-DOMICILIO.
           MOVE ESTADO-USUARIO    TO SUC-ESTADO.
           IF SUCURSAL-EXISTE-SW = "S"
               REWRITE SUCURSAL-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               WRITE SUCURSAL-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           END-IF.
           CLOSE SUCURSALES.

           MOVE 0 TO TARJETA-USUARIO.
           MOVE "MANT SUCURSAL" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           DISPLAY "Sucursal guardada" AT LINE 16 COL 31
               WITH BACKGROUND-COLOR GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> EL CAJERO QUEDA EN LA SUCURSAL DONDE ESTA INSTALADO
       PANTALLA-TERMINAL.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Asignar cajero a sucursal" AT LINE 6 COL 28.
           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ACEPTAR-TERMINAL.
           INITIALIZE TERMINAL-USUARIO.
           INITIALIZE SUCURSAL-USUARIO.
           ACCEPT ACCEPT-DATOS-TERMINAL ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF TERMINAL-USUARIO = 0 OR SUCURSAL-USUARIO = 0
               GO TO ACEPTAR-TERMINAL.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "A"              TO PSU-OPERACION.
           MOVE "M"              TO PSU-TIPO.
           MOVE TERMINAL-USUARIO TO PSU-ID.
           MOVE SUCURSAL-USUARIO TO PSU-SUCURSAL.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF PSU-RESULTADO NOT = "S"
               DISPLAY "Sucursal inexistente o cerrada"
                   AT LINE 16 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TERMINAL.

           MOVE 0 TO TARJETA-USUARIO.
           MOVE "SUCURSAL TERMINAL" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           DISPLAY "Cajero asignado" AT LINE 16 COL 32
               WITH BACKGROUND-COLOR GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> TRASLADO DE UN CLIENTE QUE SE MUDA: TODAS SUS TARJETAS Y LAS
      *> CUENTAS DE CADA UNA PASAN A LA SUCURSAL DE DESTINO
       PANTALLA-TRASLADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traslado de cliente a otra sucursal"
               AT LINE 6 COL 23.
           DISPLAY "Enter - Trasladar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ACEPTAR-TRASLADO.
           INITIALIZE CLIENTE-USUARIO.
           INITIALIZE SUCURSAL-USUARIO.
           ACCEPT ACCEPT-DATOS-TRASLADO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF CLIENTE-USUARIO = 0 OR SUCURSAL-USUARIO = 0
               GO TO ACEPTAR-TRASLADO.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "El cliente no existe" AT LINE 16 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TRASLADO.
           CLOSE CLIENTES.

           OPEN INPUT SUCURSALES.
           IF FSSU <> 00
               GO TO PSYS-ERR.
           MOVE SUCURSAL-USUARIO TO SUC-CODIGO.
           MOVE "S" TO SUCURSAL-EXISTE-SW.
           READ SUCURSALES INVALID KEY
               MOVE "N" TO SUCURSAL-EXISTE-SW.
           CLOSE SUCURSALES.
           IF SUCURSAL-EXISTE-SW = "N" OR NOT SUC-ABIERTA
               DISPLAY "Sucursal inexistente o cerrada"
                   AT LINE 16 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TRASLADO.

           MOVE 0 TO CNT-TARJETAS.
           MOVE 0 TO CNT-CUENTAS.
           PERFORM TRASLADAR-CLIENTE THRU TRASLADAR-CLIENTE-FIN.

           IF CNT-TARJETAS = 0
               DISPLAY "El cliente no tiene tarjetas" AT LINE 16 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TRASLADO.

           MOVE CNT-TARJETAS TO CNT-EDIT.
           DISPLAY "Tarjetas trasladadas:" AT LINE 15 COL 20.
           DISPLAY CNT-EDIT AT LINE 15 COL 45.
           MOVE CNT-CUENTAS TO CNT-EDIT.
           DISPLAY "Cuentas trasladadas:" AT LINE 16 COL 20.
           DISPLAY CNT-EDIT AT LINE 16 COL 45.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

       VOLVER-MENU-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-MENU
           ELSE
               GO TO VOLVER-MENU-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno"
               AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde"
               AT LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIN
           ELSE
               GO TO PSYS-ERR-ENTER.

       FIN.
           STOP RUN.

      *> TARJETAS NO TIENE CLAVE POR CLIENTE: SE RECORRE ENTERA Y
      *> CADA TARJETA DEL CLIENTE SE REASIGNA CON SUS CUENTAS
       TRASLADAR-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           MOVE 0 TO TNUM.
           START TARJETAS KEY IS NOT LESS THAN TNUM
               INVALID KEY GO TO TRASLADAR-CERRAR
           END-START.

       TRASLADAR-LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO TRASLADAR-CERRAR.
           IF TCLIENTE NOT = CLIENTE-USUARIO
               GO TO TRASLADAR-LEER-TARJETA.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "A"              TO PSU-OPERACION.
           MOVE "T"              TO PSU-TIPO.
           MOVE TNUM             TO PSU-ID.
           MOVE SUCURSAL-USUARIO TO PSU-SUCURSAL.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF PSU-RESULTADO NOT = "S"
               GO TO TRASLADAR-LEER-TARJETA.
           ADD 1 TO CNT-TARJETAS.

           MOVE 1 TO TIPO-CTA-W.
           PERFORM TRASLADAR-CUENTA THRU TRASLADAR-CUENTA-FIN.

           MOVE TNUM TO TARJETA-USUARIO.
           MOVE "TRASLADO SUCURSAL" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
           GO TO TRASLADAR-LEER-TARJETA.

       TRASLADAR-CERRAR.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
       TRASLADAR-CLIENTE-FIN.
           EXIT.

      *> CUENTAS DE LA TARJETA TNUM, DE TIPO TIPO-CTA-W EN ADELANTE;
      *> LA CLAVE DE ASIGNACION DE UNA CUENTA ES TARJETA Y TIPO
       TRASLADAR-CUENTA.
           IF TIPO-CTA-W > 3
               GO TO TRASLADAR-CUENTA-FIN.
           MOVE TNUM       TO CTA-TARJETA.
           MOVE TIPO-CTA-W TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               ADD 1 TO TIPO-CTA-W
               GO TO TRASLADAR-CUENTA.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "A"              TO PSU-OPERACION.
           MOVE "C"              TO PSU-TIPO.
           COMPUTE PSU-ID = (TNUM * 10) + TIPO-CTA-W.
           MOVE SUCURSAL-USUARIO TO PSU-SUCURSAL.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF PSU-RESULTADO = "S"
               ADD 1 TO CNT-CUENTAS.
           ADD 1 TO TIPO-CTA-W.
           GO TO TRASLADAR-CUENTA.
       TRASLADAR-CUENTA-FIN.
           EXIT.

      *> EL MAESTRO ARRANCA CON LA OFICINA PRINCIPAL, COMO HACE
      *> SUCURSAL_ASIGNADA LA PRIMERA VEZ QUE ASIGNA
       CARGAR-OFICINA-PRINCIPAL.
           OPEN I-O SUCURSALES.
           IF FSSU <> 00
               CLOSE SUCURSALES
               GO TO CARGAR-OFICINA-PRINCIPAL-FIN.
           READ SUCURSALES NEXT RECORD AT END
               MOVE SUCURSAL-CENTRAL TO SUC-CODIGO
               MOVE "Oficina principal" TO SUC-NOMBRE
               MOVE SPACES TO SUC-DOMICILIO
               MOVE 1 TO SUC-ESTADO
               MOVE 0 TO SUC-FECHA-ALTA
               WRITE SUCURSAL-REG INVALID KEY CONTINUE
               END-WRITE
           END-READ.
           CLOSE SUCURSALES.
       CARGAR-OFICINA-PRINCIPAL-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Sucursales - UnizarBank"
               AT LINE 2 COL 27
               WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.

      *> FIRMA DE OPERADOR AL ENTRAR, IGUAL QUE EN GESTION_ORDENES:
      *> SOLO UN SUPERVISOR TOCA LA RED DE SUCURSALES
       FIRMAR-OPERADOR.
           INITIALIZE OPERADOR-TECLEADO.
           INITIALIZE PIN-OPERADOR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Identificacion del operador" AT LINE 7 COL 27.
           DISPLAY "Enter - Entrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT ACCEPT-FIRMA-OPERADOR ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.

           IF OPERADOR-TECLEADO = 0
               GO TO FIRMAR-OPERADOR.

           OPEN I-O OPERADORES CLOSE OPERADORES.
           OPEN I-O OPERADORES.
           IF FSOE <> 00
               GO TO FIRMAR-OPERADOR.

           READ OPERADORES NEXT RECORD AT END
               PERFORM CARGAR-SUPERVISOR-ARRANQUE
                   THRU CARGAR-SUPERVISOR-ARRANQUE
           END-READ.

           MOVE OPERADOR-TECLEADO TO OPE-ID.
           READ OPERADORES INVALID KEY
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           MOVE PIN-OPERADOR TO HASH-CLARO-OPE.
           MOVE OPE-ID       TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           IF HASH-RESULT-OPE NOT = OPE-PIN
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

           PERFORM COMPROBAR-FORMACION
               THRU COMPROBAR-FORMACION-FIN.
       FIRMAR-OPERADOR-FIN.
           EXIT.

       CARGAR-SUPERVISOR-ARRANQUE.
           MOVE 1000 TO OPE-ID.
           MOVE 1234 TO HASH-CLARO-OPE.
           MOVE 1000 TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           MOVE HASH-RESULT-OPE TO OPE-PIN.
           MOVE "Supervisor de arranque" TO OPE-NOMBRE.
           MOVE 2 TO OPE-ROL.
           WRITE OPERADOR-REG INVALID KEY CONTINUE.

       FIRMA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador o clave incorrectos"
               AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       FIRMA-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIRMAR-OPERADOR
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
       REGISTRAR-EVENTO-SEGURIDAD.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO REGISTRAR-EVENTO-FIN.

           MOVE "SEGURIDAD" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SEG-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SEG-NUM
           END-READ.
           ADD 1 TO LAST-SEG-NUM.

           MOVE LAST-SEG-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O SEGURIDAD.
           IF FSG <> 00
               GO TO REGISTRAR-EVENTO-FIN.

           MOVE LAST-SEG-NUM TO SEG-NUM.
           MOVE TARJETA-USUARIO TO SEG-TARJETA.
           MOVE ANO          TO SEG-ANO.
           MOVE MES          TO SEG-MES.
           MOVE DIA          TO SEG-DIA.
           MOVE HORAS        TO SEG-HOR.
           MOVE MINUTOS      TO SEG-MIN.
           MOVE SEGUNDOS     TO SEG-SEG.
           MOVE EVENTO-TIPO  TO SEG-TIPO.
           MOVE 1            TO SEG-TERMINAL.
           MOVE OPERADOR-SESION TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> SI EL OPERADOR ESTA MARCADO EN FORMACION, TODA LA SESION SE
      *> MUDA AL DIRECTORIO DE LA COPIA SOMBRA (VER COPIAR_FORMACION):
      *> DESDE ESE MOMENTO NINGUNA PANTALLA PUEDE ABRIR UN FICHERO
      *> REAL, PORQUE TODAS LAS RUTAS SON RELATIVAS
       COMPROBAR-FORMACION.
           MOVE "N" TO FORMACION-SW.
           OPEN INPUT FORMACION.
           IF FSFOR <> 00
               CLOSE FORMACION
               GO TO COMPROBAR-FORMACION-FIN.
           MOVE OPERADOR-SESION TO FOR-OPERADOR.
           READ FORMACION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF OPERADOR-EN-FORMACION
                   MOVE "S" TO FORMACION-SW
               END-IF
           END-READ.
           CLOSE FORMACION.
           IF FORMACION-SW NOT = "S"
               GO TO COMPROBAR-FORMACION-FIN.
           CALL "CBL_CHANGE_DIR" USING DIR-FORMACION.
           IF RETURN-CODE NOT = 0
               DISPLAY "Entorno de formacion no preparado"
                   AT LINE 9 COL 24
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Ejecute antes la copia de formacion"
                   AT LINE 11 COL 23
               GOBACK.
           MOVE 0 TO RETURN-CODE.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
       COMPROBAR-FORMACION-FIN.
           EXIT.

      *> BANDERA INCONFUNDIBLE EN TODAS LAS PANTALLAS DE LA SESION
      *> DE FORMACION
       PINTAR-BANNER-FORMACION.
           IF FORMACION-SW = "S"
               DISPLAY "*** ENTORNO DE FORMACION - DATOS NO REALES ***"
                   AT LINE 1 COL 17
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
           END-IF.
       PINTAR-BANNER-FORMACION-FIN.
           EXIT.
