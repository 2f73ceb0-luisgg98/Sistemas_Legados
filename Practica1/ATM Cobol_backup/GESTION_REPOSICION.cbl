       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_REPOSICION.
       *> Pantalla de sucursal de reposicion de tarjetas. La tarjeta
       *> que el cliente da de baja en el cajero por perdida o robo
       *> (BANK11) queda en tarjetas_perdidas.ubd con su PIN
       *> transformado, su titular y su perfil; aqui el cliente,
       *> identificado con el documento de su ficha, recibe un
       *> plastico nuevo:
       *>   - numero nuevo del contador TARJETANUM, conservando las 6
       *>     ultimas cifras (la sal de HASH_PIN), asi que el PIN de
       *>     siempre sigue valiendo; 4 anos de vigencia como en
       *>     RENOVAR_TARJETAS;
       *>   - traslado de cuentas, titulares, domiciliaciones, ordenes
       *>     y demas al numero nuevo con TRASLADAR_TARJETA, el mismo
       *>     subprograma que usa la renovacion;
       *>   - enlace vieja -> nueva en renovaciones.ubd, que es lo que
       *>     sigue AUDITAR_REFERENCIAS para la historia que se queda
       *>     con el numero viejo;
       *>   - plastico al feed del fabricante tarjetas_renovadas.txt
       *>     y detalle de lo trasladado en informe_reposiciones.ubd.
       *> La denuncia avanza de estado segun se hace el trabajo: en
       *> cuanto se asigna el numero nuevo queda EN REPOSICION con
       *> ese numero, y solo al terminar el traslado pasa a REPUESTA.
       *> Si algo se corta a medias, repetir la reposicion de la misma
       *> tarjeta continua con el mismo numero nuevo (el traslado y
       *> el alta se pueden repetir sin duplicar nada).
       *> Tambien da clave nueva a quien ha olvidado la suya (BANK8
       *> solo cambia una clave que se conoce): la clave se genera al
       *> azar, en tarjetas.ubd solo queda su transformacion
       *> (HASH_PIN) y en claro solo sale en el fichero de la
       *> impresora de sobres ciegos (sobres_pin.txt), con un numero
       *> de sobre de la secuencia SOBREPIN. La tarjeta queda en
       *> cambio_pin.ubd y BANK1 obliga a cambiarla en BANK8 al
       *> entrar; los intentos de PIN se reinician.
       *> Un operador que no es supervisor solo atiende tarjetas de
       *> clientes de su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERDIDAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-TARJETA
           FILE STATUS IS FSPE.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL RENOVACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REN-TARJETA-ANT
           FILE STATUS IS FSRE.

           SELECT OPTIONAL FEED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSFE.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

           SELECT OPTIONAL CAMBIOS-PIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPI-TARJETA
           FILE STATUS IS FSCPI.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL SOBRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSSB.

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
       FD PERDIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas_perdidas.ubd".
       01 PERDIDA-REG.
           02 PER-TARJETA           PIC 9(16).
           02 PER-PIN               PIC  9(9).
           02 PER-NOMBRE            PIC X(30).
           02 PER-CADUCIDAD         PIC  9(6).
           02 PER-CLIENTE           PIC  9(8).
           02 PER-PERFIL            PIC  9(2).
           02 PER-FECHA             PIC  9(8).
           02 PER-HORA              PIC  9(6).
           02 PER-TERMINAL          PIC  9(3).
           02 PER-ESTADO            PIC  9(1).
               88 PER-DENUNCIADA       VALUE 1.
               88 PER-EN-REPOSICION    VALUE 2.
               88 PER-REPUESTA         VALUE 3.
           02 PER-TARJETA-NUEVA     PIC 9(16).
           02 PER-FECHA-REPOSICION  PIC  9(8).
           02 PER-OPERADOR          PIC  9(4).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TARJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD RENOVACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovaciones.ubd".
       01 RENOVACION-REG.
           02 REN-TARJETA-ANT       PIC 9(16).
           02 REN-TARJETA-NUEVA     PIC 9(16).
           02 REN-ANO               PIC  9(4).
           02 REN-MES               PIC  9(2).
           02 REN-DIA               PIC  9(2).

       FD FEED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas_renovadas.txt".
       01 LINEA-FEED                   PIC X(100).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_reposiciones.ubd".
       01 LINEA-INFORME               PIC X(80).

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM            PIC 9(16).
           02 IINTENTOS       PIC  9(1).
           02 IBLOQUEO-HASTA  PIC 9(12).

       *> Clave repuesta pendiente de cambiar en el cajero (la
       *> comprueba BANK1 y la quita BANK8)
       FD CAMBIOS-PIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambio_pin.ubd".
       01 CAMBIO-PIN-REG.
           02 CPI-TARJETA           PIC 9(16).
           02 CPI-FECHA             PIC  9(8).
           02 CPI-SOBRE             PIC  9(9).
           02 CPI-OPERADOR          PIC  9(4).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       *> Impresora de sobres ciegos: el unico sitio donde la clave
       *> nueva sale en claro
       FD SOBRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sobres_pin.txt".
       01 LINEA-SOBRE                 PIC X(80).

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

       77 FSPE                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSRE                      PIC   X(2).
       77 FSFE                      PIC   X(2).
       77 FSINF                     PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSOE                      PIC   X(2).
       77 FSG                       PIC   X(2).
       77 FSI                       PIC   X(2).
       77 FSCPI                     PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSSB                      PIC   X(2).
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
       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 DNI-USUARIO               PIC   X(9).

       *> Copia numerica de la tarjeta de pantalla (que lleva
       *> BLANK WHEN ZERO y no vale como operando)
       77 TARJETA-W                 PIC  9(16).
       77 TARJETA-NUEVA             PIC  9(16).
       77 LIMITE-TARJETA            PIC   9(7).
       77 CADUCIDAD-NUEVA           PIC   9(6).

       77 MOTIVO-RECHAZO            PIC  X(40).

       *> Clave nueva por olvido: se sortea hasta que no sea una de
       *> las faciles que BANK8 rechaza ni la que ya tenia; en
       *> cuanto sale al sobre se borra de la memoria
       77 CLAVE-GENERADA            PIC   9(4).
           88 CLAVE-GENERADA-DEBIL VALUES 0000, 1111, 2222, 3333,
               4444, 5555, 6666, 7777, 8888, 9999, 0123, 1234, 2345,
               3456, 4567, 5678, 6789, 9876, 8765, 7654, 6543, 5432,
               4321, 3210.
       77 SEMILLA                   PIC   9(9).
       77 PIN-ANTERIOR              PIC   9(9).
       77 HASH-CLARO                PIC   9(6).
       77 HASH-SALT                 PIC   9(6).
       77 HASH-RESULT               PIC   9(9).
       77 LAST-SOBRE-NUM            PIC  9(35).
       77 SOBRE-NUM                 PIC   9(9).
       77 INTENTOS-MAX              PIC   9(2) VALUE 3.
       77 FECHA-HOY                 PIC  9(8).

       *> Fechas de pantalla: la denuncia (AAAAMMDD) y la caducidad
       *> del plastico nuevo (AAAAMM)
       01 FECHA-EDIT.
           02 FED-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FED-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FED-ANO               PIC  9(4).
       01 CADUCIDAD-EDIT.
           02 CAD-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 CAD-ANO               PIC  9(4).

       *> Peticion a TRASLADAR_TARJETA (ver su cabecera)
       01 PETICION-TRASLADO.
           02 PTR-TARJETA-VIEJA     PIC 9(16).
           02 PTR-TARJETA-NUEVA     PIC 9(16).
           02 PTR-TOTAL-FICHEROS    PIC  9(2).
           02 PTR-FICHERO OCCURS 50 TIMES.
               03 PTR-NOMBRE        PIC X(25).
               03 PTR-REGISTROS     PIC  9(7).
               03 PTR-ESTADO        PIC  X(2).
           02 PTR-RESULTADO         PIC  X(1).

       77 IND-FICHERO               PIC   9(2).
       77 CNT-TRASLADADOS           PIC   9(7).
       77 CNT-EDIT                  PIC  ZZZZZZ9.

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
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

       01 ACCEPT-DATOS-CLIENTE.
           05 FILLER LINE 8 COL 10 VALUE "Tarjeta del cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 9 COL 10 VALUE "Documento de identidad:".
           05 FILLER UNDERLINE
               LINE 9 COL 40 PIC X(9) USING DNI-USUARIO.

       01 ACCEPT-DATOS-PERDIDA.
           05 FILLER LINE 8 COL 10 VALUE "Tarjeta extraviada:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 9 COL 10 VALUE "Documento de identidad:".
           05 FILLER UNDERLINE
               LINE 9 COL 40 PIC X(9) USING DNI-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O PERDIDAS CLOSE PERDIDAS.
           OPEN I-O RENOVACIONES CLOSE RENOVACIONES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reposicion de tarjetas" AT LINE 6 COL 29.
           DISPLAY "1 - Tarjeta nueva por perdida o robo"
               AT LINE 9 COL 15.
           DISPLAY "2 - Clave nueva por olvido" AT LINE 11 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PEDIR-OPCION.
           INITIALIZE OPCION-MENU.
           ACCEPT OPCION-MENU AT LINE 15 COL 40 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.
           IF OPCION-MENU = 1
               GO TO PANTALLA-REPOSICION.
           IF OPCION-MENU = 2
               GO TO PANTALLA-CLAVE.
           GO TO PEDIR-OPCION.

      *> REPOSICION: LA TARJETA TIENE QUE ESTAR DENUNCIADA EN EL
      *> CAJERO Y EL DOCUMENTO SER EL DE LA FICHA DEL CLIENTE
      *> TITULAR. UNA REPOSICION A MEDIAS SE CONTINUA CON EL NUMERO
      *> QUE YA SE LE ASIGNO
       PANTALLA-REPOSICION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta nueva por perdida o robo"
               AT LINE 6 COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-REPOSICION.
           INITIALIZE TARJETA-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-DATOS-PERDIDA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           IF TARJETA-W = 0 OR DNI-USUARIO = SPACES
               GO TO ACEPTAR-REPOSICION.

           PERFORM IDENTIFICAR-PERDIDA THRU IDENTIFICAR-PERDIDA-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-REPOSICION.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "L" TO PSU-TIPO.
           MOVE PER-CLIENTE TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Cliente de otra sucursal" AT LINE 16 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-REPOSICION.

           DISPLAY "Titular:" AT LINE 11 COL 10.
           DISPLAY CLI-NOMBRE AT LINE 11 COL 40.
           DISPLAY "Denunciada el:" AT LINE 12 COL 10.
           MOVE PER-FECHA(7:2) TO FED-DIA.
           MOVE PER-FECHA(5:2) TO FED-MES.
           MOVE PER-FECHA(1:4) TO FED-ANO.
           DISPLAY FECHA-EDIT AT LINE 12 COL 40.
           IF PER-EN-REPOSICION
               DISPLAY "Reposicion sin terminar, se completa con"
                   AT LINE 14 COL 10
               DISPLAY PER-TARJETA-NUEVA AT LINE 14 COL 51.
           DISPLAY "Enter - Reponer" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-REPOSICION.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-REPOSICION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           *> El numero nuevo se asigna una sola vez: queda en la
           *> denuncia antes de tocar nada mas
           IF PER-DENUNCIADA
               PERFORM ASIGNAR-NUMERO-NUEVO
                   THRU ASIGNAR-NUMERO-NUEVO-FIN
           ELSE
               MOVE PER-TARJETA-NUEVA TO TARJETA-NUEVA
           END-IF.

           PERFORM ALTA-TARJETA-NUEVA THRU ALTA-TARJETA-NUEVA-FIN.
           PERFORM LEER-LIMITE THRU LEER-LIMITE-FIN.

           MOVE TARJETA-W     TO PTR-TARJETA-VIEJA.
           MOVE TARJETA-NUEVA TO PTR-TARJETA-NUEVA.
           CALL "TRASLADAR_TARJETA" USING PETICION-TRASLADO.

           PERFORM IMPRIMIR-INFORME THRU IMPRIMIR-INFORME-FIN.

           *> Algun fichero no se pudo abrir: la denuncia se queda EN
           *> REPOSICION y lo que falta se traslada al repetir
           IF PTR-RESULTADO NOT = "S"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Traslado incompleto" AT LINE 9 COL 31
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Repita la reposicion de la tarjeta"
                   AT LINE 11 COL 23
               DISPLAY TARJETA-W AT LINE 12 COL 32
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           PERFORM ENLAZAR-TARJETAS THRU ENLAZAR-TARJETAS-FIN.
           PERFORM CERRAR-DENUNCIA THRU CERRAR-DENUNCIA-FIN.

           MOVE TARJETA-W TO TARJETA-USUARIO.
           MOVE "REPOSICION TARJETA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta repuesta" AT LINE 9 COL 32.
           DISPLAY "Tarjeta nueva:" AT LINE 11 COL 20.
           DISPLAY TARJETA-NUEVA AT LINE 11 COL 40.
           DISPLAY "Caduca:" AT LINE 12 COL 20.
           MOVE CADUCIDAD-NUEVA(5:2) TO CAD-MES.
           MOVE CADUCIDAD-NUEVA(1:4) TO CAD-ANO.
           DISPLAY CADUCIDAD-EDIT AT LINE 12 COL 40.
           DISPLAY "El PIN es el de la tarjeta extraviada"
               AT LINE 14 COL 20.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> CLAVE NUEVA POR OLVIDO: TARJETA ACTIVA, DOCUMENTO DE LA
      *> FICHA DE SU CLIENTE. LA CLAVE SOLO SALE EN EL SOBRE; EN
      *> PANTALLA NO SE ENSENA NUNCA
       PANTALLA-CLAVE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Clave nueva por olvido" AT LINE 6 COL 29.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CLAVE.
           INITIALIZE TARJETA-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-DATOS-CLIENTE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           IF TARJETA-W = 0 OR DNI-USUARIO = SPACES
               GO TO ACEPTAR-CLAVE.

           PERFORM IDENTIFICAR-TARJETA THRU IDENTIFICAR-TARJETA-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLAVE.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-W TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 16 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLAVE.

           DISPLAY "Titular:" AT LINE 11 COL 10.
           DISPLAY CLI-NOMBRE AT LINE 11 COL 40.
           DISPLAY "Se imprimira un sobre con la clave nueva"
               AT LINE 13 COL 10.
           DISPLAY "Enter - Emitir" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-CLAVE.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-CLAVE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           *> Primero el sobre: si la impresora no esta, la tarjeta
           *> se queda con la clave que tenia
           PERFORM GENERAR-CLAVE THRU GENERAR-CLAVE-FIN.
           PERFORM IMPRIMIR-SOBRE THRU IMPRIMIR-SOBRE-FIN.
           PERFORM GRABAR-CLAVE THRU GRABAR-CLAVE-FIN.

           MOVE TARJETA-W TO TARJETA-USUARIO.
           MOVE "REEMISION PIN" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
           MOVE SPACES TO EVENTO-TIPO.
           STRING "SOBRE PIN " DELIMITED BY SIZE
                  SOBRE-NUM DELIMITED BY SIZE
             INTO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Clave nueva emitida" AT LINE 9 COL 31.
           DISPLAY "Numero de sobre:" AT LINE 11 COL 20.
           DISPLAY SOBRE-NUM AT LINE 11 COL 40.
           DISPLAY "Entregue el sobre cerrado al titular"
               AT LINE 13 COL 20.
           DISPLAY "La cambiara la primera vez que use el cajero"
               AT LINE 14 COL 20.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

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

      *> DENUNCIA DE LA TARJETA TECLEADA (TARJETA-W) Y DOCUMENTO DE
      *> LA FICHA DE SU CLIENTE. LA DENUNCIA GUARDA EL CLIENTE PORQUE
      *> LA TARJETA YA NO ESTA EN TARJETAS.UBD. EL MOTIVO DEL
      *> RECHAZO, SI LO HAY, QUEDA EN MOTIVO-RECHAZO
       IDENTIFICAR-PERDIDA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           OPEN INPUT PERDIDAS.
           IF FSPE <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO PER-TARJETA.
           READ PERDIDAS INVALID KEY
               MOVE "La tarjeta no consta como extraviada"
                   TO MOTIVO-RECHAZO
           END-READ.
           CLOSE PERDIDAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO IDENTIFICAR-PERDIDA-FIN.
           IF PER-REPUESTA
               STRING "Ya repuesta con la " DELIMITED BY SIZE
                      PER-TARJETA-NUEVA DELIMITED BY SIZE
                 INTO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-PERDIDA-FIN.
           IF PER-CLIENTE = 0
               MOVE "La tarjeta no tiene ficha de cliente"
                   TO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-PERDIDA-FIN.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE PER-CLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE SPACES TO CLI-DNI
               MOVE SPACES TO CLI-NOMBRE
           END-READ.
           CLOSE CLIENTES.
           INSPECT DNI-USUARIO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CLI-DNI CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CLI-DNI = SPACES OR CLI-DNI NOT = DNI-USUARIO
               MOVE "El documento no coincide" TO MOTIVO-RECHAZO
               MOVE TARJETA-W TO TARJETA-USUARIO
               MOVE "REPOSICION ID FALLO" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN.
       IDENTIFICAR-PERDIDA-FIN.
           EXIT.

      *> TARJETA TECLEADA (TARJETA-W) Y DOCUMENTO DE LA FICHA DE SU
      *> CLIENTE, COMO EN GESTION_TALONARIOS. UNA TARJETA BLOQUEADA
      *> NO RECIBE CLAVE NUEVA: PRIMERO SE RESUELVE EL BLOQUEO
       IDENTIFICAR-TARJETA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "La tarjeta no existe" TO MOTIVO-RECHAZO
           NOT INVALID KEY
               MOVE TPIN TO PIN-ANTERIOR
           END-READ.
           CLOSE TARJETAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO IDENTIFICAR-TARJETA-FIN.
           IF NOT TARJETA-ACTIVA
               MOVE "La tarjeta no esta activa" TO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-TARJETA-FIN.
           IF TCLIENTE = 0
               MOVE "La tarjeta no tiene ficha de cliente"
                   TO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-TARJETA-FIN.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE TCLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE SPACES TO CLI-DNI
               MOVE SPACES TO CLI-NOMBRE
               MOVE SPACES TO CLI-DIRECCION
           END-READ.
           CLOSE CLIENTES.
           INSPECT DNI-USUARIO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CLI-DNI CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CLI-DNI = SPACES OR CLI-DNI NOT = DNI-USUARIO
               MOVE "El documento no coincide" TO MOTIVO-RECHAZO
               MOVE TARJETA-W TO TARJETA-USUARIO
               MOVE "CLAVE ID FALLO" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN.
       IDENTIFICAR-TARJETA-FIN.
           EXIT.

      *> NUMERO DE SOBRE DE LA SECUENCIA SOBREPIN, Y CLAVE AL AZAR
      *> SEMBRADA CON EL SOBRE Y LA HORA COMO EN CLAVE_UN_USO. SE
      *> SORTEA OTRA VEZ SI SALE UNA CLAVE FACIL O LA QUE YA TENIA
       GENERAR-CLAVE.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "SOBREPIN" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SOBRE-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SOBRE-NUM
           END-READ.
           ADD 1 TO LAST-SOBRE-NUM.
           MOVE LAST-SOBRE-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
           MOVE LAST-SOBRE-NUM(27:9) TO SOBRE-NUM.

           COMPUTE SEMILLA = FUNCTION MOD(
               (LAST-SOBRE-NUM * 7919) + (MINUTOS * 6000)
               + (SEGUNDOS * 100) + MILISEGUNDOS, 999999937).
           COMPUTE CLAVE-GENERADA =
               FUNCTION RANDOM(SEMILLA) * 10000.
           COMPUTE HASH-SALT = FUNCTION MOD(TARJETA-W, 1000000).

       PROBAR-CLAVE.
           MOVE CLAVE-GENERADA TO HASH-CLARO.
           CALL "HASH_PIN" USING HASH-CLARO HASH-SALT HASH-RESULT.
           IF CLAVE-GENERADA-DEBIL OR HASH-RESULT = PIN-ANTERIOR
               COMPUTE CLAVE-GENERADA = FUNCTION RANDOM * 10000
               GO TO PROBAR-CLAVE.
       GENERAR-CLAVE-FIN.
           EXIT.

      *> SOBRE CIEGO PARA LA IMPRENTA: EL TITULAR Y SU DIRECCION, LA
      *> TARJETA SOLO POR SUS 4 ULTIMAS CIFRAS Y LA CLAVE. DESPUES LA
      *> CLAVE EN CLARO SE BORRA
       IMPRIMIR-SOBRE.
           OPEN EXTEND SOBRES.
           IF FSSB <> 00 AND FSSB <> 05
               MOVE 0 TO CLAVE-GENERADA
               MOVE 0 TO HASH-CLARO
               GO TO PSYS-ERR.
           MOVE 00 TO FSSB.

           MOVE SPACES TO LINEA-SOBRE.
           MOVE "UNIZARBANK - CLAVE PERSONAL CONFIDENCIAL"
               TO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           STRING "Sobre: " DELIMITED BY SIZE
                  SOBRE-NUM DELIMITED BY SIZE
             INTO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           MOVE CLI-NOMBRE TO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           MOVE CLI-DIRECCION TO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           STRING "Tarjeta terminada en " DELIMITED BY SIZE
                  TARJETA-W(13:4) DELIMITED BY SIZE
             INTO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           STRING "Clave: " DELIMITED BY SIZE
                  CLAVE-GENERADA DELIMITED BY SIZE
             INTO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           MOVE "Cambiela en el cajero la primera vez que lo use"
               TO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           STRING "Emitido el " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
             INTO LINEA-SOBRE.
           WRITE LINEA-SOBRE.

           MOVE SPACES TO LINEA-SOBRE.
           WRITE LINEA-SOBRE.
           CLOSE SOBRES.

           MOVE 0 TO CLAVE-GENERADA.
           MOVE 0 TO HASH-CLARO.
       IMPRIMIR-SOBRE-FIN.
           EXIT.

      *> LA TRANSFORMACION DE LA CLAVE NUEVA A TARJETAS.UBD, LOS
      *> INTENTOS DE PIN A SU MAXIMO SIN BLOQUEO Y LA MARCA DE CAMBIO
      *> OBLIGADO EN CAMBIO_PIN.UBD
       GRABAR-CLAVE.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           MOVE HASH-RESULT TO TPIN.
           REWRITE TARJETAREG INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           CLOSE TARJETAS.

           PERFORM LEER-PARAMETROS-INTENTOS
               THRU LEER-PARAMETROS-INTENTOS-FIN.
           OPEN I-O INTENTOS CLOSE INTENTOS.
           OPEN I-O INTENTOS.
           IF FSI = 00
               MOVE TARJETA-W    TO INUM
               MOVE INTENTOS-MAX TO IINTENTOS
               MOVE 0            TO IBLOQUEO-HASTA
               WRITE INTENTOSREG INVALID KEY
                   REWRITE INTENTOSREG INVALID KEY CONTINUE
                   END-REWRITE
               END-WRITE
           END-IF.
           CLOSE INTENTOS.

           OPEN I-O CAMBIOS-PIN CLOSE CAMBIOS-PIN.
           OPEN I-O CAMBIOS-PIN.
           IF FSCPI <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W       TO CPI-TARJETA.
           MOVE FECHA-HOY       TO CPI-FECHA.
           MOVE SOBRE-NUM       TO CPI-SOBRE.
           MOVE OPERADOR-SESION TO CPI-OPERADOR.
           WRITE CAMBIO-PIN-REG INVALID KEY
               REWRITE CAMBIO-PIN-REG
           END-WRITE.
           CLOSE CAMBIOS-PIN.
       GRABAR-CLAVE-FIN.
           EXIT.

      *> MAXIMO DE INTENTOS DE PIN (PARAMETRO INTENTOSMAX, 3 SI NO
      *> ESTA DEFINIDO), COMO EN GESTION_TARJETAS
       LEER-PARAMETROS-INTENTOS.
           MOVE 3 TO INTENTOS-MAX.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-INTENTOS-FIN.
           MOVE "INTENTOSMAX" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO INTENTOS-MAX
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-INTENTOS-FIN.
           EXIT.

      *> NUMERO DEL PLASTICO NUEVO COMO EN RENOVAR_TARJETAS: CONTADOR
      *> TARJETANUM CON LAS 6 ULTIMAS CIFRAS DEL NUMERO VIEJO (LA SAL
      *> DE HASH_PIN), SALTANDO LOS NUMEROS QUE YA EXISTAN COMO
      *> TARJETA O COMO DENUNCIA. EL NUMERO QUEDA EN LA DENUNCIA
      *> (EN REPOSICION) ANTES DE DAR DE ALTA NADA
       ASIGNAR-NUMERO-NUEVO.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           OPEN I-O PERDIDAS.
           IF FSPE <> 00
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE TARJETAS
               CLOSE PERDIDAS
               GO TO PSYS-ERR.
           MOVE "TARJETANUM" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 4940000000 TO SEC-ULTIMO-NUM
           END-READ.

       PROBAR-NUMERO.
           ADD 1 TO SEC-ULTIMO-NUM.
           COMPUTE TARJETA-NUEVA =
               (SEC-ULTIMO-NUM * 1000000)
               + FUNCTION MOD(TARJETA-W, 1000000).
           MOVE TARJETA-NUEVA TO TNUM.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               GO TO PROBAR-NUMERO
           END-READ.
           MOVE TARJETA-NUEVA TO PER-TARJETA.
           READ PERDIDAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               GO TO PROBAR-NUMERO
           END-READ.

           MOVE "TARJETANUM" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
           CLOSE TARJETAS.

           MOVE TARJETA-W TO PER-TARJETA.
           READ PERDIDAS INVALID KEY
               CLOSE PERDIDAS
               GO TO PSYS-ERR.
           MOVE 2             TO PER-ESTADO.
           MOVE TARJETA-NUEVA TO PER-TARJETA-NUEVA.
           MOVE OPERADOR-SESION TO PER-OPERADOR.
           REWRITE PERDIDA-REG INVALID KEY
               CLOSE PERDIDAS
               GO TO PSYS-ERR.
           CLOSE PERDIDAS.
       ASIGNAR-NUMERO-NUEVO-FIN.
           EXIT.

      *> ALTA DEL PLASTICO NUEVO CON EL PIN, EL TITULAR, EL CLIENTE Y
      *> EL PERFIL DE LA DENUNCIA Y 4 ANOS DE VIGENCIA. AL CONTINUAR
      *> UNA REPOSICION A MEDIAS EL ALTA YA PUEDE ESTAR HECHA
       ALTA-TARJETA-NUEVA.
           COMPUTE CADUCIDAD-NUEVA = (ANO * 100 + MES) + 400.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-NUEVA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE TARJETA-NUEVA   TO TNUM
               MOVE PER-PIN         TO TPIN
               MOVE PER-NOMBRE      TO TNOMBRE
               MOVE 1               TO TESTADO
               MOVE CADUCIDAD-NUEVA TO TCADUCIDAD
               MOVE PER-CLIENTE     TO TCLIENTE
               MOVE PER-PERFIL      TO TPERFIL
               WRITE TARJETAREG INVALID KEY
                   CLOSE TARJETAS
                   GO TO PSYS-ERR
               END-WRITE
           NOT INVALID KEY
               MOVE TCADUCIDAD TO CADUCIDAD-NUEVA
           END-READ.
           CLOSE TARJETAS.
       ALTA-TARJETA-NUEVA-FIN.
           EXIT.

      *> EL DESCUBIERTO DE LA CORRIENTE VIAJA EN EL FEED DEL
      *> FABRICANTE. AL CONTINUAR UNA REPOSICION A MEDIAS LA CUENTA
      *> PUEDE ESTAR YA EN EL NUMERO NUEVO
       LEER-LIMITE.
           MOVE 0 TO LIMITE-TARJETA.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO LEER-LIMITE-FIN.
           MOVE TARJETA-W TO CTA-TARJETA.
           MOVE 1         TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE TARJETA-NUEVA TO CTA-TARJETA
               READ CUENTAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-LIMITE-DESCUBIERTO TO LIMITE-TARJETA
               END-READ
           NOT INVALID KEY
               MOVE CTA-LIMITE-DESCUBIERTO TO LIMITE-TARJETA
           END-READ.
           CLOSE CUENTAS.
       LEER-LIMITE-FIN.
           EXIT.

      *> ENLACE SUSTITUIDA -> SUSTITUTA EN RENOVACIONES.UBD Y
      *> PLASTICO AL FEED DEL FABRICANTE, EN EL FORMATO DE
      *> RENOVAR_TARJETAS (EL PIN NO VIAJA)
       ENLAZAR-TARJETAS.
           OPEN I-O RENOVACIONES.
           IF FSRE <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W     TO REN-TARJETA-ANT.
           MOVE TARJETA-NUEVA TO REN-TARJETA-NUEVA.
           MOVE ANO TO REN-ANO.
           MOVE MES TO REN-MES.
           MOVE DIA TO REN-DIA.
           WRITE RENOVACION-REG INVALID KEY
               REWRITE RENOVACION-REG
           END-WRITE.
           CLOSE RENOVACIONES.

           OPEN EXTEND FEED.
           IF FSFE <> 00 AND FSFE <> 05
               GO TO ENLAZAR-TARJETAS-FIN.
           MOVE SPACES TO LINEA-FEED.
           STRING TARJETA-NUEVA DELIMITED BY SIZE "|"
                  DELIMITED BY SIZE
                  "0" DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  PER-NOMBRE DELIMITED BY SIZE "|"
                  DELIMITED BY SIZE
                  LIMITE-TARJETA DELIMITED BY SIZE
             INTO LINEA-FEED.
           WRITE LINEA-FEED.
           CLOSE FEED.
       ENLAZAR-TARJETAS-FIN.
           EXIT.

      *> LA DENUNCIA QUEDA REPUESTA CON LA FECHA Y EL OPERADOR
       CERRAR-DENUNCIA.
           OPEN I-O PERDIDAS.
           IF FSPE <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO PER-TARJETA.
           READ PERDIDAS INVALID KEY
               CLOSE PERDIDAS
               GO TO PSYS-ERR.
           MOVE 3               TO PER-ESTADO.
           MOVE TARJETA-NUEVA   TO PER-TARJETA-NUEVA.
           MOVE FECHA-HOY       TO PER-FECHA-REPOSICION.
           MOVE OPERADOR-SESION TO PER-OPERADOR.
           REWRITE PERDIDA-REG INVALID KEY CONTINUE.
           CLOSE PERDIDAS.
       CERRAR-DENUNCIA-FIN.
           EXIT.

      *> DETALLE DE LA REPOSICION: LOS FICHEROS CON REGISTROS
      *> TRASLADADOS O QUE NO SE PUDIERON ABRIR, CON SU ESTADO
       IMPRIMIR-INFORME.
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO IMPRIMIR-INFORME-FIN.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== GESTION_REPOSICION - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Repuesta " DELIMITED BY SIZE
                  TARJETA-W DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  TARJETA-NUEVA DELIMITED BY SIZE
                  " operador " DELIMITED BY SIZE
                  OPERADOR-SESION DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO CNT-TRASLADADOS.
           PERFORM INFORMAR-FICHERO VARYING IND-FICHERO FROM 1 BY 1
               UNTIL IND-FICHERO > PTR-TOTAL-FICHEROS.

           MOVE CNT-TRASLADADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Registros trasladados: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF PTR-RESULTADO NOT = "S"
               MOVE SPACES TO LINEA-INFORME
               STRING "  Traslado incompleto, repetir para "
                      DELIMITED BY SIZE
                      TARJETA-W DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME.
           CLOSE INFORME.
       IMPRIMIR-INFORME-FIN.
           EXIT.

       INFORMAR-FICHERO.
           ADD PTR-REGISTROS(IND-FICHERO) TO CNT-TRASLADADOS.
           MOVE PTR-REGISTROS(IND-FICHERO) TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           IF PTR-ESTADO(IND-FICHERO) = "00"
               OR PTR-ESTADO(IND-FICHERO) = "05"
               OR PTR-ESTADO(IND-FICHERO) = "35"
               STRING "  " DELIMITED BY SIZE
                      PTR-NOMBRE(IND-FICHERO) DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "  " DELIMITED BY SIZE
                      PTR-NOMBRE(IND-FICHERO) DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      "  error " DELIMITED BY SIZE
                      PTR-ESTADO(IND-FICHERO) DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

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
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Reposicion de tarjetas - UnizarBank"
               AT LINE 2 COL 22
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
      *> NADIE REPONE TARJETAS SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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
