       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_TALONARIOS.
       *> Pantalla de sucursal de los talonarios de cheques de los
       *> clientes, lo que faltaba junto a los cheques de otras
       *> entidades (BANK14, COMPENSAR_CHEQUES) y a los cheques
       *> bancarios (GESTION_CHEQUES):
       *>   - emision: el titular de la cuenta, identificado con la
       *>     tarjeta y el documento de su ficha, recibe un talonario
       *>     (talonarios.ubd) con un tramo de numeros de cheque
       *>     propio. Los numeros salen de la secuencia NUMCHEQUE,
       *>     asi que no se repiten entre cuentas; el tamano del
       *>     talonario es el parametro CHQTALONARIO. La comision se
       *>     carga en el acto en la corriente de la cuenta base
       *>     (parametro COMTALONARIO, o la tarifa TALONARIO si el
       *>     cuadro de tarifas la define) y el pedido sale por la
       *>     impresora de talonarios;
       *>   - orden de no pago de un cheque concreto, que tambien
       *>     puede dar el cliente en el cajero (BANK43);
       *>   - anulacion de un talonario extraviado (solo el
       *>     supervisor): los cheques que queden sin presentar se
       *>     devuelven como orden de no pago.
       *> Los cheques presentados contra nuestras cuentas los paga o
       *> devuelve cada noche COMPENSAR_PROPIOS, que deja la historia
       *> de cada numero en cheques_propios.ubd.
       *> Un operador que no es supervisor solo emite talonarios a
       *> clientes de su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-NUM
           ALTERNATE RECORD KEY IS TAL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSTL.

           SELECT OPTIONAL CHEQUES-PROPIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHP-CHEQUE
           FILE STATUS IS FSCP.

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

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

           SELECT OPTIONAL IMPRESO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIM.

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

           SELECT OPTIONAL BLOQUEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

       DATA DIVISION.
       FILE SECTION.
       FD TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
       01 TALONARIO-REG.
           02 TAL-NUM               PIC  9(9).
           *> Cuenta base (ver GESTION_TITULARES) a la que se giran
           *> los cheques del talonario
           02 TAL-TARJETA           PIC 9(16).
           02 TAL-PRIMERO           PIC 9(10).
           02 TAL-ULTIMO            PIC 9(10).
           02 TAL-FECHA-EMISION     PIC  9(8).
           02 TAL-OPERADOR          PIC  9(4).
           02 TAL-ESTADO            PIC  9(1).
               88 TAL-ACTIVO        VALUE 1.
               88 TAL-ANULADO       VALUE 2.
           02 TAL-FECHA-ESTADO      PIC  9(8).
           02 TAL-CENT-COMISION     PIC  9(7).

       FD CHEQUES-PROPIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_propios.ubd".
       01 CHEQUE-PROPIO-REG.
           02 CHP-CHEQUE            PIC 9(10).
           02 CHP-TARJETA           PIC 9(16).
           02 CHP-TALONARIO         PIC  9(9).
           02 CHP-ESTADO            PIC  9(1).
               88 CHP-PAGADO        VALUE 1.
               88 CHP-DEVUELTO      VALUE 2.
               88 CHP-NO-PAGO       VALUE 3.
           02 CHP-FECHA             PIC  9(8).
           02 CHP-CENT              PIC  9(9).
           02 CHP-BANCO             PIC  9(4).
           02 CHP-MOTIVO            PIC  9(2).
           02 CHP-MOV-NUM           PIC 9(35).
           02 CHP-OPERADOR          PIC  9(4).

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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFA-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION     PIC X(10).
               03 TAR-CLASE         PIC  9(2).
           02 TAR-FIJO-CENT         PIC  9(7).
           02 TAR-PCT-X10000        PIC  9(4).
           02 TAR-MIN-CENT          PIC  9(7).

       FD IMPRESO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios_impresion.txt".
       01 LINEA-IMPRESO               PIC X(80).

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

       FD BLOQUEOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bloqueos.ubd".
       01 BLOQUEO-REG.
           02 BLK-TARJETA           PIC 9(16).
           02 BLK-TERMINAL          PIC  9(3).
           02 BLK-FECHA             PIC  9(8).
           02 BLK-HOR               PIC  9(2).
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID          PIC X(10).
           02 SEC-ULTIMO-NUM  PIC 9(35).

       WORKING-STORAGE SECTION.
       *> BLOQUEO DE CUENTA DURANTE LA ACTUALIZACION (VER BANK4):
       *> TODO EL QUE REESCRIBE cuentas.ubd TIENE QUE PASAR POR EL,
       *> O DOS PANTALLAS A LA VEZ SE PISAN EL REWRITE
       77 FSBL                     PIC  X(2).
       77 BLOQUEO-SEG              PIC  9(4) VALUE 120.
       77 BLOQUEO-OK-SW            PIC  X(1).
       77 BLK-TARJETA-W            PIC 9(16).
       77 SEG-ABS-AHORA            PIC S9(12).
       77 SEG-ABS-BLOQUEO          PIC S9(12).
       77 FECHA-ABS-TMP            PIC  9(8).
       *> IDENTIDAD DE ESTE PUESTO PARA EL BLOQUEO: LAS PANTALLAS
       *> DE SUCURSAL USAN EL PSEUDOTERMINAL 999 PARA NO CONFUNDIRSE
       *> CON EL TERMINALID DE NINGUN CAJERO
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 999.

       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSTL                      PIC   X(2).
       77 FSCP                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSTI                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSTA                      PIC   X(2).
       77 FSIM                      PIC   X(2).
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
       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 DNI-USUARIO               PIC   X(9).
       77 CHEQUE-USUARIO BLANK WHEN ZERO PIC 9(10).
       77 TALONARIO-USUARIO BLANK WHEN ZERO PIC 9(9).

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos)
       77 TARJETA-W                 PIC  9(16).
       77 CHEQUE-W                  PIC  9(10).

       77 ACTIVA-REQUERIDA-SW       PIC   X(1).
       77 TALONARIO-ENCONTRADO-SW   PIC   X(1).
       77 MOTIVO-RECHAZO            PIC  X(40).
       77 FECHA-HOY                 PIC  9(8).

       *> CUENTA BASE DE LA TARJETA (VER GESTION_TITULARES): EL
       *> TALONARIO ES DE LA CUENTA, Y SOLO LO PIDE SU PROPIETARIO
       77 CUENTA-BASE               PIC  9(16).
       77 ROL-TITULAR-W             PIC   9(1).

       *> Tamano del talonario y comision de emision, de
       *> parametros.ubd (la tarifa TALONARIO manda si existe)
       77 CHEQUES-TALONARIO         PIC   9(3) VALUE 25.
       77 CENT-COMISION-TAL         PIC   9(7) VALUE 500.
       77 TARIFA-OPERACION          PIC  X(10).
       77 TARIFA-CLASE              PIC   9(2) VALUE 0.
       77 CENT-BASE-TARIFA          PIC   9(9) VALUE 0.
       77 CENT-COMISION-TARIFA      PIC   9(9).

       77 CENT-SALDO-CTA            PIC S9(11).
       77 CENT-LIMITE-DESCUBIERTO   PIC  9(9).
       77 LAST-MOV-NUM              PIC  9(35).
       77 LAST-TAL-NUM              PIC  9(35).
       77 LAST-CHQ-NUM              PIC  9(35).
       77 PRIMER-CHEQUE             PIC  9(10).
       77 ULTIMO-CHEQUE             PIC  9(10).
       77 TALONARIO-CHEQUE          PIC   9(9).

       77 IMP-ENT-EDIT              PIC  ZZZZZZ9.
       77 IMP-DEC-EDIT              PIC  99.

       77 MSJ-COMISION-TAL          PIC  X(35)
           VALUE "Comision talonario".
       77 REFERENCIA-TAL            PIC  X(30).

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

       01 ACCEPT-DATOS-CHEQUE.
           05 FILLER LINE 8 COL 10 VALUE "Tarjeta del cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 9 COL 10 VALUE "Documento de identidad:".
           05 FILLER UNDERLINE AUTO
               LINE 9 COL 40 PIC X(9) USING DNI-USUARIO.
           05 FILLER LINE 10 COL 10 VALUE "Numero de cheque:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 10 COL 40 PIC 9(10) USING CHEQUE-USUARIO.

       01 ACCEPT-NUM-TALONARIO.
           05 FILLER LINE 8 COL 10 VALUE "Numero de talonario:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 8 COL 40 PIC 9(9) USING TALONARIO-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O TALONARIOS CLOSE TALONARIOS.
           OPEN I-O CHEQUES-PROPIOS CLOSE CHEQUES-PROPIOS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.
           PERFORM LEER-PARAMETROS-TALONARIO
               THRU LEER-PARAMETROS-TALONARIO-FIN.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Talonarios de cheques" AT LINE 6 COL 30.
           DISPLAY "1 - Emitir talonario" AT LINE 9 COL 15.
           DISPLAY "2 - Orden de no pago de un cheque"
               AT LINE 11 COL 15.
           DISPLAY "3 - Anular talonario extraviado (supervisor)"
               AT LINE 13 COL 15.
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
               GO TO PANTALLA-EMISION.
           IF OPCION-MENU = 2
               GO TO PANTALLA-NO-PAGO.
           IF OPCION-MENU = 3
               GO TO PANTALLA-ANULACION.
           GO TO PEDIR-OPCION.

      *> EMISION: SOLO EL PROPIETARIO DE LA CUENTA BASE, CON LA
      *> CORRIENTE OPERATIVA. PRIMERO SE COBRA LA COMISION Y LUEGO SE
      *> RESERVA EL TRAMO DE NUMEROS, PARA NO GASTAR NUMEROS EN UN
      *> TALONARIO QUE NO LLEGA A EMITIRSE
       PANTALLA-EMISION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Emision de talonario" AT LINE 6 COL 30.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-EMISION.
           INITIALIZE TARJETA-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-DATOS-CLIENTE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           IF TARJETA-W = 0 OR DNI-USUARIO = SPACES
               GO TO ACEPTAR-EMISION.

           MOVE "S" TO ACTIVA-REQUERIDA-SW.
           PERFORM IDENTIFICAR-CLIENTE THRU IDENTIFICAR-CLIENTE-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.
           IF ROL-TITULAR-W NOT = 1
               DISPLAY "Solo el propietario pide talonarios"
                   AT LINE 16 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.

           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-W TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 16 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.

           DISPLAY CLI-NOMBRE AT LINE 11 COL 40.
           DISPLAY "Cheques del talonario:" AT LINE 13 COL 10.
           DISPLAY CHEQUES-TALONARIO AT LINE 13 COL 40.
           DISPLAY "Comision de emision:" AT LINE 14 COL 10.
           COMPUTE IMP-ENT-EDIT = CENT-COMISION-TAL / 100.
           MOVE FUNCTION MOD(CENT-COMISION-TAL, 100) TO IMP-DEC-EDIT.
           DISPLAY IMP-ENT-EDIT AT LINE 14 COL 40.
           DISPLAY "," AT LINE 14 COL 47.
           DISPLAY IMP-DEC-EDIT AT LINE 14 COL 48.
           DISPLAY "EUR" AT LINE 14 COL 51.
           DISPLAY "Enter - Emitir" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-EMISION.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-EMISION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM OBTENER-SEC-TALONARIO
               THRU OBTENER-SEC-TALONARIO-FIN.

           IF CENT-COMISION-TAL > 0
               PERFORM COBRAR-COMISION-TAL
                   THRU COBRAR-COMISION-TAL-FIN
               IF MOTIVO-RECHAZO NOT = SPACES
                   PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
                   DISPLAY "Talonario no emitido" AT LINE 9 COL 30
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
                   DISPLAY MOTIVO-RECHAZO AT LINE 11 COL 20
                   DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
                   GO TO VOLVER-MENU-ENTER
               END-IF
           END-IF.

           PERFORM RESERVAR-NUMEROS THRU RESERVAR-NUMEROS-FIN.

           OPEN I-O TALONARIOS.
           IF FSTL <> 00
               GO TO PSYS-ERR.
           INITIALIZE TALONARIO-REG.
           MOVE LAST-TAL-NUM(27:9) TO TAL-NUM.
           MOVE CUENTA-BASE       TO TAL-TARJETA.
           MOVE PRIMER-CHEQUE     TO TAL-PRIMERO.
           MOVE ULTIMO-CHEQUE     TO TAL-ULTIMO.
           MOVE FECHA-HOY         TO TAL-FECHA-EMISION.
           MOVE OPERADOR-SESION   TO TAL-OPERADOR.
           MOVE 1                 TO TAL-ESTADO.
           MOVE FECHA-HOY         TO TAL-FECHA-ESTADO.
           MOVE CENT-COMISION-TAL TO TAL-CENT-COMISION.
           WRITE TALONARIO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TALONARIOS.

           PERFORM IMPRIMIR-PEDIDO THRU IMPRIMIR-PEDIDO-FIN.

           MOVE TARJETA-W TO TARJETA-USUARIO.
           MOVE "EMISION TALONARIO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Talonario emitido" AT LINE 9 COL 31.
           DISPLAY "Numero de talonario:" AT LINE 11 COL 20.
           DISPLAY TAL-NUM AT LINE 11 COL 45.
           DISPLAY "Primer cheque:" AT LINE 13 COL 20.
           DISPLAY TAL-PRIMERO AT LINE 13 COL 45.
           DISPLAY "Ultimo cheque:" AT LINE 14 COL 20.
           DISPLAY TAL-ULTIMO AT LINE 14 COL 45.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> ORDEN DE NO PAGO DE UN CHEQUE DE LA CUENTA: EL NUMERO TIENE
      *> QUE SER DE UN TALONARIO DE LA CUENTA BASE Y NO ESTAR PAGADO.
      *> UN CHEQUE DEVUELTO TAMBIEN SE PUEDE PARAR, PARA QUE NO SE
      *> PAGUE SI SE VUELVE A PRESENTAR
       PANTALLA-NO-PAGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden de no pago de un cheque" AT LINE 6 COL 26.
           DISPLAY "Enter - Ordenar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-NO-PAGO.
           INITIALIZE TARJETA-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           INITIALIZE CHEQUE-USUARIO.
           ACCEPT ACCEPT-DATOS-CHEQUE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           MOVE CHEQUE-USUARIO  TO CHEQUE-W.
           IF TARJETA-W = 0 OR DNI-USUARIO = SPACES OR CHEQUE-W = 0
               GO TO ACEPTAR-NO-PAGO.

           *> La orden se acepta aunque la tarjeta este bloqueada:
           *> es justo lo que pide quien ha perdido la cartera
           MOVE "N" TO ACTIVA-REQUERIDA-SW.
           PERFORM IDENTIFICAR-CLIENTE THRU IDENTIFICAR-CLIENTE-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-NO-PAGO.

           PERFORM BUSCAR-TALONARIO-CHEQUE
               THRU BUSCAR-TALONARIO-CHEQUE-FIN.
           IF TALONARIO-ENCONTRADO-SW = "N"
               DISPLAY "El cheque no es de esta cuenta"
                   AT LINE 16 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-NO-PAGO.

           PERFORM REGISTRAR-NO-PAGO THRU REGISTRAR-NO-PAGO-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-NO-PAGO.

           MOVE TARJETA-W TO TARJETA-USUARIO.
           MOVE "NO PAGO CHEQUE PROP" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden de no pago registrada" AT LINE 9 COL 27.
           DISPLAY "Cheque:" AT LINE 11 COL 30.
           DISPLAY CHEQUE-W AT LINE 11 COL 38.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> ANULACION DE UN TALONARIO EXTRAVIADO O ROBADO: COSA DEL
      *> SUPERVISOR. LO YA PAGADO QUEDA COMO ESTA; LO QUE SE PRESENTE
      *> DESPUES LO DEVUELVE COMPENSAR_PROPIOS COMO ORDEN DE NO PAGO
       PANTALLA-ANULACION.
           IF ROL-SESION NOT = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Funcion reservada al supervisor"
                   AT LINE 9 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Anular talonario extraviado" AT LINE 6 COL 27.
           DISPLAY "Enter - Anular" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-ANULACION.
           INITIALIZE TALONARIO-USUARIO.
           ACCEPT ACCEPT-NUM-TALONARIO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF TALONARIO-USUARIO = 0
               GO TO ACEPTAR-ANULACION.

           OPEN I-O TALONARIOS.
           IF FSTL <> 00
               GO TO PSYS-ERR.
           MOVE TALONARIO-USUARIO TO TAL-NUM.
           READ TALONARIOS INVALID KEY
               CLOSE TALONARIOS
               DISPLAY "El talonario no existe" AT LINE 12 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ANULACION.
           IF NOT TAL-ACTIVO
               CLOSE TALONARIOS
               DISPLAY "El talonario ya esta anulado"
                   AT LINE 12 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ANULACION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 2 TO TAL-ESTADO.
           MOVE FECHA-HOY TO TAL-FECHA-ESTADO.
           REWRITE TALONARIO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TALONARIOS.

           MOVE TAL-TARJETA TO TARJETA-USUARIO.
           MOVE "ANULA TALONARIO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Talonario anulado" AT LINE 9 COL 31.
           DISPLAY "Cheques del" AT LINE 11 COL 20.
           DISPLAY TAL-PRIMERO AT LINE 11 COL 32.
           DISPLAY "al" AT LINE 11 COL 43.
           DISPLAY TAL-ULTIMO AT LINE 11 COL 46.
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

      *> COMISION DE EMISION EN LA CORRIENTE DE LA CUENTA BASE, CON
      *> EL BLOQUEO DE CUENTA. SE COMPRUEBA CONTRA EL SALDO RELEIDO
      *> BAJO EL BLOQUEO (CON EL DESCUBIERTO CONCEDIDO); SI NO LLEGA,
      *> NO SE ANOTA Y EL MOTIVO QUEDA EN MOTIVO-RECHAZO
       COBRAR-COMISION-TAL.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               MOVE "Cuenta ocupada: intentelo de nuevo"
                   TO MOTIVO-RECHAZO
               GO TO COBRAR-COMISION-TAL-FIN.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           COMPUTE CENT-LIMITE-DESCUBIERTO =
               CTA-LIMITE-DESCUBIERTO * 100.
           IF (CENT-SALDO-CTA + CENT-LIMITE-DESCUBIERTO)
               < CENT-COMISION-TAL
               CLOSE CUENTAS
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               MOVE "Saldo insuficiente para la comision"
                   TO MOTIVO-RECHAZO
               GO TO COBRAR-COMISION-TAL-FIN.
           SUBTRACT CENT-COMISION-TAL FROM CENT-SALDO-CTA.

           PERFORM OBTENER-SEC-MOV THRU OBTENER-SEC-MOV-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CUENTA-BASE     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-COMISION-TAL / 100).
           MOVE FUNCTION MOD(CENT-COMISION-TAL, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-COMISION-TAL TO MOV-CONCEPTO.
           MOVE SPACES TO REFERENCIA-TAL.
           STRING "Talonario " DELIMITED BY SIZE
                  LAST-TAL-NUM(27:9) DELIMITED BY SIZE
             INTO REFERENCIA-TAL.
           MOVE REFERENCIA-TAL TO MOV-REFERENCIA.
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE 1 TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> Cuenta reescrita: se suelta el bloqueo
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.
       COBRAR-COMISION-TAL-FIN.
           EXIT.

      *> TRAMO DE NUMEROS DEL TALONARIO: LA SECUENCIA NUMCHEQUE ES
      *> UNICA PARA TODA LA CASA, ASI QUE UN NUMERO DE CHEQUE
      *> IDENTIFICA POR SI SOLO LA CUENTA Y EL TALONARIO
       RESERVAR-NUMEROS.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "NUMCHEQUE" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CHQ-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CHQ-NUM
           END-READ.
           COMPUTE PRIMER-CHEQUE = LAST-CHQ-NUM + 1.
           ADD CHEQUES-TALONARIO TO LAST-CHQ-NUM.
           MOVE LAST-CHQ-NUM(26:10) TO ULTIMO-CHEQUE.
           MOVE LAST-CHQ-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       RESERVAR-NUMEROS-FIN.
           EXIT.

       OBTENER-SEC-TALONARIO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "TALONARIO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-TAL-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-TAL-NUM
           END-READ.
           ADD 1 TO LAST-TAL-NUM.
           MOVE LAST-TAL-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       OBTENER-SEC-TALONARIO-FIN.
           EXIT.

       OBTENER-SEC-MOV.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "MOVIMIENTO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-MOV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-MOV-NUM
           END-READ.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       OBTENER-SEC-MOV-FIN.
           EXIT.

      *> BUSCA ENTRE LOS TALONARIOS DE LA CUENTA BASE EL QUE CONTIENE
      *> CHEQUE-W. SI LO ENCUENTRA DEJA SU NUMERO EN TALONARIO-CHEQUE
       BUSCAR-TALONARIO-CHEQUE.
           MOVE "N" TO TALONARIO-ENCONTRADO-SW.
           OPEN INPUT TALONARIOS.
           IF FSTL <> 00
               CLOSE TALONARIOS
               GO TO BUSCAR-TALONARIO-CHEQUE-FIN.
           MOVE CUENTA-BASE TO TAL-TARJETA.
           START TALONARIOS KEY = TAL-TARJETA
               INVALID KEY GO TO FIN-BUSCAR-TALONARIO
           END-START.

       LEER-TALONARIO-CUENTA.
           READ TALONARIOS NEXT RECORD AT END
               GO TO FIN-BUSCAR-TALONARIO.
           IF TAL-TARJETA NOT = CUENTA-BASE
               GO TO FIN-BUSCAR-TALONARIO.
           IF CHEQUE-W < TAL-PRIMERO OR CHEQUE-W > TAL-ULTIMO
               GO TO LEER-TALONARIO-CUENTA.
           MOVE "S"     TO TALONARIO-ENCONTRADO-SW.
           MOVE TAL-NUM TO TALONARIO-CHEQUE.

       FIN-BUSCAR-TALONARIO.
           CLOSE TALONARIOS.
       BUSCAR-TALONARIO-CHEQUE-FIN.
           EXIT.

      *> DEJA EL CHEQUE-W EN ORDEN DE NO PAGO EN CHEQUES_PROPIOS.UBD.
      *> UN NUMERO QUE NO ESTA EN EL FICHERO NO SE HA PRESENTADO
      *> NUNCA; SI YA ESTA PAGADO O PARADO, EL MOTIVO QUEDA EN
      *> MOTIVO-RECHAZO
       REGISTRAR-NO-PAGO.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O CHEQUES-PROPIOS.
           IF FSCP <> 00
               GO TO PSYS-ERR.
           MOVE CHEQUE-W TO CHP-CHEQUE.
           READ CHEQUES-PROPIOS INVALID KEY
               INITIALIZE CHEQUE-PROPIO-REG
               MOVE CHEQUE-W         TO CHP-CHEQUE
               MOVE CUENTA-BASE      TO CHP-TARJETA
               MOVE TALONARIO-CHEQUE TO CHP-TALONARIO
               MOVE 3                TO CHP-ESTADO
               MOVE FECHA-HOY        TO CHP-FECHA
               MOVE OPERADOR-SESION  TO CHP-OPERADOR
               WRITE CHEQUE-PROPIO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               CLOSE CHEQUES-PROPIOS
               GO TO REGISTRAR-NO-PAGO-FIN.

           IF CHP-PAGADO
               MOVE "El cheque ya esta pagado" TO MOTIVO-RECHAZO
               CLOSE CHEQUES-PROPIOS
               GO TO REGISTRAR-NO-PAGO-FIN.
           IF CHP-NO-PAGO
               MOVE "El cheque ya tiene orden de no pago"
                   TO MOTIVO-RECHAZO
               CLOSE CHEQUES-PROPIOS
               GO TO REGISTRAR-NO-PAGO-FIN.

           MOVE 3               TO CHP-ESTADO.
           MOVE FECHA-HOY       TO CHP-FECHA.
           MOVE OPERADOR-SESION TO CHP-OPERADOR.
           REWRITE CHEQUE-PROPIO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CHEQUES-PROPIOS.
       REGISTRAR-NO-PAGO-FIN.
           EXIT.

      *> TARJETA TECLEADA (TARJETA-W) Y DOCUMENTO, COMO EN
      *> GESTION_VENTANILLA: LA TARJETA TIENE QUE EXISTIR (Y ESTAR
      *> ACTIVA SI ACTIVA-REQUERIDA-SW), EL DOCUMENTO SER EL DE LA
      *> FICHA DE SU CLIENTE Y LA CUENTA BASE TENER CORRIENTE
      *> OPERATIVA. EL MOTIVO DEL RECHAZO, SI LO HAY, QUEDA EN
      *> MOTIVO-RECHAZO
       IDENTIFICAR-CLIENTE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "La tarjeta no existe" TO MOTIVO-RECHAZO
           END-READ.
           CLOSE TARJETAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO IDENTIFICAR-CLIENTE-FIN.
           IF ACTIVA-REQUERIDA-SW = "S" AND NOT TARJETA-ACTIVA
               MOVE "La tarjeta no esta activa" TO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-CLIENTE-FIN.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE TCLIENTE TO CLI-ID.
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
               MOVE "TALONARIO ID FALLO" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN
               GO TO IDENTIFICAR-CLIENTE-FIN.

           PERFORM RESOLVER-CUENTA-BASE
               THRU RESOLVER-CUENTA-BASE-FIN.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "La tarjeta no tiene cuenta corriente"
                   TO MOTIVO-RECHAZO
           END-READ.
           CLOSE CUENTAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO IDENTIFICAR-CLIENTE-FIN.
           IF CUENTA-INACTIVA
               MOVE "La cuenta esta inactiva" TO MOTIVO-RECHAZO.
       IDENTIFICAR-CLIENTE-FIN.
           EXIT.

      *> CUENTA BASE DE LA TARJETA COMO EN BANK4: SI LA TARJETA NO
      *> ESTA EN TITULARES.UBD ES LA PROPIETARIA DE SUS CUENTAS
       RESOLVER-CUENTA-BASE.
           MOVE TARJETA-W TO CUENTA-BASE.
           MOVE 1 TO ROL-TITULAR-W.
           OPEN INPUT TITULARES.
           IF FSTI <> 00
               CLOSE TITULARES
               GO TO RESOLVER-CUENTA-BASE-FIN.
           MOVE TARJETA-W TO TIT-TARJETA.
           READ TITULARES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TIT-CUENTA TO CUENTA-BASE
               MOVE TIT-ROL    TO ROL-TITULAR-W
           END-READ.
           CLOSE TITULARES.
       RESOLVER-CUENTA-BASE-FIN.
           EXIT.

      *> PEDIDO PARA LA IMPRENTA DE TALONARIOS: UNA TIRADA POR
      *> TALONARIO EN EL FICHERO DE LA IMPRESORA, COMO EL RESGUARDO
      *> DE GESTION_CHEQUES
       IMPRIMIR-PEDIDO.
           OPEN EXTEND IMPRESO.
           IF FSIM <> 00 AND FSIM <> 05
               GO TO IMPRIMIR-PEDIDO-FIN.
           MOVE 00 TO FSIM.

           MOVE SPACES TO LINEA-IMPRESO.
           MOVE "UNIZARBANK - PEDIDO DE TALONARIO" TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Talonario: " DELIMITED BY SIZE
                  TAL-NUM DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Cuenta: " DELIMITED BY SIZE
                  TAL-TARJETA DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Titular: " DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Cheques del " DELIMITED BY SIZE
                  TAL-PRIMERO DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  TAL-ULTIMO DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Emitido el " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           CLOSE IMPRESO.
       IMPRIMIR-PEDIDO-FIN.
           EXIT.

      *> TAMANO DEL TALONARIO Y COMISION DE EMISION; SI EL CUADRO DE
      *> TARIFAS DEFINE LA COMISION, MANDA SOBRE EL PARAMETRO
       LEER-PARAMETROS-TALONARIO.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-TARIFA-TALONARIO.

           MOVE "BLOQUEOSEG" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 120 TO BLOQUEO-SEG
           NOT INVALID KEY
               MOVE PARAM-VALOR TO BLOQUEO-SEG
           END-READ.

           MOVE "CHQTALONARIO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 25 TO CHEQUES-TALONARIO
           NOT INVALID KEY
               MOVE PARAM-VALOR TO CHEQUES-TALONARIO
           END-READ.
           IF CHEQUES-TALONARIO = 0
               MOVE 25 TO CHEQUES-TALONARIO.

           MOVE "COMTALONARIO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 500 TO CENT-COMISION-TAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO CENT-COMISION-TAL
           END-READ.

           CLOSE PARAMETROS.

       LEER-TARIFA-TALONARIO.
           MOVE "TALONARIO" TO TARIFA-OPERACION.
           MOVE 0           TO TARIFA-CLASE.
           MOVE 0           TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.
           IF CENT-COMISION-TARIFA > 0
               MOVE CENT-COMISION-TARIFA TO CENT-COMISION-TAL.
       LEER-PARAMETROS-TALONARIO-FIN.
           EXIT.

      *> COMISION DE TARIFA-OPERACION/TARIFA-CLASE SOBRE
      *> CENT-BASE-TARIFA (VER CALCULAR-TARIFA EN BANK10)
       CALCULAR-TARIFA.
           MOVE 0 TO CENT-COMISION-TARIFA.
           OPEN INPUT TARIFAS.
           IF FSTA <> 00
               CLOSE TARIFAS
               GO TO CALCULAR-TARIFA-FIN.
           MOVE TARIFA-OPERACION TO TAR-OPERACION.
           MOVE TARIFA-CLASE     TO TAR-CLASE.
           READ TARIFAS INVALID KEY
               MOVE 0 TO TAR-CLASE
               READ TARIFAS INVALID KEY
                   CLOSE TARIFAS
                   GO TO CALCULAR-TARIFA-FIN
               END-READ
           END-READ.
           COMPUTE CENT-COMISION-TARIFA ROUNDED = TAR-FIJO-CENT
               + (CENT-BASE-TARIFA * TAR-PCT-X10000 / 10000).
           IF CENT-COMISION-TARIFA < TAR-MIN-CENT
               MOVE TAR-MIN-CENT TO CENT-COMISION-TARIFA.
           CLOSE TARIFAS.
       CALCULAR-TARIFA-FIN.
           EXIT.

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
           DISPLAY "Talonarios - UnizarBank"
               AT LINE 2 COL 28
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
      *> NADIE EMITE TALONARIOS SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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

      *> BLOQUEO DE LA CUENTA DE BLK-TARJETA-W, IGUAL QUE EN BANK4:
      *> SI YA ESTA BLOQUEADA POR OTRO TERMINAL Y NO HA CADUCADO
      *> (BLOQUEO-SEG), LA OPERACION NO SIGUE
       ADQUIRIR-BLOQUEO.
           MOVE "N" TO BLOQUEO-OK-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O BLOQUEOS CLOSE BLOQUEOS.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               *> Sin fichero de bloqueos se sigue como siempre
               MOVE "S" TO BLOQUEO-OK-SW
               GO TO ADQUIRIR-BLOQUEO-FIN.

           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               MOVE BLK-TARJETA-W   TO BLK-TARJETA
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               WRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-WRITE
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           *> El bloqueo ya existe: nuestro propio terminal puede
           *> reentrar, y un bloqueo caducado se roba
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           COMPUTE FECHA-ABS-TMP = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE SEG-ABS-AHORA =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (HORAS * 3600) + (MINUTOS * 60) + SEGUNDOS.
           MOVE BLK-FECHA TO FECHA-ABS-TMP.
           COMPUTE SEG-ABS-BLOQUEO =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (BLK-HOR * 3600) + (BLK-MIN * 60) + BLK-SEG.

           IF (SEG-ABS-AHORA - SEG-ABS-BLOQUEO) > BLOQUEO-SEG
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               REWRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-REWRITE
               MOVE "S" TO BLOQUEO-OK-SW.

           CLOSE BLOQUEOS.
       ADQUIRIR-BLOQUEO-FIN.
           EXIT.

      *> SUELTA EL BLOQUEO DE BLK-TARJETA-W SI ES DE ESTE TERMINAL
       LIBERAR-BLOQUEO.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               DELETE BLOQUEOS RECORD INVALID KEY CONTINUE
               END-DELETE.
           CLOSE BLOQUEOS.
       LIBERAR-BLOQUEO-FIN.
           EXIT.
