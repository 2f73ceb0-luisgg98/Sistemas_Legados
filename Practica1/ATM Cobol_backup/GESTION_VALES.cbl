       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_VALES.
       *> Pantalla de sucursal de los vales regalo de espectaculos
       *> (vales.ubd), la misma pieza que el titular compra en BANK7
       *> con F4: la emision carga en el acto la cuenta corriente del
       *> cliente, da de alta el vale con su codigo unico (serie de
       *> SECUENCIAS, digitos del reloj y control modulo 97), importe
       *> y caducidad a VALECADDIAS dias, e imprime el resguardo con
       *> el codigo para entregarlo. La consulta por codigo muestra
       *> el saldo vivo y el estado. El canje contra entradas lo hace
       *> BANK7 y la caducidad mensual CADUCAR_VALES.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAL-CODIGO
           FILE STATUS IS FSVAL.

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

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

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

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD VALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vales.ubd".
       01 VALE-REG.
           02 VAL-CODIGO            PIC  9(12).
           02 VAL-TARJETA-COMPRA    PIC 9(16).
           02 VAL-CANAL             PIC  X(1).
               88 VAL-CANAL-CAJERO   VALUE "C".
               88 VAL-CANAL-SUCURSAL VALUE "S".
           02 VAL-OPERADOR          PIC  9(4).
           02 VAL-FECHA-ALTA        PIC  9(8).
           02 VAL-FECHA-CADUCIDAD   PIC  9(8).
           02 VAL-CENT-INICIAL      PIC  9(7).
           02 VAL-CENT-SALDO        PIC  9(7).
           02 VAL-FECHA-ULT-USO     PIC  9(8).
           02 VAL-ESTADO            PIC  9(1).
               88 VAL-VIVO          VALUE 1.
               88 VAL-AGOTADO       VALUE 2.
               88 VAL-CADUCADO      VALUE 3.
           02 VAL-CENT-CADUCADO     PIC  9(7).

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

       FD IMPRESO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vales_impresion.txt".
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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       77 FSVAL                     PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSIM                      PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSP                       PIC   X(2).
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
       77 EURENT-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 VALE-USUARIO BLANK WHEN ZERO PIC 9(12).
       77 EURENT-W                  PIC   9(3).

       *> Importe del vale en euros enteros, entre estos limites
       *> (los mismos que en el cajero)
       77 VALE-MIN-EUR              PIC   9(3) VALUE 10.
       77 VALE-MAX-EUR              PIC   9(3) VALUE 500.
       *> Plazo de caducidad (parametro VALECADDIAS)
       77 VALE-CAD-DIAS             PIC   9(4) VALUE 365.

       77 CENT-VALE                 PIC  S9(9).
       77 CENT-SALDO-CTA            PIC S9(11).
       77 CENT-EDITAR               PIC  S9(9).
       77 LAST-MOV-NUM              PIC  9(35).
       77 LAST-VAL-NUM              PIC  9(35).
       77 FECHA-HOY                 PIC  9(8).

       77 IMP-ENT-EDIT              PIC -ZZZZZZ9.
       77 IMP-DEC-EDIT              PIC  99.

       77 MSJ-COMPRA-VALE           PIC  X(35)
           VALUE "Compra vale regalo".
       77 REFERENCIA-VAL            PIC  X(30).

       01 CODIGO-VALE-W.
           02 VCOD-BASE             PIC  9(10).
           02 VCOD-CONTROL          PIC   9(2).
       01 CODIGO-VALE-NUM REDEFINES CODIGO-VALE-W PIC 9(12).
       01 FECHA-VISTA.
           02 ANO-VISTA             PIC   9(4).
           02 MES-VISTA             PIC   9(2).
           02 DIA-VISTA             PIC   9(2).
       01 FECHA-VISTA-NUM REDEFINES FECHA-VISTA PIC 9(8).

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

       01 ACCEPT-DATOS-EMISION.
           05 FILLER LINE 9 COL 10 VALUE "Tarjeta del cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 11 COL 10 VALUE "Importe (eur, 10-500):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 40 PIC 9(3) USING EURENT-USUARIO.

       01 ACCEPT-NUM-VALE.
           05 FILLER LINE 9 COL 10 VALUE "Codigo del vale:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 9 COL 40 PIC 9(12) USING VALE-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O VALES CLOSE VALES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "VALECADDIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO VALE-CAD-DIAS
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Vales regalo de espectaculos" AT LINE 6 COL 26.
           DISPLAY "1 - Emitir vale" AT LINE 9 COL 15.
           DISPLAY "2 - Consultar vale" AT LINE 11 COL 15.
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
               GO TO PANTALLA-CONSULTA.
           GO TO PEDIR-OPCION.

       PANTALLA-EMISION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Emision de vale regalo" AT LINE 6 COL 29.
           DISPLAY "Enter - Emitir" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-EMISION.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE EURENT-USUARIO.
           ACCEPT ACCEPT-DATOS-EMISION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.

           MOVE EURENT-USUARIO TO EURENT-W.

           IF TARJETA-USUARIO = 0
               GO TO ACEPTAR-EMISION.
           IF EURENT-W < VALE-MIN-EUR OR EURENT-W > VALE-MAX-EUR
               DISPLAY "El importe va de 10 a 500 euros"
                   AT LINE 16 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" AT LINE 16 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.
           CLOSE TARJETAS.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 16 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.
           IF NOT TARJETA-ACTIVA
               DISPLAY "La tarjeta no esta activa" AT LINE 16 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.

           COMPUTE CENT-VALE = EURENT-W * 100.

       EMITIR-VALE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           *> El cargo es inmediato, como en el cajero: el vale es
           *> dinero del cliente en poder de la casa desde que se emite
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 1               TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "El cliente no tiene cuenta corriente"
                   AT LINE 16 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           CLOSE CUENTAS.

           IF CENT-SALDO-CTA < CENT-VALE
               DISPLAY "Saldo insuficiente" AT LINE 16 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-EMISION.

           PERFORM GENERAR-CODIGO-VALE
               THRU GENERAR-CODIGO-VALE-FIN.
           COMPUTE FECHA-VISTA-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY) + VALE-CAD-DIAS).

           *> El vale se da de alta antes del cargo: si no se puede
           *> grabar, al cliente no se le cobra nada
           OPEN I-O VALES.
           IF FSVAL <> 00
               GO TO PSYS-ERR.
           MOVE CODIGO-VALE-NUM       TO VAL-CODIGO.
           MOVE TARJETA-USUARIO       TO VAL-TARJETA-COMPRA.
           MOVE "S"                   TO VAL-CANAL.
           MOVE OPERADOR-SESION       TO VAL-OPERADOR.
           MOVE FECHA-HOY             TO VAL-FECHA-ALTA.
           MOVE FECHA-VISTA-NUM       TO VAL-FECHA-CADUCIDAD.
           MOVE CENT-VALE             TO VAL-CENT-INICIAL.
           MOVE CENT-VALE             TO VAL-CENT-SALDO.
           MOVE 0                     TO VAL-FECHA-ULT-USO.
           MOVE 1                     TO VAL-ESTADO.
           MOVE 0                     TO VAL-CENT-CADUCADO.
           WRITE VALE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE VALES.

           MOVE SPACES TO REFERENCIA-VAL.
           STRING "Vale " DELIMITED BY SIZE
                  CODIGO-VALE-NUM DELIMITED BY SIZE
             INTO REFERENCIA-VAL.

           MOVE MSJ-COMPRA-VALE TO MOV-CONCEPTO.
           COMPUTE CENT-EDITAR = - CENT-VALE.
           PERFORM ANOTAR-MOV-VALE
               THRU ANOTAR-MOV-VALE-FIN.

           PERFORM IMPRIMIR-RESGUARDO
               THRU IMPRIMIR-RESGUARDO-FIN.

           MOVE "EMISION VALE REGALO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Vale regalo emitido" AT LINE 9 COL 31.
           DISPLAY "Codigo:" AT LINE 11 COL 27.
           DISPLAY CODIGO-VALE-NUM AT LINE 11 COL 35.
           DISPLAY "Valido hasta el" AT LINE 13 COL 23.
           DISPLAY DIA-VISTA AT LINE 13 COL 39.
           DISPLAY "-" AT LINE 13 COL 41.
           DISPLAY MES-VISTA AT LINE 13 COL 42.
           DISPLAY "-" AT LINE 13 COL 44.
           DISPLAY ANO-VISTA AT LINE 13 COL 45.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> CONSULTA POR CODIGO: SALDO VIVO, ESTADO Y FECHAS DEL VALE,
      *> PARA ATENDER AL CLIENTE QUE PREGUNTA CUANTO LE QUEDA
       PANTALLA-CONSULTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consulta de vale regalo" AT LINE 6 COL 29.
           DISPLAY "Enter - Consultar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CONSULTA.
           INITIALIZE VALE-USUARIO.
           ACCEPT ACCEPT-NUM-VALE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE VALE-USUARIO TO CODIGO-VALE-NUM.
           IF CODIGO-VALE-NUM = 0
               GO TO ACEPTAR-CONSULTA.

           OPEN INPUT VALES.
           IF FSVAL <> 00
               GO TO PSYS-ERR.
           MOVE CODIGO-VALE-NUM TO VAL-CODIGO.
           READ VALES INVALID KEY
               CLOSE VALES
               DISPLAY "El vale no existe" AT LINE 12 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONSULTA.
           CLOSE VALES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consulta de vale regalo" AT LINE 6 COL 29.
           DISPLAY "Codigo:" AT LINE 8 COL 15.
           DISPLAY VAL-CODIGO AT LINE 8 COL 35.
           DISPLAY "Estado:" AT LINE 9 COL 15.
           IF VAL-VIVO
               DISPLAY "Vivo" AT LINE 9 COL 35.
           IF VAL-AGOTADO
               DISPLAY "Agotado" AT LINE 9 COL 35.
           IF VAL-CADUCADO
               DISPLAY "Caducado" AT LINE 9 COL 35.

           COMPUTE IMP-ENT-EDIT = VAL-CENT-INICIAL / 100.
           MOVE FUNCTION MOD(VAL-CENT-INICIAL, 100) TO IMP-DEC-EDIT.
           DISPLAY "Importe inicial:" AT LINE 11 COL 15.
           DISPLAY IMP-ENT-EDIT AT LINE 11 COL 35.
           DISPLAY "," AT LINE 11 COL 43.
           DISPLAY IMP-DEC-EDIT AT LINE 11 COL 44.
           DISPLAY "EUR" AT LINE 11 COL 47.

           COMPUTE IMP-ENT-EDIT = VAL-CENT-SALDO / 100.
           MOVE FUNCTION MOD(VAL-CENT-SALDO, 100) TO IMP-DEC-EDIT.
           DISPLAY "Saldo disponible:" AT LINE 12 COL 15.
           DISPLAY IMP-ENT-EDIT AT LINE 12 COL 35.
           DISPLAY "," AT LINE 12 COL 43.
           DISPLAY IMP-DEC-EDIT AT LINE 12 COL 44.
           DISPLAY "EUR" AT LINE 12 COL 47.

           MOVE VAL-FECHA-ALTA TO FECHA-VISTA-NUM.
           DISPLAY "Fecha de emision:" AT LINE 14 COL 15.
           DISPLAY DIA-VISTA AT LINE 14 COL 35.
           DISPLAY "-" AT LINE 14 COL 37.
           DISPLAY MES-VISTA AT LINE 14 COL 38.
           DISPLAY "-" AT LINE 14 COL 40.
           DISPLAY ANO-VISTA AT LINE 14 COL 41.

           MOVE VAL-FECHA-CADUCIDAD TO FECHA-VISTA-NUM.
           DISPLAY "Caduca el:" AT LINE 15 COL 15.
           DISPLAY DIA-VISTA AT LINE 15 COL 35.
           DISPLAY "-" AT LINE 15 COL 37.
           DISPLAY MES-VISTA AT LINE 15 COL 38.
           DISPLAY "-" AT LINE 15 COL 40.
           DISPLAY ANO-VISTA AT LINE 15 COL 41.

           IF VAL-FECHA-ULT-USO > 0
               MOVE VAL-FECHA-ULT-USO TO FECHA-VISTA-NUM
               DISPLAY "Ultimo canje:" AT LINE 16 COL 15
               DISPLAY DIA-VISTA AT LINE 16 COL 35
               DISPLAY "-" AT LINE 16 COL 37
               DISPLAY MES-VISTA AT LINE 16 COL 38
               DISPLAY "-" AT LINE 16 COL 40
               DISPLAY ANO-VISTA AT LINE 16 COL 41
           END-IF.

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

      *> ANOTA EN LA CUENTA CORRIENTE DE LA TARJETA EL IMPORTE (CON
      *> SIGNO) DE CENT-EDITAR, CON EL CONCEPTO YA CARGADO EN
      *> MOV-CONCEPTO Y LA REFERENCIA DEL VALE
       ANOTAR-MOV-VALE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           *> Nadie mas toca la cuenta mientras se anota el
           *> apunte (ver BANK4): sin el bloqueo, dos pantallas a
           *> la vez se pisan el REWRITE
           MOVE TARJETA-USUARIO TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               GO TO PSYS-ERR.


           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 1               TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           ADD CENT-EDITAR TO CENT-SALDO-CTA.

           PERFORM OBTENER-SEC-MOV THRU OBTENER-SEC-MOV-FIN.

           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-USUARIO TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           IF CENT-EDITAR < 0
               COMPUTE MOV-IMPORTE-ENT =
                   - (FUNCTION ABS(CENT-EDITAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-EDITAR / 100)
               MOVE FUNCTION MOD(CENT-EDITAR, 100)
                   TO MOV-IMPORTE-DEC
           END-IF.
           MOVE REFERENCIA-VAL TO MOV-REFERENCIA.
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(
                   FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE 1 TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> Cuenta reescrita: se suelta el bloqueo
           MOVE TARJETA-USUARIO TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.
       ANOTAR-MOV-VALE-FIN.
           EXIT.

      *> RESGUARDO IMPRESO DE LA EMISION, COMO EL DE LOS CHEQUES
      *> BANCARIOS: EL CLIENTE SE LLEVA EL CODIGO PARA REGALARLO
       IMPRIMIR-RESGUARDO.
           OPEN EXTEND IMPRESO.
           IF FSIM <> 00 AND FSIM <> 05
               GO TO IMPRIMIR-RESGUARDO-FIN.
           MOVE 00 TO FSIM.

           MOVE SPACES TO LINEA-IMPRESO.
           MOVE "UNIZARBANK - VALE REGALO" TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Codigo del vale: " DELIMITED BY SIZE
                  VAL-CODIGO DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           COMPUTE IMP-ENT-EDIT = VAL-CENT-INICIAL / 100.
           MOVE FUNCTION MOD(VAL-CENT-INICIAL, 100) TO IMP-DEC-EDIT.
           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Importe: " DELIMITED BY SIZE
                  IMP-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMP-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
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
           STRING "Valido hasta el " DELIMITED BY SIZE
                  DIA-VISTA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES-VISTA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO-VISTA DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           CLOSE IMPRESO.
       IMPRIMIR-RESGUARDO-FIN.
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

      *> CODIGO DEL VALE: SERIE DE SECUENCIAS ("VALE"), CUATRO
      *> DIGITOS DEL RELOJ PARA QUE NO SE PUEDA ADIVINAR EL SIGUIENTE
      *> Y DOS DE CONTROL (MODULO 97 DE LOS DIEZ ANTERIORES)
       GENERAR-CODIGO-VALE.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO PSYS-ERR.
           MOVE "VALE" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-VAL-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-VAL-NUM
           END-READ.
           ADD 1 TO LAST-VAL-NUM.
           MOVE LAST-VAL-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           COMPUTE VCOD-BASE = (FUNCTION MOD(LAST-VAL-NUM, 1000000)
               * 10000) + (SEGUNDOS * 100) + MILISEGUNDOS.
           MOVE FUNCTION MOD(VCOD-BASE, 97) TO VCOD-CONTROL.
       GENERAR-CODIGO-VALE-FIN.
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
           DISPLAY "Vales regalo - UnizarBank"
               AT LINE 2 COL 26
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
      *> NADIE EMITE VALES SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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
