       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_ANTICIPOS.
       *> Pantalla de sucursal de los anticipos a promotores de
       *> espectaculos (anticipos.ubd): el supervisor concede al
       *> promotor de promotores.ubd un adelanto sobre la venta de
       *> un espectaculo o de una produccion entera, con tope en un
       *> porcentaje (parametro ANTICIPOPCT) de la venta neta a la
       *> fecha (entradas vendidas menos la comision de la casa)
       *> descontando los anticipos aun vivos sobre lo mismo. El
       *> pago, menos la comision de anticipo (ANTICIPOCOM, en
       *> x10000), sale al IBAN del promotor por transfext.ubd como
       *> la liquidacion. LIQUIDAR_ESPECTACULOS recupera el anticipo
       *> antes de pagar, REEMBOLSAR_ESPECTACULO lo deja a cobrar si
       *> el espectaculo se cancela, e INFORME_ANTICIPOS da el riesgo
       *> vivo por promotor. La consulta por numero muestra su estado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUM
           FILE STATUS IS FSANT.

           SELECT OPTIONAL PROMOTORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-ID
           FILE STATUS IS FSPR.

           SELECT OPTIONAL F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSEN.

           SELECT OPTIONAL SESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-ESPECT
           FILE STATUS IS FSSES.

           SELECT OPTIONAL PRODUCCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-NUM
           FILE STATUS IS FSPRD.

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

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

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD ANTICIPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos.ubd".
       01 ANTICIPO-REG.
           02 ANT-NUM               PIC  9(9).
           02 ANT-PROMOTOR          PIC  9(4).
           *> Contra un espectaculo suelto o contra una produccion
           *> entera (ver GESTION_PRODUCCIONES): el otro va a cero
           02 ANT-ESPECT            PIC  9(4).
           02 ANT-PRODUCCION        PIC  9(4).
           02 ANT-FECHA             PIC  9(8).
           *> Importe anticipado, que es lo que se recupera en la
           *> liquidacion; la comision se descuenta del pago
           02 ANT-CENT              PIC  9(9).
           02 ANT-CENT-COMISION     PIC  9(9).
           02 ANT-CENT-RECUPERADO   PIC  9(9).
           02 ANT-ESTADO            PIC  9(1).
               88 ANT-PENDIENTE     VALUE 1.
               88 ANT-RECUPERADO    VALUE 2.
               88 ANT-A-COBRAR      VALUE 3.
           02 ANT-FECHA-ESTADO      PIC  9(8).
           02 ANT-OPERADOR          PIC  9(4).

       FD PROMOTORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotores.ubd".
       01 PROMOTOR-REG.
           02 PRO-ID                PIC  9(4).
           02 PRO-NOMBRE            PIC X(30).
           02 PRO-IBAN              PIC X(24).
           02 PRO-COMISION-X10000   PIC  9(4).

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
       01 ESPECTACULO-REG.
           02 ESP-NUM               PIC   9(4).
           02 ESP-ANO               PIC   9(4).
           02 ESP-MES               PIC   9(2).
           02 ESP-DIA               PIC   9(2).
           02 ESP-HOR               PIC   9(2).
           02 ESP-MIN               PIC   9(2).
           02 ESP-DESCR             PIC  X(40).
           02 ESP-DISP              PIC   9(7).
           02 ESP-PRECIO-ENT        PIC   9(4).
           02 ESP-PRECIO-DEC        PIC   9(2).
           02 ESP-ESTADO            PIC   9(1).
               88 ESP-ACTIVO        VALUES 0 1.
               88 ESP-CANCELADO     VALUE 2.
               88 ESP-REEMBOLSADO   VALUE 3.
               88 ESP-LIQUIDADO     VALUE 4.
           02 ESP-PROMOTOR          PIC   9(4).
           02 ESP-ZONA OCCURS 3 TIMES.
               03 ESP-ZONA-DESCR    PIC  X(10).
               03 ESP-ZONA-DISP     PIC   9(7).
               03 ESP-ZONA-PRECIO-ENT PIC 9(4).
               03 ESP-ZONA-PRECIO-DEC PIC 9(2).

       FD ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADA-REG.
           02 ENT-NUM               PIC  9(9).
           02 ENT-ESPECT            PIC  9(4).
           02 ENT-ZONA              PIC  9(1).
           02 ENT-TARJETA           PIC 9(16).
           02 ENT-MOV-NUM           PIC 9(35).
           02 ENT-ANO               PIC  9(4).
           02 ENT-MES               PIC  9(2).
           02 ENT-DIA               PIC  9(2).
           02 ENT-PRECIO-ENT        PIC  9(4).
           02 ENT-PRECIO-DEC        PIC  9(2).
           02 ENT-ESTADO            PIC  9(1).
               88 ENT-VENDIDA       VALUE 1.
               88 ENT-CANJEADA      VALUE 2.
               88 ENT-ANULADA       VALUE 3.
           02 ENT-CANJE-FECHA       PIC  9(8).
           02 ENT-CANJE-HOR         PIC  9(2).
           02 ENT-CANJE-MIN         PIC  9(2).
           02 ENT-TARJETA-ANT       PIC 9(16).
           02 ENT-CESION-FECHA      PIC  9(8).

       FD SESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sesiones.ubd".
       01 SESION-REG.
           02 SES-ESPECT            PIC  9(4).
           02 SES-PRODUCCION        PIC  9(4).

       FD PRODUCCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "producciones.ubd".
       01 PRODUCCION-REG.
           02 PRD-NUM               PIC  9(4).
           02 PRD-DESCR             PIC X(40).
           02 PRD-PROMOTOR          PIC  9(4).
           02 PRD-PRECIO-ENT        PIC  9(4).
           02 PRD-PRECIO-DEC        PIC  9(2).

       FD TRANSFEXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext.ubd".
       01 TRANSFEXT-REG.
           02 TEXT-NUM              PIC  9(35).
           02 TEXT-TARJETA-ORD      PIC  9(16).
           02 TEXT-IBAN-DST         PIC  X(24).
           02 TEXT-NOMBRE-DST       PIC  X(30).
           02 TEXT-ANO              PIC   9(4).
           02 TEXT-MES              PIC   9(2).
           02 TEXT-DIA              PIC   9(2).
           02 TEXT-IMPORTE-ENT      PIC  S9(7).
           02 TEXT-IMPORTE-DEC      PIC   9(2).
           02 TEXT-REFERENCIA       PIC  X(30).
           02 TEXT-ESTADO           PIC   9(1).
               88 TEXT-PENDIENTE    VALUE 1.
               88 TEXT-ENVIADA      VALUE 2.
               88 TEXT-LIQUIDADA    VALUE 3.
               88 TEXT-RECHAZADA    VALUE 4.
               88 TEXT-DEVUELTA     VALUE 5.
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSANT                     PIC   X(2).
       77 FSPR                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSEN                      PIC   X(2).
       77 FSSES                     PIC   X(2).
       77 FSPRD                     PIC   X(2).
       77 FSTX                      PIC   X(2).
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
       77 PROMOTOR-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 ESPECT-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 PRODUCCION-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 EURENT-USUARIO BLANK WHEN ZERO PIC 9(7).
       77 ANTICIPO-USUARIO BLANK WHEN ZERO PIC 9(9).
       77 PROMOTOR-W                PIC   9(4).
       77 ESPECT-W                  PIC   9(4).
       77 PRODUCCION-W              PIC   9(4).
       77 EURENT-W                  PIC   9(7).
       77 ANTICIPO-W                PIC   9(9).

       *> Tope del anticipo sobre la venta neta a la fecha, en
       *> porcentaje (parametro ANTICIPOPCT), y comision del
       *> anticipo en x10000 (parametro ANTICIPOCOM, 0150=1,5%)
       77 ANTICIPO-PCT              PIC   9(3) VALUE 50.
       77 ANTICIPO-COM-X10000       PIC   9(4) VALUE 150.

       77 CENT-BRUTO                PIC  9(11).
       77 CENT-COMISION-VENTA       PIC  9(11).
       77 CENT-NETO-VENTA           PIC S9(11).
       77 CENT-TOPE                 PIC S9(11).
       77 CENT-VIVO                 PIC S9(11).
       77 CENT-DISPONIBLE           PIC S9(11).
       77 CENT-ANTICIPO             PIC  9(9).
       77 CENT-COMISION-ANT         PIC  9(9).
       77 CENT-PAGO                 PIC  9(9).
       77 CENT-EDITAR               PIC S9(11).
       77 EN-AMBITO-SW              PIC  X(1).
       77 FECHA-HOY                 PIC  9(8).
       77 FECHA-ESP                 PIC  9(8).
       77 LAST-ANT-NUM              PIC  9(35).
       77 LAST-TEXT-NUM             PIC  9(35).
       77 REFERENCIA-ANT            PIC  X(30).

       77 IMP-ENT-EDIT              PIC -ZZZZZZZZ9.
       77 IMP-DEC-EDIT              PIC  99.

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

       01 ACCEPT-DATOS-ANTICIPO.
           05 FILLER LINE 8 COL 10 VALUE "Promotor:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 45 PIC 9(4) USING PROMOTOR-USUARIO.
           05 FILLER LINE 10 COL 10
               VALUE "Espectaculo (0 = por produccion):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 45 PIC 9(4) USING ESPECT-USUARIO.
           05 FILLER LINE 12 COL 10
               VALUE "Produccion (0 = espectaculo):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 45 PIC 9(4) USING PRODUCCION-USUARIO.
           05 FILLER LINE 14 COL 10 VALUE "Importe (eur):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 14 COL 45 PIC 9(7) USING EURENT-USUARIO.

       01 ACCEPT-NUM-ANTICIPO.
           05 FILLER LINE 9 COL 10 VALUE "Numero de anticipo:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 9 COL 40 PIC 9(9) USING ANTICIPO-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O ANTICIPOS CLOSE ANTICIPOS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "ANTICIPOPCT" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO ANTICIPO-PCT
               END-READ
               MOVE "ANTICIPOCOM" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO ANTICIPO-COM-X10000
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Anticipos a promotores" AT LINE 6 COL 29.
           DISPLAY "1 - Conceder anticipo (supervisor)"
               AT LINE 9 COL 15.
           DISPLAY "2 - Consultar anticipo" AT LINE 11 COL 15.
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
               GO TO PANTALLA-CONCESION.
           IF OPCION-MENU = 2
               GO TO PANTALLA-CONSULTA.
           GO TO PEDIR-OPCION.

      *> CONCESION: SOLO EL SUPERVISOR ADELANTA DINERO DE LA CASA
      *> ANTES DE QUE SE CELEBRE LA FUNCION
       PANTALLA-CONCESION.
           IF ROL-SESION NOT = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Funcion reservada al supervisor"
                   AT LINE 9 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Concesion de anticipo" AT LINE 6 COL 29.
           DISPLAY "Enter - Calcular" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CONCESION.
           INITIALIZE PROMOTOR-USUARIO.
           INITIALIZE ESPECT-USUARIO.
           INITIALIZE PRODUCCION-USUARIO.
           INITIALIZE EURENT-USUARIO.
           ACCEPT ACCEPT-DATOS-ANTICIPO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.

           MOVE PROMOTOR-USUARIO   TO PROMOTOR-W.
           MOVE ESPECT-USUARIO     TO ESPECT-W.
           MOVE PRODUCCION-USUARIO TO PRODUCCION-W.
           MOVE EURENT-USUARIO     TO EURENT-W.

           IF PROMOTOR-W = 0 OR EURENT-W = 0
               GO TO ACEPTAR-CONCESION.
           *> O un espectaculo o una produccion, nunca los dos
           IF (ESPECT-W = 0 AND PRODUCCION-W = 0)
               OR (ESPECT-W NOT = 0 AND PRODUCCION-W NOT = 0)
               DISPLAY "Indique espectaculo o produccion, no ambos"
                   AT LINE 17 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.

           OPEN INPUT PROMOTORES.
           IF FSPR <> 00
               GO TO PSYS-ERR.
           MOVE PROMOTOR-W TO PRO-ID.
           READ PROMOTORES INVALID KEY
               CLOSE PROMOTORES
               DISPLAY "El promotor no existe" AT LINE 17 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.
           CLOSE PROMOTORES.
           IF PRO-IBAN = SPACES
               DISPLAY "El promotor no tiene IBAN de abono"
                   AT LINE 17 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           IF ESPECT-W NOT = 0
               GO TO COMPROBAR-ESPECTACULO.

           OPEN INPUT PRODUCCIONES.
           IF FSPRD <> 00
               GO TO PSYS-ERR.
           MOVE PRODUCCION-W TO PRD-NUM.
           READ PRODUCCIONES INVALID KEY
               CLOSE PRODUCCIONES
               DISPLAY "La produccion no existe" AT LINE 17 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.
           CLOSE PRODUCCIONES.
           IF PRD-PROMOTOR NOT = PROMOTOR-W
               DISPLAY "La produccion es de otro promotor"
                   AT LINE 17 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.
           GO TO CALCULAR-TOPE.

       COMPROBAR-ESPECTACULO.
           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.
           MOVE ESPECT-W TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               CLOSE F-ESPECTACULOS
               DISPLAY "El espectaculo no existe" AT LINE 17 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.
           CLOSE F-ESPECTACULOS.
           IF ESP-PROMOTOR NOT = PROMOTOR-W
               DISPLAY "El espectaculo es de otro promotor"
                   AT LINE 17 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.
           *> Solo antes de la funcion: despues ya toca liquidar
           COMPUTE FECHA-ESP = (ESP-ANO * 10000) + (ESP-MES * 100)
                             + ESP-DIA.
           IF NOT ESP-ACTIVO OR FECHA-ESP < FECHA-HOY
               DISPLAY "Espectaculo celebrado, cancelado o liquidado"
                   AT LINE 17 COL 18
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONCESION.

      *> TOPE: EL PORCENTAJE DE LA VENTA NETA A LA FECHA, MENOS LO
      *> QUE YA ESTA ANTICIPADO Y SIN RECUPERAR SOBRE LO MISMO
       CALCULAR-TOPE.
           PERFORM CALCULAR-VENTA-NETA
               THRU CALCULAR-VENTA-NETA-FIN.
           PERFORM SUMAR-ANTICIPOS-VIVOS
               THRU SUMAR-ANTICIPOS-VIVOS-FIN.

           COMPUTE CENT-TOPE = (CENT-NETO-VENTA * ANTICIPO-PCT) / 100.
           COMPUTE CENT-DISPONIBLE = CENT-TOPE - CENT-VIVO.
           IF CENT-DISPONIBLE < 0
               MOVE 0 TO CENT-DISPONIBLE.

           COMPUTE CENT-ANTICIPO = EURENT-W * 100.
           COMPUTE CENT-COMISION-ANT ROUNDED =
               (CENT-ANTICIPO * ANTICIPO-COM-X10000) / 10000.
           COMPUTE CENT-PAGO = CENT-ANTICIPO - CENT-COMISION-ANT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Concesion de anticipo" AT LINE 6 COL 29.
           DISPLAY "Promotor:" AT LINE 8 COL 10.
           DISPLAY PRO-NOMBRE AT LINE 8 COL 35.

           MOVE CENT-NETO-VENTA TO CENT-EDITAR.
           DISPLAY "Venta neta a la fecha:" AT LINE 10 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 10 COL 35.
           DISPLAY "," AT LINE 10 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 10 COL 46.

           MOVE CENT-VIVO TO CENT-EDITAR.
           DISPLAY "Anticipado sin recuperar:" AT LINE 11 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 11 COL 35.
           DISPLAY "," AT LINE 11 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 11 COL 46.

           MOVE CENT-DISPONIBLE TO CENT-EDITAR.
           DISPLAY "Maximo anticipable:" AT LINE 12 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 12 COL 35.
           DISPLAY "," AT LINE 12 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 12 COL 46.

           IF CENT-ANTICIPO > CENT-DISPONIBLE
               DISPLAY "El importe supera el maximo anticipable"
                   AT LINE 16 COL 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           MOVE CENT-COMISION-ANT TO CENT-EDITAR.
           DISPLAY "Comision de anticipo:" AT LINE 13 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 13 COL 35.
           DISPLAY "," AT LINE 13 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 13 COL 46.

           MOVE CENT-PAGO TO CENT-EDITAR.
           DISPLAY "Se transfiere al promotor:" AT LINE 14 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 14 COL 35.
           DISPLAY "," AT LINE 14 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 14 COL 46.

           DISPLAY "Enter - Conceder" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 62.

       CONFIRMAR-CONCESION.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PANTALLA-MENU
               END-IF
           END-ACCEPT.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-CONCESION.

       CONCEDER-ANTICIPO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "ANTICIPO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-ANT-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-ANT-NUM
           END-READ.
           ADD 1 TO LAST-ANT-NUM.
           MOVE LAST-ANT-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O ANTICIPOS.
           IF FSANT <> 00
               GO TO PSYS-ERR.
           MOVE LAST-ANT-NUM      TO ANT-NUM.
           MOVE PROMOTOR-W        TO ANT-PROMOTOR.
           MOVE ESPECT-W          TO ANT-ESPECT.
           MOVE PRODUCCION-W      TO ANT-PRODUCCION.
           MOVE FECHA-HOY         TO ANT-FECHA.
           MOVE CENT-ANTICIPO     TO ANT-CENT.
           MOVE CENT-COMISION-ANT TO ANT-CENT-COMISION.
           MOVE 0                 TO ANT-CENT-RECUPERADO.
           MOVE 1                 TO ANT-ESTADO.
           MOVE FECHA-HOY         TO ANT-FECHA-ESTADO.
           MOVE OPERADOR-SESION   TO ANT-OPERADOR.
           WRITE ANTICIPO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ANTICIPOS.

           MOVE SPACES TO REFERENCIA-ANT.
           IF ESPECT-W NOT = 0
               STRING "Anticipo espect. " DELIMITED BY SIZE
                      ESPECT-W DELIMITED BY SIZE
                 INTO REFERENCIA-ANT
           ELSE
               STRING "Anticipo produccion " DELIMITED BY SIZE
                      PRODUCCION-W DELIMITED BY SIZE
                 INTO REFERENCIA-ANT
           END-IF.

           IF CENT-PAGO > 0
               PERFORM ENCOLAR-PAGO THRU ENCOLAR-PAGO-FIN.

           MOVE "ANTICIPO PROMOTOR" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Anticipo concedido" AT LINE 9 COL 31.
           DISPLAY "Numero de anticipo:" AT LINE 11 COL 22.
           DISPLAY ANT-NUM AT LINE 11 COL 42.
           DISPLAY "Transferencia encolada al IBAN del promotor"
               AT LINE 13 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> CONSULTA POR NUMERO: IMPORTE, COMISION, LO RECUPERADO EN
      *> LIQUIDACION Y LO QUE QUEDA VIVO
       PANTALLA-CONSULTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consulta de anticipo" AT LINE 6 COL 30.
           DISPLAY "Enter - Consultar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CONSULTA.
           INITIALIZE ANTICIPO-USUARIO.
           ACCEPT ACCEPT-NUM-ANTICIPO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE ANTICIPO-USUARIO TO ANTICIPO-W.
           IF ANTICIPO-W = 0
               GO TO ACEPTAR-CONSULTA.

           OPEN INPUT ANTICIPOS.
           IF FSANT <> 00
               GO TO PSYS-ERR.
           MOVE ANTICIPO-W TO ANT-NUM.
           READ ANTICIPOS INVALID KEY
               CLOSE ANTICIPOS
               DISPLAY "El anticipo no existe" AT LINE 12 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONSULTA.
           CLOSE ANTICIPOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consulta de anticipo" AT LINE 6 COL 30.
           DISPLAY "Anticipo:" AT LINE 8 COL 10.
           DISPLAY ANT-NUM AT LINE 8 COL 35.
           DISPLAY "Promotor:" AT LINE 9 COL 10.
           DISPLAY ANT-PROMOTOR AT LINE 9 COL 35.
           IF ANT-ESPECT NOT = 0
               DISPLAY "Espectaculo:" AT LINE 10 COL 10
               DISPLAY ANT-ESPECT AT LINE 10 COL 35
           ELSE
               DISPLAY "Produccion:" AT LINE 10 COL 10
               DISPLAY ANT-PRODUCCION AT LINE 10 COL 35
           END-IF.
           DISPLAY "Estado:" AT LINE 11 COL 10.
           IF ANT-PENDIENTE
               DISPLAY "Pendiente de recuperar" AT LINE 11 COL 35.
           IF ANT-RECUPERADO
               DISPLAY "Recuperado" AT LINE 11 COL 35.
           IF ANT-A-COBRAR
               DISPLAY "A cobrar al promotor" AT LINE 11 COL 35.

           MOVE ANT-CENT TO CENT-EDITAR.
           DISPLAY "Importe anticipado:" AT LINE 13 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 13 COL 35.
           DISPLAY "," AT LINE 13 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 13 COL 46.

           MOVE ANT-CENT-COMISION TO CENT-EDITAR.
           DISPLAY "Comision cobrada:" AT LINE 14 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 14 COL 35.
           DISPLAY "," AT LINE 14 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 14 COL 46.

           MOVE ANT-CENT-RECUPERADO TO CENT-EDITAR.
           DISPLAY "Recuperado en liquidacion:" AT LINE 15 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 15 COL 35.
           DISPLAY "," AT LINE 15 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 15 COL 46.

           COMPUTE CENT-EDITAR = ANT-CENT - ANT-CENT-RECUPERADO.
           DISPLAY "Pendiente:" AT LINE 16 COL 10.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 16 COL 35.
           DISPLAY "," AT LINE 16 COL 45.
           DISPLAY IMP-DEC-EDIT AT LINE 16 COL 46.

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

      *> VENTA NETA A LA FECHA DEL ESPECTACULO (ESPECT-W) O DE TODAS
      *> LAS SESIONES AUN SIN LIQUIDAR DE LA PRODUCCION
      *> (PRODUCCION-W): ENTRADAS NO ANULADAS MENOS LA COMISION DE LA
      *> CASA DEL MAESTRO DEL PROMOTOR, COMO EN LIQUIDAR_ESPECTACULOS
       CALCULAR-VENTA-NETA.
           MOVE 0 TO CENT-BRUTO.
           MOVE 0 TO CENT-NETO-VENTA.

           OPEN INPUT ENTRADAS.
           IF FSEN <> 00
               CLOSE ENTRADAS
               GO TO CALCULAR-VENTA-NETA-FIN.
           OPEN INPUT SESIONES.
           OPEN INPUT F-ESPECTACULOS.
           IF PRODUCCION-W NOT = 0
               AND (FSSES <> 00 OR FSE <> 00)
               GO TO CIERRE-ENTRADAS-VENTA.

       LEER-ENTRADA-VENTA.
           READ ENTRADAS NEXT RECORD AT END
               GO TO CIERRE-ENTRADAS-VENTA.
           IF ENT-ANULADA
               GO TO LEER-ENTRADA-VENTA.

           MOVE "N" TO EN-AMBITO-SW.
           IF ESPECT-W NOT = 0
               IF ENT-ESPECT = ESPECT-W
                   MOVE "S" TO EN-AMBITO-SW
               END-IF
           ELSE
               PERFORM ENTRADA-EN-PRODUCCION
                   THRU ENTRADA-EN-PRODUCCION-FIN
           END-IF.
           IF EN-AMBITO-SW = "N"
               GO TO LEER-ENTRADA-VENTA.

           COMPUTE CENT-BRUTO = CENT-BRUTO
               + (ENT-PRECIO-ENT * 100) + ENT-PRECIO-DEC.
           GO TO LEER-ENTRADA-VENTA.

       CIERRE-ENTRADAS-VENTA.
           CLOSE ENTRADAS.
           CLOSE SESIONES.
           CLOSE F-ESPECTACULOS.

           COMPUTE CENT-COMISION-VENTA ROUNDED =
               (CENT-BRUTO * PRO-COMISION-X10000) / 10000.
           COMPUTE CENT-NETO-VENTA = CENT-BRUTO - CENT-COMISION-VENTA.
           IF CENT-NETO-VENTA < 0
               MOVE 0 TO CENT-NETO-VENTA.
       CALCULAR-VENTA-NETA-FIN.
           EXIT.

      *> LA ENTRADA EN CURSO CUENTA PARA LA PRODUCCION SI SU SESION
      *> ES DE ELLA (sesiones.ubd) Y AUN NO SE HA LIQUIDADO NI
      *> CANCELADO: LO YA LIQUIDADO SE LE PAGO AL PROMOTOR
       ENTRADA-EN-PRODUCCION.
           MOVE ENT-ESPECT TO SES-ESPECT.
           READ SESIONES INVALID KEY
               GO TO ENTRADA-EN-PRODUCCION-FIN.
           IF SES-PRODUCCION NOT = PRODUCCION-W
               GO TO ENTRADA-EN-PRODUCCION-FIN.
           MOVE ENT-ESPECT TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               GO TO ENTRADA-EN-PRODUCCION-FIN.
           IF ESP-ACTIVO
               MOVE "S" TO EN-AMBITO-SW.
       ENTRADA-EN-PRODUCCION-FIN.
           EXIT.

      *> LO ANTICIPADO Y AUN NO RECUPERADO SOBRE EL MISMO
      *> ESPECTACULO O LA MISMA PRODUCCION
       SUMAR-ANTICIPOS-VIVOS.
           MOVE 0 TO CENT-VIVO.
           OPEN INPUT ANTICIPOS.
           IF FSANT <> 00
               CLOSE ANTICIPOS
               GO TO SUMAR-ANTICIPOS-VIVOS-FIN.

       LEER-ANTICIPO-VIVO.
           READ ANTICIPOS NEXT RECORD AT END
               CLOSE ANTICIPOS
               GO TO SUMAR-ANTICIPOS-VIVOS-FIN.
           IF NOT ANT-PENDIENTE
               GO TO LEER-ANTICIPO-VIVO.
           IF ANT-ESPECT = ESPECT-W AND ANT-PRODUCCION = PRODUCCION-W
               COMPUTE CENT-VIVO = CENT-VIVO
                   + ANT-CENT - ANT-CENT-RECUPERADO.
           GO TO LEER-ANTICIPO-VIVO.
       SUMAR-ANTICIPOS-VIVOS-FIN.
           EXIT.

      *> PASA CENT-EDITAR (CENTIMOS, CON SIGNO) A EUROS Y CENTIMOS
      *> EDITADOS PARA PANTALLA
       PINTAR-IMPORTE.
           IF CENT-EDITAR < 0
               COMPUTE IMP-ENT-EDIT = - (FUNCTION ABS(CENT-EDITAR)
                   / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO IMP-DEC-EDIT
           ELSE
               COMPUTE IMP-ENT-EDIT = CENT-EDITAR / 100
               MOVE FUNCTION MOD(CENT-EDITAR, 100) TO IMP-DEC-EDIT
           END-IF.
       PINTAR-IMPORTE-FIN.
           EXIT.

      *> ENCOLA EL PAGO DEL ANTICIPO AL PROMOTOR POR LA VIA DE SALIDA
      *> INTERBANCARIA (TRANSFEXT), IGUAL QUE LA LIQUIDACION
       ENCOLAR-PAGO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "TRANSFEXT" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-TEXT-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-TEXT-NUM
           END-READ.
           ADD 1 TO LAST-TEXT-NUM.
           MOVE LAST-TEXT-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O TRANSFEXT CLOSE TRANSFEXT.
           OPEN I-O TRANSFEXT.
           IF FSTX <> 00
               GO TO PSYS-ERR.
           MOVE LAST-TEXT-NUM TO TEXT-NUM.
           MOVE 0             TO TEXT-TARJETA-ORD.
           MOVE PRO-IBAN      TO TEXT-IBAN-DST.
           MOVE PRO-NOMBRE    TO TEXT-NOMBRE-DST.
           MOVE ANO           TO TEXT-ANO.
           MOVE MES           TO TEXT-MES.
           MOVE DIA           TO TEXT-DIA.
           COMPUTE TEXT-IMPORTE-ENT = (CENT-PAGO / 100).
           MOVE FUNCTION MOD(CENT-PAGO, 100) TO TEXT-IMPORTE-DEC.
           MOVE REFERENCIA-ANT TO TEXT-REFERENCIA.
           MOVE 1             TO TEXT-ESTADO.
           MOVE 0             TO TEXT-FECHA-ENVIO.
           MOVE 0             TO TEXT-FECHA-LIQUID.
           WRITE TRANSFEXT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFEXT.
       ENCOLAR-PAGO-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Anticipos a promotores - UnizarBank"
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
      *> NADIE ANTICIPA DINERO SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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
           MOVE 0            TO SEG-TARJETA.
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
