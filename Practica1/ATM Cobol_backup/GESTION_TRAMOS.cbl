       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_TRAMOS.
       *> Pantalla de sucursal para los tramos de precio por demanda
       *> (tramos_precio.ubd): por espectaculo y zona (zona 0 para los
       *> espectaculos sin zonas), el aforo de referencia, un precio
       *> de venta anticipada opcional hasta una fecha y hasta tres
       *> escalones que suben el precio base de la zona un porcentaje
       *> en cuanto se ha vendido un porcentaje dado del aforo. BANK7
       *> cobra cada entrada al tramo vigente en el momento de la
       *> compra y deja el tramo aplicado en entradas_tramo.ubd;
       *> INFORME_ESPECTACULOS y LIQUIDAR_ESPECTACULOS desglosan la
       *> recaudacion por tramo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAMOS-PRECIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRP-CLAVE
           FILE STATUS IS FSTRP.

           SELECT F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSEN.

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
       FD TRAMOS-PRECIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tramos_precio.ubd".
       01 TRAMO-PRECIO-REG.
           02 TRP-CLAVE.
               03 TRP-ESPECT        PIC  9(4).
               03 TRP-ZONA          PIC  9(1).
           02 TRP-AFORO             PIC  9(7).
           02 TRP-ANTICIPADA-CENT   PIC  9(6).
           02 TRP-ANTICIPADA-HASTA  PIC  9(8).
           02 TRP-TRAMO OCCURS 3 TIMES.
               03 TRP-UMBRAL-PCT    PIC  9(3).
               03 TRP-SUBIDA-PCT    PIC  9(3).

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

       77 FSTRP                     PIC   X(2).
       77 FSEN                      PIC   X(2).
       77 FSE                       PIC   X(2).
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


       77 ESPECT-USUARIO  BLANK WHEN ZERO PIC 9(4).
       77 ZONA-USUARIO    BLANK WHEN ZERO PIC 9(1).
       77 AFORO-USUARIO   BLANK WHEN ZERO PIC 9(7).
       77 ANTIC-USUARIO   BLANK WHEN ZERO PIC 9(6).
       77 ANTIC-HASTA-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 UMBRAL1-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 SUBIDA1-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 UMBRAL2-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 SUBIDA2-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 UMBRAL3-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 SUBIDA3-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 IND-ZONA-W                PIC   9(1).
       77 DISP-ACTUAL               PIC   9(7).
       77 VENDIDAS-ZONA             PIC   9(7).
       77 AFORO-W                   PIC   9(7).
       77 AFORO-EDIT                PIC   ZZZZZZ9.
       77 TRP-EXISTE-SW             PIC   X(1).

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

       01 ACCEPT-DATOS-TRAMOS.
           05 FILLER LINE 6 COL 10 VALUE "Numero de espectaculo:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 6 COL 52 PIC 9(4) USING ESPECT-USUARIO.
           05 FILLER LINE 7 COL 10 VALUE
               "Zona (0 si no tiene zonas):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 7 COL 52 PIC 9(1) USING ZONA-USUARIO.
           05 FILLER LINE 9 COL 10 VALUE
               "Aforo (vacio - libres + vendidas):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 52 PIC 9(7) USING AFORO-USUARIO.
           05 FILLER LINE 11 COL 10 VALUE
               "Precio anticipada (cent, vacio - no):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 52 PIC 9(6) USING ANTIC-USUARIO.
           05 FILLER LINE 12 COL 10 VALUE
               "Anticipada hasta (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 52 PIC 9(8) USING ANTIC-HASTA-USUARIO.
           05 FILLER LINE 14 COL 10 VALUE
               "Tramo 1 - % vendido / % de subida:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 52 PIC 9(3) USING UMBRAL1-USUARIO.
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 58 PIC 9(3) USING SUBIDA1-USUARIO.
           05 FILLER LINE 16 COL 10 VALUE
               "Tramo 2 - % vendido / % de subida:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 52 PIC 9(3) USING UMBRAL2-USUARIO.
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 58 PIC 9(3) USING SUBIDA2-USUARIO.
           05 FILLER LINE 18 COL 10 VALUE
               "Tramo 3 - % vendido / % de subida:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 18 COL 52 PIC 9(3) USING UMBRAL3-USUARIO.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 18 COL 58 PIC 9(3) USING SUBIDA3-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O TRAMOS-PRECIO CLOSE TRAMOS-PRECIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

       PANTALLA-TRAMOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tramos de precio por demanda" AT LINE 5 COL 26.

           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE ESPECT-USUARIO.
           INITIALIZE ZONA-USUARIO.
           INITIALIZE AFORO-USUARIO.
           INITIALIZE ANTIC-USUARIO.
           INITIALIZE ANTIC-HASTA-USUARIO.
           INITIALIZE UMBRAL1-USUARIO.
           INITIALIZE SUBIDA1-USUARIO.
           INITIALIZE UMBRAL2-USUARIO.
           INITIALIZE SUBIDA2-USUARIO.
           INITIALIZE UMBRAL3-USUARIO.
           INITIALIZE SUBIDA3-USUARIO.
           ACCEPT ACCEPT-DATOS-TRAMOS ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF ESPECT-USUARIO = 0
               GO TO ACEPTAR-DATOS.
           IF UMBRAL1-USUARIO > 100 OR UMBRAL2-USUARIO > 100
               OR UMBRAL3-USUARIO > 100
               DISPLAY "El % vendido no puede pasar de 100"
                   AT LINE 21 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           *> Cada escalon se dispara mas tarde que el anterior, y
           *> no hay escalon sin su porcentaje de venta
           IF (UMBRAL1-USUARIO = 0 AND SUBIDA1-USUARIO NOT = 0)
               OR (UMBRAL2-USUARIO = 0 AND SUBIDA2-USUARIO NOT = 0)
               OR (UMBRAL3-USUARIO = 0 AND SUBIDA3-USUARIO NOT = 0)
               OR (UMBRAL1-USUARIO = 0 AND UMBRAL2-USUARIO NOT = 0)
               OR (UMBRAL2-USUARIO = 0 AND UMBRAL3-USUARIO NOT = 0)
               DISPLAY "Los tramos se rellenan en orden, con su %"
                   AT LINE 21 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF (UMBRAL2-USUARIO NOT = 0
                   AND UMBRAL2-USUARIO NOT > UMBRAL1-USUARIO)
               OR (UMBRAL3-USUARIO NOT = 0
                   AND UMBRAL3-USUARIO NOT > UMBRAL2-USUARIO)
               DISPLAY "El % vendido debe ir en orden creciente"
                   AT LINE 21 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF ANTIC-USUARIO > 0 AND ANTIC-HASTA-USUARIO = 0
               DISPLAY "Falta la fecha de la venta anticipada"
                   AT LINE 21 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       VALIDAR-ESPECTACULO.
           OPEN I-O F-ESPECTACULOS CLOSE F-ESPECTACULOS.
           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.
           MOVE ESPECT-USUARIO TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               CLOSE F-ESPECTACULOS
               DISPLAY "El espectaculo no existe" AT LINE 21 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           CLOSE F-ESPECTACULOS.

           *> La zona 0 es la de los espectaculos sin zonas; con
           *> zonas, los tramos van por cada una de ellas
           MOVE ZONA-USUARIO TO IND-ZONA-W.
           IF IND-ZONA-W = 0
               IF ESP-ZONA-DESCR(1) NOT = SPACES
                   DISPLAY "El espectaculo tiene zonas: indique 1 a 3"
                       AT LINE 21 COL 19
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-IF
               MOVE ESP-DISP TO DISP-ACTUAL
           ELSE
               IF IND-ZONA-W > 3
                   DISPLAY "La zona no existe" AT LINE 21 COL 31
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-IF
               IF ESP-ZONA-DESCR(IND-ZONA-W) = SPACES
                   DISPLAY "La zona no existe" AT LINE 21 COL 31
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-IF
               MOVE ESP-ZONA-DISP(IND-ZONA-W) TO DISP-ACTUAL
           END-IF.

           *> Sin aforo tecleado, el de referencia es lo que queda
           *> libre mas lo ya vendido (y no anulado) en la zona
           MOVE AFORO-USUARIO TO AFORO-W.
           IF AFORO-W = 0
               PERFORM CONTAR-VENDIDAS THRU CONTAR-VENDIDAS-FIN
               COMPUTE AFORO-W = DISP-ACTUAL + VENDIDAS-ZONA
           END-IF.
           IF AFORO-W = 0
               DISPLAY "La zona no tiene aforo" AT LINE 21 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-TRAMOS.
           OPEN I-O TRAMOS-PRECIO.
           IF FSTRP <> 00
               GO TO PSYS-ERR.
           MOVE ESPECT-USUARIO TO TRP-ESPECT.
           MOVE IND-ZONA-W     TO TRP-ZONA.
           READ TRAMOS-PRECIO INVALID KEY
               MOVE "N" TO TRP-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO TRP-EXISTE-SW
           END-READ.

           *> Sin escalones ni anticipada la zona vuelve a precio
           *> fijo: se borra el registro
           IF UMBRAL1-USUARIO = 0 AND ANTIC-USUARIO = 0
               IF TRP-EXISTE-SW = "S"
                   DELETE TRAMOS-PRECIO INVALID KEY GO TO PSYS-ERR
                   END-DELETE
               END-IF
               CLOSE TRAMOS-PRECIO
               MOVE "BAJA TRAMOS PRECIO" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Zona sin tramos: precio fijo"
                   AT LINE 9 COL 26
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO EXITO-ENTER.

           MOVE ESPECT-USUARIO      TO TRP-ESPECT.
           MOVE IND-ZONA-W          TO TRP-ZONA.
           MOVE AFORO-W             TO TRP-AFORO.
           MOVE ANTIC-USUARIO       TO TRP-ANTICIPADA-CENT.
           MOVE ANTIC-HASTA-USUARIO TO TRP-ANTICIPADA-HASTA.
           MOVE UMBRAL1-USUARIO     TO TRP-UMBRAL-PCT(1).
           MOVE SUBIDA1-USUARIO     TO TRP-SUBIDA-PCT(1).
           MOVE UMBRAL2-USUARIO     TO TRP-UMBRAL-PCT(2).
           MOVE SUBIDA2-USUARIO     TO TRP-SUBIDA-PCT(2).
           MOVE UMBRAL3-USUARIO     TO TRP-UMBRAL-PCT(3).
           MOVE SUBIDA3-USUARIO     TO TRP-SUBIDA-PCT(3).
           IF TRP-EXISTE-SW = "S"
               REWRITE TRAMO-PRECIO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               WRITE TRAMO-PRECIO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           END-IF.
           CLOSE TRAMOS-PRECIO.

           *> Quien toca precios queda identificado
           MOVE "ALTA TRAMOS PRECIO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           MOVE AFORO-W TO AFORO-EDIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tramos guardados" AT LINE 9 COL 32.
           DISPLAY "Aforo de referencia:" AT LINE 11 COL 25.
           DISPLAY AFORO-EDIT AT LINE 11 COL 46.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-TRAMOS
           ELSE
               GO TO EXITO-ENTER.

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

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Tramos de precio - UnizarBank"
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
      *> NADIE TOCA PRECIOS SIN QUEDAR IDENTIFICADO
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

      *> ENTRADAS VIVAS (NO ANULADAS) DEL ESPECTACULO EN LA ZONA
      *> ELEGIDA, PARA RECONSTRUIR EL AFORO CUANDO NO SE TECLEA
       CONTAR-VENDIDAS.
           MOVE 0 TO VENDIDAS-ZONA.
           OPEN INPUT ENTRADAS.
           IF FSEN <> 00
               CLOSE ENTRADAS
               GO TO CONTAR-VENDIDAS-FIN.
       CONTAR-VENDIDAS-LEER.
           READ ENTRADAS NEXT RECORD AT END
               GO TO CONTAR-VENDIDAS-CERRAR.
           IF ENT-ESPECT NOT = ESPECT-USUARIO
               GO TO CONTAR-VENDIDAS-LEER.
           IF ENT-ZONA NOT = IND-ZONA-W
               GO TO CONTAR-VENDIDAS-LEER.
           IF ENT-ANULADA
               GO TO CONTAR-VENDIDAS-LEER.
           ADD 1 TO VENDIDAS-ZONA.
           GO TO CONTAR-VENDIDAS-LEER.
       CONTAR-VENDIDAS-CERRAR.
           CLOSE ENTRADAS.
       CONTAR-VENDIDAS-FIN.
           EXIT.
