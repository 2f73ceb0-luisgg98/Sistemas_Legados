       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK38.
       *> Usos de la tarjeta (submenu BANK18): el titular enciende o
       *> apaga para su propia tarjeta la compra de entradas (BANK7),
       *> las recargas de movil (BANK15), los codigos de retirada sin
       *> tarjeta (BANK12), las transferencias a otras entidades
       *> (BANK6) y el pago de recibos por emisor (BANK27), y puede
       *> fijar un horario fuera del cual no se retira efectivo
       *> (BANK4). Los interruptores los guarda y los comprueba
       *> USOS_TARJETA. Cada cambio se anota en seguridad.ubd y se
       *> confirma al cliente por notificaciones.ubd; lo reparte
       *> DESPACHAR_AVISOS por el canal que tenga elegido.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

       DATA DIVISION.
       FILE SECTION.
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

       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificaciones.ubd".
       01 NOTIFICACION-REG.
           02 NOTIF-NUM             PIC  9(35).
           02 NOTIF-TARJETA         PIC  9(16).
           02 NOTIF-ANO             PIC   9(4).
           02 NOTIF-MES             PIC   9(2).
           02 NOTIF-DIA             PIC   9(2).
           02 NOTIF-HOR             PIC   9(2).
           02 NOTIF-MIN             PIC   9(2).
           02 NOTIF-SEG             PIC   9(2).
           02 NOTIF-CONCEPTO        PIC  X(35).
           02 NOTIF-IMPORTE-ENT     PIC S9(7).
           02 NOTIF-IMPORTE-DEC     PIC   9(2).
           02 NOTIF-ESTADO          PIC   9(1).
               88 NOTIF-PENDIENTE   VALUE 1.
               88 NOTIF-ENVIADA     VALUE 2.

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       01 TEXTO-REG.
           02 TXT-CLAVE.
               03 TXT-ID            PIC  9(4).
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

       WORKING-STORAGE SECTION.
       77 FSTXO                    PIC  X(2).
       77 TEXTO-ID                 PIC  9(4).
       77 TEXTO-PANTALLA           PIC X(50).
       77 TIMEOUT-SEG              PIC  9(4) VALUE 120.
       77 FSG                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).

       77 CHOICE BLANK WHEN ZERO   PIC  9(1).
       77 LINEA-USO                PIC  9(2).
       77 INTERRUPTOR              PIC  X(1).
       77 HORA-DESDE-USUARIO       PIC  9(4).
       77 HORA-HASTA-USUARIO       PIC  9(4).
       77 FUNCION-CAMBIADA         PIC X(20).
       77 ESTADO-CAMBIADO          PIC X(12).
       77 EVENTO-BASE              PIC X(16).
       77 EVENTO-TIPO              PIC X(20).
       77 CONCEPTO-AVISO           PIC X(35).
       77 LAST-SEG-NUM             PIC  9(35).
       77 LAST-NOTIF-NUM           PIC  9(35).

       *> Peticion a USOS_TARJETA (ver su cabecera)
       01 PETICION-USOS.
           02 PUS-OPERACION         PIC  X(1).
           02 PUS-TARJETA           PIC 9(16).
           02 PUS-FUNCION           PIC  X(1).
           02 PUS-ENTRADAS          PIC  X(1).
           02 PUS-RECARGAS          PIC  X(1).
           02 PUS-CODIGOS           PIC  X(1).
           02 PUS-TRANSF-EXT        PIC  X(1).
           02 PUS-RECIBOS           PIC  X(1).
           02 PUS-HORA-DESDE        PIC  9(4).
           02 PUS-HORA-HASTA        PIC  9(4).
           02 PUS-RESULTADO         PIC  X(1).
           02 PUS-MOTIVO            PIC  9(1).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED       VALUE      0.
           88 TIMEOUT-EXPIRADO    VALUE   8001.
           88 ESC-PRESSED         VALUE   2005.

       77 PRESSED-KEY BLANK WHEN ZERO PIC 9(4).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 IDIOMA                   PIC   X(2).
       77 TIMEOUT-AVISO            PIC   X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-HORARIO.
           05 FILLER AUTO UNDERLINE
               LINE 11 COL 45 PIC 9(4) USING HORA-DESDE-USUARIO.
           05 FILLER UNDERLINE
               LINE 13 COL 45 PIC 9(4) USING HORA-HASTA-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

       PANTALLA-USOS.
           MOVE "L"  TO PUS-OPERACION.
           MOVE TNUM TO PUS-TARJETA.
           CALL "USOS_TARJETA" USING PETICION-USOS.
           IF PUS-RESULTADO <> "S"
               GO TO PSYS-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Usos de la tarjeta" TO TEXTO-PANTALLA.
           MOVE 523 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 31.

           MOVE 9 TO LINEA-USO.
           MOVE "1 - Compra de entradas" TO TEXTO-PANTALLA.
           MOVE 524 TO TEXTO-ID.
           MOVE PUS-ENTRADAS TO INTERRUPTOR.
           PERFORM PINTAR-USO THRU PINTAR-USO-FIN.
           MOVE "2 - Recargas de movil" TO TEXTO-PANTALLA.
           MOVE 525 TO TEXTO-ID.
           MOVE PUS-RECARGAS TO INTERRUPTOR.
           PERFORM PINTAR-USO THRU PINTAR-USO-FIN.
           MOVE "3 - Codigos sin tarjeta" TO TEXTO-PANTALLA.
           MOVE 526 TO TEXTO-ID.
           MOVE PUS-CODIGOS TO INTERRUPTOR.
           PERFORM PINTAR-USO THRU PINTAR-USO-FIN.
           MOVE "4 - Transferencias a otros bancos" TO TEXTO-PANTALLA.
           MOVE 527 TO TEXTO-ID.
           MOVE PUS-TRANSF-EXT TO INTERRUPTOR.
           PERFORM PINTAR-USO THRU PINTAR-USO-FIN.
           MOVE "5 - Pago de recibos" TO TEXTO-PANTALLA.
           MOVE 528 TO TEXTO-ID.
           MOVE PUS-RECIBOS TO INTERRUPTOR.
           PERFORM PINTAR-USO THRU PINTAR-USO-FIN.

           MOVE "6 - Horario de retirada" TO TEXTO-PANTALLA.
           MOVE 529 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 15 COL 15.
           IF PUS-HORA-DESDE = 0 AND PUS-HORA-HASTA = 0
               MOVE "Sin horario" TO TEXTO-PANTALLA
               MOVE 530 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA(1:20) AT LINE 15 COL 50
           ELSE
               DISPLAY PUS-HORA-DESDE(1:2) AT LINE 15 COL 50
               DISPLAY ":" AT LINE 15 COL 52
               DISPLAY PUS-HORA-DESDE(3:2) AT LINE 15 COL 53
               DISPLAY "-" AT LINE 15 COL 56
               DISPLAY PUS-HORA-HASTA(1:2) AT LINE 15 COL 58
               DISPLAY ":" AT LINE 15 COL 60
               DISPLAY PUS-HORA-HASTA(3:2) AT LINE 15 COL 61
           END-IF.

           MOVE "Elija el uso que quiere cambiar" TO TEXTO-PANTALLA.
           MOVE 531 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 18 COL 15.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

       PANTALLA-USOS-OPCION.
           ACCEPT CHOICE AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PANTALLA-USOS-OPCION.

           IF CHOICE = 6
               GO TO PANTALLA-HORARIO.
           IF CHOICE < 1 OR CHOICE > 5
               GO TO PANTALLA-USOS-OPCION.

       CAMBIAR-INTERRUPTOR.
           IF CHOICE = 1
               MOVE PUS-ENTRADAS TO INTERRUPTOR
               MOVE "compra de entradas" TO FUNCION-CAMBIADA
               MOVE "USO ENTRADAS" TO EVENTO-BASE.
           IF CHOICE = 2
               MOVE PUS-RECARGAS TO INTERRUPTOR
               MOVE "recargas de movil" TO FUNCION-CAMBIADA
               MOVE "USO RECARGAS" TO EVENTO-BASE.
           IF CHOICE = 3
               MOVE PUS-CODIGOS TO INTERRUPTOR
               MOVE "codigos sin tarjeta" TO FUNCION-CAMBIADA
               MOVE "USO COD SIN TARJETA" TO EVENTO-BASE.
           IF CHOICE = 4
               MOVE PUS-TRANSF-EXT TO INTERRUPTOR
               MOVE "transf. externas" TO FUNCION-CAMBIADA
               MOVE "USO TRANSF EXTERNAS" TO EVENTO-BASE.
           IF CHOICE = 5
               MOVE PUS-RECIBOS TO INTERRUPTOR
               MOVE "pago de recibos" TO FUNCION-CAMBIADA
               MOVE "USO PAGO RECIBOS" TO EVENTO-BASE.

           MOVE SPACES TO EVENTO-TIPO.
           IF INTERRUPTOR = "N"
               MOVE "S" TO INTERRUPTOR
               MOVE "Activado:" TO ESTADO-CAMBIADO
               STRING EVENTO-BASE DELIMITED BY "  "
                   " ON" DELIMITED BY SIZE
                   INTO EVENTO-TIPO
           ELSE
               MOVE "N" TO INTERRUPTOR
               MOVE "Desactivado:" TO ESTADO-CAMBIADO
               STRING EVENTO-BASE DELIMITED BY "  "
                   " OFF" DELIMITED BY SIZE
                   INTO EVENTO-TIPO
           END-IF.

           IF CHOICE = 1
               MOVE INTERRUPTOR TO PUS-ENTRADAS.
           IF CHOICE = 2
               MOVE INTERRUPTOR TO PUS-RECARGAS.
           IF CHOICE = 3
               MOVE INTERRUPTOR TO PUS-CODIGOS.
           IF CHOICE = 4
               MOVE INTERRUPTOR TO PUS-TRANSF-EXT.
           IF CHOICE = 5
               MOVE INTERRUPTOR TO PUS-RECIBOS.

           MOVE SPACES TO CONCEPTO-AVISO.
           STRING ESTADO-CAMBIADO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCION-CAMBIADA DELIMITED BY "  "
               INTO CONCEPTO-AVISO.
           GO TO GUARDAR-USOS.

       PANTALLA-HORARIO.
           MOVE PUS-HORA-DESDE TO HORA-DESDE-USUARIO.
           MOVE PUS-HORA-HASTA TO HORA-HASTA-USUARIO.

       PANTALLA-HORARIO-PINTAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Horario de retirada" TO TEXTO-PANTALLA.
           MOVE 532 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.

           MOVE "Horas en formato HHMM; 0000 y 0000 sin horario"
               TO TEXTO-PANTALLA.
           MOVE 533 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 15.
           MOVE "Retirar solo desde las:" TO TEXTO-PANTALLA.
           MOVE 534 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:28) AT LINE 11 COL 15.
           MOVE "Hasta las:" TO TEXTO-PANTALLA.
           MOVE 535 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:28) AT LINE 13 COL 15.

           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

           ACCEPT ENTRADA-HORARIO
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               GO TO PANTALLA-USOS
           END-IF
           GO TO PANTALLA-HORARIO-PINTAR.

           IF HORA-DESDE-USUARIO(1:2) > 23
               OR HORA-DESDE-USUARIO(3:2) > 59
               OR HORA-HASTA-USUARIO(1:2) > 23
               OR HORA-HASTA-USUARIO(3:2) > 59
               OR (HORA-DESDE-USUARIO = HORA-HASTA-USUARIO
                   AND HORA-DESDE-USUARIO <> 0)
               DISPLAY "Horario no valido!!"
                   AT LINE 18 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-HORARIO-PINTAR.

           MOVE HORA-DESDE-USUARIO TO PUS-HORA-DESDE.
           MOVE HORA-HASTA-USUARIO TO PUS-HORA-HASTA.
           MOVE SPACES TO CONCEPTO-AVISO.
           IF HORA-DESDE-USUARIO = 0
               MOVE "USO HORARIO OFF" TO EVENTO-TIPO
               MOVE "Retirada sin horario" TO CONCEPTO-AVISO
           ELSE
               MOVE "USO HORARIO ON" TO EVENTO-TIPO
               STRING "Retirada de " DELIMITED BY SIZE
                   HORA-DESDE-USUARIO(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   HORA-DESDE-USUARIO(3:2) DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   HORA-HASTA-USUARIO(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   HORA-HASTA-USUARIO(3:2) DELIMITED BY SIZE
                   INTO CONCEPTO-AVISO
           END-IF.

      *> SE GRABA, SE ANOTA EN SEGURIDAD Y SE AVISA AL CLIENTE; LUEGO
      *> SE VUELVE A PINTAR LA LISTA CON LO QUE HA QUEDADO
       GUARDAR-USOS.
           MOVE "G"  TO PUS-OPERACION.
           MOVE TNUM TO PUS-TARJETA.
           CALL "USOS_TARJETA" USING PETICION-USOS.
           IF PUS-RESULTADO <> "S"
               GO TO PSYS-ERR.

           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
           PERFORM ENCOLAR-NOTIFICACION
               THRU ENCOLAR-NOTIFICACION-FIN.
           GO TO PANTALLA-USOS.

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
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO TEXTO-PANTALLA.
           MOVE 1 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
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

      *> UNA LINEA DE LA LISTA: EL TEXTO DE LA OPCION YA CARGADO EN
      *> TEXTO-PANTALLA/TEXTO-ID Y SU ESTADO SEGUN INTERRUPTOR
       PINTAR-USO.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE LINEA-USO COL 15.
           IF INTERRUPTOR = "N"
               MOVE "Desactivado" TO TEXTO-PANTALLA
               MOVE 537 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA(1:20) AT LINE LINEA-USO COL 50
                   WITH FOREGROUND-COLOR IS RED
           ELSE
               MOVE "Activado" TO TEXTO-PANTALLA
               MOVE 536 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA(1:20) AT LINE LINEA-USO COL 50
                   WITH FOREGROUND-COLOR IS GREEN
           END-IF.
           ADD 1 TO LINEA-USO.
       PINTAR-USO-FIN.
           EXIT.

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
           MOVE TNUM         TO SEG-TARJETA.
           MOVE ANO          TO SEG-ANO.
           MOVE MES          TO SEG-MES.
           MOVE DIA          TO SEG-DIA.
           MOVE HORAS        TO SEG-HOR.
           MOVE MINUTOS      TO SEG-MIN.
           MOVE SEGUNDOS     TO SEG-SEG.
           MOVE EVENTO-TIPO  TO SEG-TIPO.
           MOVE 1            TO SEG-TERMINAL.
           MOVE 0            TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> CONFIRMACION DEL CAMBIO AL PROPIO TITULAR, EN LA MISMA COLA
      *> QUE LOS AVISOS DE BANK6; LO REPARTE DESPACHAR_AVISOS
       ENCOLAR-NOTIFICACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "AVISO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-NOTIF-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-NOTIF-NUM
           END-READ.
           ADD 1 TO LAST-NOTIF-NUM.
           MOVE LAST-NOTIF-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.
           MOVE LAST-NOTIF-NUM TO NOTIF-NUM.
           MOVE TNUM           TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           MOVE 0              TO NOTIF-IMPORTE-ENT.
           MOVE 0              TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
       *> VENIA PRECARGADO EN TEXTO-PANTALLA
       OBTENER-TEXTO.
           OPEN INPUT TEXTOS.
           IF FSTXO <> 00
               CLOSE TEXTOS
               GO TO OBTENER-TEXTO-FIN.
           MOVE TEXTO-ID TO TXT-ID.
           MOVE IDIOMA   TO TXT-IDIOMA.
           READ TEXTOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TXT-TEXTO TO TEXTO-PANTALLA
           END-READ.
           CLOSE TEXTOS.
       OBTENER-TEXTO-FIN.
           EXIT.

      *> LA PANTALLA HA CADUCADO SIN CLIENTE DELANTE: SE DEVUELVE EL
      *> AVISO A BANK1 PARA QUE CIERRE LA SESION INMEDIATAMENTE EN
      *> VEZ DE VOLVER A PINTAR EL MENU AUTENTICADO
       TIMEOUT-SALIDA.
           MOVE "S" TO TIMEOUT-AVISO.
           EXIT PROGRAM.
