       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK34.
       *> Solicitudes de pago recibidas (submenu BANK18, y BANK1 la
       *> ensena sola una vez por sesion si hay alguna pendiente):
       *> lista las solicitudes pendientes y sin caducar dirigidas a
       *> la tarjeta (ver BANK33). Aceptar una llama a BANK6 con el
       *> numero de solicitud, que hace la transferencia interna de
       *> siempre al solicitante con la solicitud como referencia y
       *> la marca pagada; rechazarla la cierra sin mover dinero. En
       *> los dos casos se avisa a las dos partes por
       *> notificaciones.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOLICITUDES-PAGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-NUM
           ALTERNATE RECORD KEY IS SOL-PAGADOR WITH DUPLICATES
           FILE STATUS IS FSSO.

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

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

       DATA DIVISION.
       FILE SECTION.
       FD SOLICITUDES-PAGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "solicitudes_pago.ubd".
       01 SOLICITUD-PAGO-REG.
           02 SOL-NUM               PIC  9(9).
           02 SOL-SOLICITANTE       PIC 9(16).
           02 SOL-NOMBRE-SOL        PIC X(30).
           02 SOL-PAGADOR           PIC 9(16).
           02 SOL-TELEFONO          PIC  9(9).
           02 SOL-CENT              PIC  9(9).
           02 SOL-CONCEPTO          PIC X(30).
           02 SOL-FECHA-ALTA        PIC  9(8).
           02 SOL-FECHA-CADUCIDAD   PIC  9(8).
           02 SOL-ESTADO            PIC  9(1).
               88 SOL-PENDIENTE     VALUE 1.
               88 SOL-PAGADA        VALUE 2.
               88 SOL-RECHAZADA     VALUE 3.
               88 SOL-CADUCADA      VALUE 4.
           02 SOL-FECHA-ESTADO      PIC  9(8).

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

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       01 FNEG-REG.
           02 FNEG-ID               PIC  9(1).
           02 FNEG-FECHA.
               03 FNEG-ANO          PIC  9(4).
               03 FNEG-MES          PIC  9(2).
               03 FNEG-DIA          PIC  9(2).
           02 FNEG-ESTADO           PIC  9(1).
               88 CAJERO-EN-SERVICIO    VALUE 1.
               88 CAJERO-FUERA-SERVICIO VALUE 2.

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
       77 FSSO                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 FECHA-NEGOCIO            PIC  9(8).
       77 FILAS-MOSTRADAS          PIC  9(2).
       77 LINEA-CUADRO             PIC  9(2).
       77 SOLICITUD-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 ACCION-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 IND-SOLICITUD            PIC  9(1).
       77 ACCION-ELEGIDA           PIC  9(1).
       *> Solicitud elegida, tal y como se le pasa a BANK6
       77 SOLICITUD-PAGO-NUM       PIC  9(9).
       77 SOLICITANTE-AVISO        PIC 9(16).
       77 PAGADOR-AVISO            PIC 9(16).
       77 CENT-AVISO               PIC  9(9).
       77 TARJETA-AVISO            PIC 9(16).
       77 CONCEPTO-AVISO           PIC X(35).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 IMPORTE-EDIT             PIC ZZZZZZ9,99.
       77 IMPORTE-TMP              PIC  9(7)V99.
       01 FECHA-EDIT.
           02 FE-DIA                PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FE-MES                PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FE-ANO                PIC  9(4).
       01 FECHA-TRABAJO            PIC  9(8).
       01 FILLER REDEFINES FECHA-TRABAJO.
           02 FT-ANO                PIC  9(4).
           02 FT-MES                PIC  9(2).
           02 FT-DIA                PIC  9(2).

       *> Solicitudes listadas en pantalla, por numero de fila
       01 TABLA-SOLICITUDES.
           02 TSO-NUM OCCURS 8 TIMES PIC 9(9).

       77 MSJ-ACEPTADA             PIC X(35)
           VALUE "Solicitud de pago aceptada".
       77 MSJ-RECHAZADA            PIC X(35)
           VALUE "Solicitud de pago rechazada".

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

       01 SELECCION-SOLICITUD-SCR.
           05 FILLER LINE 19 COL 15
               VALUE "Solicitud (0 - ninguna):".
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 19 COL 41 PIC 9(1) USING SOLICITUD-USUARIO.
           05 FILLER LINE 21 COL 15
               VALUE "1 Pagar 2 Rechazar:".
           05 FILLER BLANK ZERO UNDERLINE
               LINE 21 COL 41 PIC 9(1) USING ACCION-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O SOLICITUDES-PAGO CLOSE SOLICITUDES-PAGO.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

       PANTALLA-SOLICITUDES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Solicitudes de pago recibidas" TO TEXTO-PANTALLA.
           MOVE 439 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 26.

           DISPLAY "N Caduca     Solicitante" AT LINE 8 COL 5.
           DISPLAY "Concepto           Importe" AT LINE 8 COL 39.

           PERFORM LISTAR-SOLICITUDES THRU LISTAR-SOLICITUDES-FIN.

           IF FILAS-MOSTRADAS = 0
               MOVE "No tiene solicitudes de pago pendientes"
                   TO TEXTO-PANTALLA
               MOVE 440 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 11 COL 20
               MOVE "Enter - Aceptar" TO TEXTO-PANTALLA
               MOVE 51 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33
               GO TO EXIT-ENTER.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

           INITIALIZE SOLICITUD-USUARIO.
           INITIALIZE ACCION-USUARIO.
           ACCEPT SELECCION-SOLICITUD-SCR
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO PANTALLA-SOLICITUDES.

           MOVE SOLICITUD-USUARIO TO IND-SOLICITUD.
           MOVE ACCION-USUARIO TO ACCION-ELEGIDA.
           IF IND-SOLICITUD = 0
               EXIT PROGRAM.
           IF IND-SOLICITUD > FILAS-MOSTRADAS
               GO TO PANTALLA-SOLICITUDES.
           MOVE TSO-NUM(IND-SOLICITUD) TO SOLICITUD-PAGO-NUM.

           IF ACCION-ELEGIDA = 1
               GO TO ACEPTAR-SOLICITUD.
           IF ACCION-ELEGIDA = 2
               GO TO RECHAZAR-SOLICITUD.
           GO TO PANTALLA-SOLICITUDES.

       ACEPTAR-SOLICITUD.
           *> El pago es una transferencia interna normal: BANK6 hace
           *> las comprobaciones de saldo y limites, pide la
           *> confirmacion y, si sale bien, deja la solicitud pagada
           CALL "BANK6" USING TNUM IDIOMA TIMEOUT-AVISO
               SOLICITUD-PAGO-NUM.
           IF TIMEOUT-AVISO = "S"
               EXIT PROGRAM.

           OPEN INPUT SOLICITUDES-PAGO.
           IF FSSO <> 00
               GO TO PSYS-ERR.
           MOVE SOLICITUD-PAGO-NUM TO SOL-NUM.
           READ SOLICITUDES-PAGO INVALID KEY GO TO PSYS-ERR.
           CLOSE SOLICITUDES-PAGO.

           *> Si el cliente se echo atras en BANK6, o la transferencia
           *> quedo pendiente de la segunda firma, la solicitud sigue
           *> pendiente y no se avisa a nadie todavia
           IF NOT SOL-PAGADA
               GO TO PANTALLA-SOLICITUDES.

           MOVE MSJ-ACEPTADA TO CONCEPTO-AVISO.
           PERFORM AVISAR-PARTES THRU AVISAR-PARTES-FIN.
           GO TO PANTALLA-SOLICITUDES.

       RECHAZAR-SOLICITUD.
           OPEN I-O SOLICITUDES-PAGO.
           IF FSSO <> 00
               GO TO PSYS-ERR.
           MOVE SOLICITUD-PAGO-NUM TO SOL-NUM.
           READ SOLICITUDES-PAGO INVALID KEY GO TO PSYS-ERR.

           *> Se vuelve a mirar por si la caduco el batch o se pago
           *> desde otro cajero mientras la pantalla estaba abierta
           IF NOT SOL-PENDIENTE
               CLOSE SOLICITUDES-PAGO
               DISPLAY "La solicitud ya no esta pendiente!!"
                   AT LINE 23 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-SOLICITUDES.

           MOVE 3             TO SOL-ESTADO.
           MOVE FECHA-NEGOCIO TO SOL-FECHA-ESTADO.
           REWRITE SOLICITUD-PAGO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SOLICITUDES-PAGO.

           MOVE MSJ-RECHAZADA TO CONCEPTO-AVISO.
           PERFORM AVISAR-PARTES THRU AVISAR-PARTES-FIN.
           GO TO PANTALLA-SOLICITUDES.

      *> LISTA LAS SOLICITUDES PENDIENTES Y SIN CADUCAR DIRIGIDAS A LA
      *> TARJETA (HASTA 8) Y GUARDA SU NUMERO POR FILA
       LISTAR-SOLICITUDES.
           MOVE 0 TO FILAS-MOSTRADAS.
           MOVE 9 TO LINEA-CUADRO.

           OPEN INPUT SOLICITUDES-PAGO.
           IF FSSO <> 00
               CLOSE SOLICITUDES-PAGO
               GO TO LISTAR-SOLICITUDES-FIN.

           MOVE TNUM TO SOL-PAGADOR.
           START SOLICITUDES-PAGO KEY IS EQUAL TO SOL-PAGADOR
               INVALID KEY
                   CLOSE SOLICITUDES-PAGO
                   GO TO LISTAR-SOLICITUDES-FIN
           END-START.

       LEER-SOLICITUD-LISTA.
           READ SOLICITUDES-PAGO NEXT RECORD AT END
               CLOSE SOLICITUDES-PAGO
               GO TO LISTAR-SOLICITUDES-FIN.
           IF SOL-PAGADOR NOT = TNUM
               CLOSE SOLICITUDES-PAGO
               GO TO LISTAR-SOLICITUDES-FIN.
           IF NOT SOL-PENDIENTE
               GO TO LEER-SOLICITUD-LISTA.
           IF SOL-FECHA-CADUCIDAD < FECHA-NEGOCIO
               GO TO LEER-SOLICITUD-LISTA.
           IF FILAS-MOSTRADAS >= 8
               CLOSE SOLICITUDES-PAGO
               GO TO LISTAR-SOLICITUDES-FIN.

           ADD 1 TO FILAS-MOSTRADAS.
           MOVE SOL-NUM TO TSO-NUM(FILAS-MOSTRADAS).

           MOVE SOL-FECHA-CADUCIDAD TO FECHA-TRABAJO.
           MOVE FT-DIA TO FE-DIA.
           MOVE FT-MES TO FE-MES.
           MOVE FT-ANO TO FE-ANO.
           MOVE SOL-CENT TO IMPORTE-TMP.
           DIVIDE 100 INTO IMPORTE-TMP.
           MOVE IMPORTE-TMP TO IMPORTE-EDIT.

           DISPLAY FILAS-MOSTRADAS(2:1) AT LINE LINEA-CUADRO COL 5.
           DISPLAY FECHA-EDIT AT LINE LINEA-CUADRO COL 7.
           DISPLAY SOL-NOMBRE-SOL(1:20) AT LINE LINEA-CUADRO COL 18.
           DISPLAY SOL-CONCEPTO(1:15) AT LINE LINEA-CUADRO COL 39.
           DISPLAY IMPORTE-EDIT AT LINE LINEA-CUADRO COL 55.

           ADD 1 TO LINEA-CUADRO.
           GO TO LEER-SOLICITUD-LISTA.
       LISTAR-SOLICITUDES-FIN.
           EXIT.

      *> AVISO CON CONCEPTO-AVISO AL SOLICITANTE Y AL PAGADOR DE LA
      *> SOLICITUD QUE ESTA EN EL REGISTRO
       AVISAR-PARTES.
           MOVE SOL-SOLICITANTE TO SOLICITANTE-AVISO.
           MOVE SOL-PAGADOR     TO PAGADOR-AVISO.
           MOVE SOL-CENT        TO CENT-AVISO.
           MOVE SOLICITANTE-AVISO TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.
           MOVE PAGADOR-AVISO TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.
       AVISAR-PARTES-FIN.
           EXIT.

      *> AVISO A TARJETA-AVISO EN LA MISMA COLA QUE LOS AVISOS DE
      *> BANK6; LO REPARTE DESPACHAR_AVISOS
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
           MOVE TARJETA-AVISO  TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = (CENT-AVISO / 100).
           MOVE FUNCTION MOD(CENT-AVISO, 100) TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

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

       OBTENER-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-NEGOCIO = (ANO * 10000) + (MES * 100)
               + DIA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN <> 00
               CLOSE FECHANEGOCIO
               GO TO OBTENER-FECHA-NEGOCIO-FIN.
           MOVE 1 TO FNEG-ID.
           READ FECHANEGOCIO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               COMPUTE FECHA-NEGOCIO = (FNEG-ANO * 10000)
                   + (FNEG-MES * 100) + FNEG-DIA
           END-READ.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-NEGOCIO-FIN.
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
