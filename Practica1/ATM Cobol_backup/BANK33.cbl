       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK33.
       *> Solicitud de pago a otro titular (submenu BANK18): el
       *> cliente pide a otra tarjeta de la casa, o a un alias
       *> telefonico de alias.ubd (ver BANK25), que le pague un
       *> importe con un concepto, con fecha de caducidad (por
       *> defecto una semana, como mucho DIAS-CADUCIDAD-MAX). La
       *> solicitud queda en solicitudes_pago.ubd y se avisa al
       *> pagador por notificaciones.ubd; el pagador la ve al entrar
       *> en BANK1 y la acepta o la rechaza en BANK34. Las que nadie
       *> contesta las caduca CADUCAR_SOLICITUDES por la noche.

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

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL ALIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALI-TELEFONO
           FILE STATUS IS FSAL.

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
           *> Telefono por el que se pidio, si fue por alias
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-E      PIC  9(9).
           02 TNOMBRE-E   PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD ALIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alias.ubd".
       01 ALIAS-REG.
           02 ALI-TELEFONO          PIC  9(9).
           02 ALI-TARJETA           PIC 9(16).
           02 ALI-ESTADO            PIC  9(1).
               88 ALI-ACTIVO        VALUE 1.
               88 ALI-DADO-BAJA     VALUE 2.

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
       77 FST                      PIC  X(2).
       77 FSAL                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).

       *> Caducidad de la solicitud: sin fecha tecleada, una semana;
       *> nunca mas alla de un mes desde hoy
       77 DIAS-CADUCIDAD-DEF       PIC  9(3) VALUE 7.
       77 DIAS-CADUCIDAD-MAX       PIC  9(3) VALUE 30.
       77 FECHA-NEGOCIO            PIC  9(8).
       77 FECHA-LIMITE             PIC  9(8).
       77 FECHA-CADUCIDAD          PIC  9(8).

       77 PAGADOR-USUARIO          PIC 9(16).
       77 EURENT-USUARIO           PIC  9(7).
       77 EURDEC-USUARIO           PIC  9(2).
       77 CONCEPTO-USUARIO         PIC X(30).
       77 DIA-CAD-USUARIO          PIC  9(2).
       77 MES-CAD-USUARIO          PIC  9(2).
       77 ANO-CAD-USUARIO          PIC  9(4).

       77 PAGADOR-TARJETA          PIC 9(16).
       77 PAGADOR-TELEFONO         PIC  9(9).
       77 PAGADOR-NOMBRE           PIC X(30).
       77 SOLICITANTE-NOMBRE       PIC X(30).
       77 CENT-IMPOR-USER          PIC  9(9).
       77 LAST-SOL-NUM             PIC  9(35).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 TARJETA-AVISO            PIC  9(16).
       77 MSJ-RECIBIDA             PIC X(35)
           VALUE "Solicitud de pago recibida".

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

       01 ENTRADA-SOLICITUD.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 9 COL 45 PIC 9(16) USING PAGADOR-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 11 COL 45 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 11 COL 53 PIC 9(2) USING EURDEC-USUARIO.
           05 FILLER AUTO UNDERLINE
               LINE 13 COL 45 PIC X(30) USING CONCEPTO-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 45 PIC 9(2) USING DIA-CAD-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 48 PIC 9(2) USING MES-CAD-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 15 COL 51 PIC 9(4) USING ANO-CAD-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O SOLICITUDES-PAGO CLOSE SOLICITUDES-PAGO.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.
           COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
               + DIAS-CADUCIDAD-MAX).

           *> El nombre del solicitante viaja en la solicitud para
           *> que el pagador sepa quien le pide el dinero
           MOVE SPACES TO SOLICITANTE-NOMBRE.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TNUM TO TNUM-E.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TNOMBRE-E TO SOLICITANTE-NOMBRE
           END-READ.
           CLOSE TARJETAS.

           INITIALIZE PAGADOR-USUARIO.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.
           MOVE SPACES TO CONCEPTO-USUARIO.
           INITIALIZE DIA-CAD-USUARIO.
           INITIALIZE MES-CAD-USUARIO.
           INITIALIZE ANO-CAD-USUARIO.

       PANTALLA-SOLICITUD.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Solicitar un pago" TO TEXTO-PANTALLA.
           MOVE 432 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 31.

           MOVE "Tarjeta o telefono del pagador:" TO TEXTO-PANTALLA.
           MOVE 433 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 10.
           MOVE "Importe:" TO TEXTO-PANTALLA.
           MOVE 324 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 10.
           DISPLAY "." AT LINE 11 COL 52.
           DISPLAY "EUR" AT LINE 11 COL 56.
           MOVE "Concepto:" TO TEXTO-PANTALLA.
           MOVE 434 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 13 COL 10.
           MOVE "Caduca el (dd mm aaaa, opcional):" TO TEXTO-PANTALLA.
           MOVE 435 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 15 COL 10.

           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

           ACCEPT ENTRADA-SOLICITUD
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO PANTALLA-SOLICITUD.

           COMPUTE CENT-IMPOR-USER = (EURENT-USUARIO * 100)
                                     + EURDEC-USUARIO.

           IF PAGADOR-USUARIO = 0 OR CENT-IMPOR-USER = 0
               OR CONCEPTO-USUARIO = SPACES
               GO TO PANTALLA-SOLICITUD.

       VALIDAR-CADUCIDAD.
           IF ANO-CAD-USUARIO = 0
               COMPUTE FECHA-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
                   + DIAS-CADUCIDAD-DEF)
               GO TO VALIDAR-PAGADOR.

           COMPUTE FECHA-CADUCIDAD = (ANO-CAD-USUARIO * 10000)
               + (MES-CAD-USUARIO * 100) + DIA-CAD-USUARIO.
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-CADUCIDAD) NOT = 0
               OR FECHA-CADUCIDAD < FECHA-NEGOCIO
               OR FECHA-CADUCIDAD > FECHA-LIMITE
               DISPLAY "Fecha de caducidad no valida!!"
                   AT LINE 18 COL 10
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-SOLICITUD.

       VALIDAR-PAGADOR.
           *> Nueve digitos o menos es un alias telefonico (ver
           *> BANK25), igual que en el destino de BANK6
           MOVE 0 TO PAGADOR-TELEFONO.
           MOVE PAGADOR-USUARIO TO PAGADOR-TARJETA.
           IF PAGADOR-USUARIO <= 999999999
               MOVE PAGADOR-USUARIO TO PAGADOR-TELEFONO
               PERFORM RESOLVER-ALIAS THRU RESOLVER-ALIAS-FIN
               IF PAGADOR-TARJETA = 0
                   DISPLAY "Ese telefono no esta registrado!!"
                       AT LINE 18 COL 10
                       WITH BACKGROUND-COLOR RED
                   GO TO PANTALLA-SOLICITUD
               END-IF
           END-IF.

           IF PAGADOR-TARJETA = TNUM
               DISPLAY "No puede pedirse un pago a si mismo!!"
                   AT LINE 18 COL 10
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-SOLICITUD.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE PAGADOR-TARJETA TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta del pagador no existe!!"
                   AT LINE 18 COL 10
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-SOLICITUD.
           CLOSE TARJETAS.
           IF NOT TARJETA-ACTIVA
               DISPLAY "La tarjeta del pagador no esta activa!!"
                   AT LINE 18 COL 10
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-SOLICITUD.
           MOVE TNOMBRE-E TO PAGADOR-NOMBRE.

       CONFIRMAR-SOLICITUD.
           *> Como en BANK6, se ensena el titular real antes de
           *> anotar nada
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Solicitar un pago" TO TEXTO-PANTALLA.
           MOVE 432 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 31.
           DISPLAY "Pagador:" AT LINE 9 COL 10.
           DISPLAY PAGADOR-NOMBRE AT LINE 9 COL 30.
           DISPLAY "Importe:" AT LINE 11 COL 10.
           DISPLAY EURENT-USUARIO AT LINE 11 COL 30.
           DISPLAY "." AT LINE 11 COL 37.
           DISPLAY EURDEC-USUARIO AT LINE 11 COL 38.
           DISPLAY "EUR" AT LINE 11 COL 41.
           DISPLAY "Concepto:" AT LINE 13 COL 10.
           DISPLAY CONCEPTO-USUARIO AT LINE 13 COL 30.
           DISPLAY "Caduca el:" AT LINE 15 COL 10.
           DISPLAY FECHA-CADUCIDAD(7:2) AT LINE 15 COL 30.
           DISPLAY "-" AT LINE 15 COL 32.
           DISPLAY FECHA-CADUCIDAD(5:2) AT LINE 15 COL 33.
           DISPLAY "-" AT LINE 15 COL 35.
           DISPLAY FECHA-CADUCIDAD(1:4) AT LINE 15 COL 36.

           MOVE "Enter - Confirmar" TO TEXTO-PANTALLA.
           MOVE 53 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 2.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

       CONFIRMAR-SOLICITUD-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO CONFIRMAR-SOLICITUD-ENTER.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-SOLICITUD-ENTER.

       GUARDAR-SOLICITUD.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "SOLPAGO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SOL-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SOL-NUM
           END-READ.
           ADD 1 TO LAST-SOL-NUM.
           MOVE LAST-SOL-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O SOLICITUDES-PAGO.
           IF FSSO <> 00
               GO TO PSYS-ERR.
           MOVE LAST-SOL-NUM(27:9) TO SOL-NUM.
           MOVE TNUM               TO SOL-SOLICITANTE.
           MOVE SOLICITANTE-NOMBRE TO SOL-NOMBRE-SOL.
           MOVE PAGADOR-TARJETA    TO SOL-PAGADOR.
           MOVE PAGADOR-TELEFONO   TO SOL-TELEFONO.
           MOVE CENT-IMPOR-USER    TO SOL-CENT.
           MOVE CONCEPTO-USUARIO   TO SOL-CONCEPTO.
           MOVE FECHA-NEGOCIO      TO SOL-FECHA-ALTA.
           MOVE FECHA-CADUCIDAD    TO SOL-FECHA-CADUCIDAD.
           MOVE 1                  TO SOL-ESTADO.
           MOVE FECHA-NEGOCIO      TO SOL-FECHA-ESTADO.
           WRITE SOLICITUD-PAGO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SOLICITUDES-PAGO.

           MOVE PAGADOR-TARJETA TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Solicitud de pago enviada" TO TEXTO-PANTALLA.
           MOVE 436 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 28.
           DISPLAY "Num." AT LINE 12 COL 33.
           DISPLAY SOL-NUM AT LINE 12 COL 38.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

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

      *> RESUELVE UN ALIAS TELEFONICO (VER BANK25) A SU TARJETA; SI
      *> NO EXISTE O ESTA DE BAJA DEJA PAGADOR-TARJETA A 0
       RESOLVER-ALIAS.
           MOVE 0 TO PAGADOR-TARJETA.
           OPEN INPUT ALIAS.
           IF FSAL <> 00
               CLOSE ALIAS
               GO TO RESOLVER-ALIAS-FIN.
           MOVE PAGADOR-TELEFONO TO ALI-TELEFONO.
           READ ALIAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ALI-ACTIVO
                   MOVE ALI-TARJETA TO PAGADOR-TARJETA
               END-IF
           END-READ.
           CLOSE ALIAS.
       RESOLVER-ALIAS-FIN.
           EXIT.

      *> AVISO DE SOLICITUD RECIBIDA A TARJETA-AVISO, EN LA MISMA COLA
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
           MOVE TARJETA-AVISO  TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE MSJ-RECIBIDA   TO NOTIF-CONCEPTO.
           MOVE EURENT-USUARIO TO NOTIF-IMPORTE-ENT.
           MOVE EURDEC-USUARIO TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

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
