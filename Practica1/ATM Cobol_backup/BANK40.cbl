       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK40.
       *> Pantalla de la clave de confirmacion de un solo uso: la
       *> llaman BANK13, BANK25, BANK6 y BANK12 antes de una operacion
       *> de riesgo, con PCL-FUNCION, el importe y, para BANK6, el IBAN
       *> ya cargados en PETICION-CLAVE. Si el perfil de la tarjeta no
       *> pide clave para esa operacion vuelve sin pintar nada; si la
       *> pide, la manda al telefono del cliente y la pide en
       *> pantalla (ver CLAVE_UN_USO). Devuelve PCL-RESULTADO "S" si
       *> se puede seguir. Agotados los fallos la tarjeta queda
       *> bloqueada y se devuelve TIMEOUT-AVISO "S" para que BANK1
       *> cierre la sesion igual que con una pantalla caducada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

       DATA DIVISION.
       FILE SECTION.
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

       77 CLAVE-USUARIO            PIC  9(6).

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
       01 PETICION-CLAVE.
           02 PCL-OPERACION         PIC  X(1).
           02 PCL-TARJETA           PIC 9(16).
           02 PCL-FUNCION           PIC  X(1).
           02 PCL-IMPORTE-CENT      PIC  9(9).
           02 PCL-IBAN              PIC X(24).
           02 PCL-CLAVE             PIC  9(6).
           02 PCL-MINUTOS           PIC  9(2).
           02 PCL-TELEFONO          PIC  9(9).
           02 PCL-RESULTADO         PIC  X(1).
           02 PCL-MOTIVO            PIC  9(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-CLAVE.
           05 FILLER BLANK ZERO SECURE UNDERLINE
               LINE 14 COL 48 PIC 9(6) USING CLAVE-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO PETICION-CLAVE.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE "N"  TO PCL-OPERACION.
           MOVE TNUM TO PCL-TARJETA.
           CALL "CLAVE_UN_USO" USING PETICION-CLAVE.
           IF PCL-RESULTADO = "N"
               MOVE "S" TO PCL-RESULTADO
               EXIT PROGRAM.

           MOVE "E" TO PCL-OPERACION.
           CALL "CLAVE_UN_USO" USING PETICION-CLAVE.
           IF PCL-RESULTADO = "N" AND PCL-MOTIVO = 4
               GO TO SIN-TELEFONO.
           IF PCL-RESULTADO = "N"
               GO TO PSYS-ERR.

           MOVE 0 TO CLAVE-USUARIO.

       PANTALLA-CLAVE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Clave de confirmacion" TO TEXTO-PANTALLA.
           MOVE 555 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.

           MOVE "Le hemos enviado una clave por SMS al telefono"
               TO TEXTO-PANTALLA.
           MOVE 556 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 15.
           DISPLAY "******" AT LINE 10 COL 15.
           DISPLAY PCL-TELEFONO(7:3) AT LINE 10 COL 21.
           DISPLAY "(" AT LINE 10 COL 26.
           DISPLAY PCL-MINUTOS AT LINE 10 COL 27.
           DISPLAY " min)" AT LINE 10 COL 29.

           MOVE "Teclee la clave recibida:" TO TEXTO-PANTALLA.
           MOVE 557 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 14 COL 15.

           MOVE "Enter - Confirmar" TO TEXTO-PANTALLA.
           MOVE 53 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 2.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

       ACEPTAR-CLAVE.
           ACCEPT ENTRADA-CLAVE
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               MOVE "N" TO PCL-RESULTADO
               EXIT PROGRAM
           END-IF
           GO TO ACEPTAR-CLAVE.

           IF CLAVE-USUARIO = 0
               GO TO ACEPTAR-CLAVE.

           MOVE "V"           TO PCL-OPERACION.
           MOVE CLAVE-USUARIO TO PCL-CLAVE.
           CALL "CLAVE_UN_USO" USING PETICION-CLAVE.
           MOVE 0 TO PCL-CLAVE.
           IF PCL-RESULTADO = "S"
               EXIT PROGRAM.

           IF PCL-MOTIVO = 1
               MOVE 0 TO CLAVE-USUARIO
               MOVE "Clave incorrecta, intentelo de nuevo"
                   TO TEXTO-PANTALLA
               MOVE 558 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 18 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLAVE.

           IF PCL-MOTIVO = 3
               GO TO CLAVE-BLOQUEO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "La clave ha caducado, repita la operacion"
               TO TEXTO-PANTALLA.
           MOVE 559 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO SALIDA-ENTER.

       SIN-TELEFONO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "No tiene telefono para recibir la clave"
               TO TEXTO-PANTALLA.
           MOVE 561 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Actualice sus datos en su oficina" TO TEXTO-PANTALLA.
           MOVE 562 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15.
           GO TO SALIDA-ENTER.

      *> AGOTADOS LOS FALLOS LA SESION NO PUEDE SEGUIR: LA TARJETA YA
      *> ESTA BLOQUEADA EN INTENTOS.UBD Y BANK1 CIERRA AL VOLVER
       CLAVE-BLOQUEO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Tarjeta bloqueada temporalmente" TO TEXTO-PANTALLA.
           MOVE 560 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "S" TO TIMEOUT-AVISO.

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

       SALIDA-ENTER.
           MOVE "N" TO PCL-RESULTADO.
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
           MOVE "N" TO PCL-RESULTADO.
           MOVE "S" TO TIMEOUT-AVISO.
           EXIT PROGRAM.
