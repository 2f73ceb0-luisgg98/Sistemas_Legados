       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK39.
       *> Mis alertas (submenu BANK18): el titular se define para su
       *> tarjeta las reglas de alertas_cliente.ubd, una por tipo:
       *> saldo por debajo de un importe, movimiento por encima de un
       *> importe, recibo de un acreedor nuevo, retirada dentro de
       *> unas horas y nomina recibida. Cada regla se activa o se
       *> desactiva con su importe u horas; las evalua cada noche
       *> AVISAR_ALERTAS contra los movimientos del dia y los saldos
       *> de cierre, y el aviso sale por el canal preferido del
       *> titular (ver DESPACHAR_AVISOS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-CLAVE
           FILE STATUS IS FSAL.

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
       FD ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertas_cliente.ubd".
       01 ALERTA-REG.
           02 ALR-CLAVE.
               03 ALR-TARJETA       PIC 9(16).
               03 ALR-TIPO          PIC  9(1).
                   88 ALR-SALDO-BAJO        VALUE 1.
                   88 ALR-MOV-GRANDE        VALUE 2.
                   88 ALR-ACREEDOR-NUEVO    VALUE 3.
                   88 ALR-HORA-INUSUAL      VALUE 4.
                   88 ALR-NOMINA            VALUE 5.
           *> Importe de los tipos 1 y 2, en centimos
           02 ALR-CENT              PIC  9(9).
           *> Horas del tipo 4, HHMM
           02 ALR-HORA-DESDE        PIC  9(4).
           02 ALR-HORA-HASTA        PIC  9(4).
           02 ALR-ESTADO            PIC  9(1).
               88 ALR-ACTIVA        VALUE 1.
               88 ALR-DESACTIVADA   VALUE 2.
           02 ALR-FECHA-ALTA        PIC  9(8).
           02 ALR-ULTIMO-AVISO      PIC  9(8).

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
       77 FSAL                     PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 FECHA-NEGOCIO            PIC  9(8).
       77 CHOICE BLANK WHEN ZERO   PIC  9(1).
       77 LINEA-REGLA              PIC  9(2).
       77 TIPO-REGLA               PIC  9(1).
       77 REGLA-EXISTE-SW          PIC  X(1).

       77 ACTIVA-USUARIO           PIC  X(1).
       77 EURENT-USUARIO           PIC  9(7).
       77 EURDEC-USUARIO           PIC  9(2).
       77 HORA-DESDE-USUARIO       PIC  9(4).
       77 HORA-HASTA-USUARIO       PIC  9(4).

       01 IMPORTE-REGLA.
           02 IMPORTE-REGLA-ENT     PIC ZZZZZZ9.
           02 FILLER                PIC X(1) VALUE ",".
           02 IMPORTE-REGLA-DEC     PIC 99.
           02 FILLER                PIC X(4) VALUE " EUR".

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

       01 ENTRADA-REGLA-IMPORTE.
           05 FILLER AUTO UNDERLINE
               LINE 10 COL 45 PIC X(1) USING ACTIVA-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 45 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 12 COL 53 PIC 9(2) USING EURDEC-USUARIO.

       01 ENTRADA-REGLA-HORAS.
           05 FILLER AUTO UNDERLINE
               LINE 10 COL 45 PIC X(1) USING ACTIVA-USUARIO.
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 45 PIC 9(4) USING HORA-DESDE-USUARIO.
           05 FILLER UNDERLINE
               LINE 14 COL 45 PIC 9(4) USING HORA-HASTA-USUARIO.

       01 ENTRADA-REGLA-SIMPLE.
           05 FILLER UNDERLINE
               LINE 10 COL 45 PIC X(1) USING ACTIVA-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O ALERTAS CLOSE ALERTAS.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

       PANTALLA-ALERTAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Mis alertas" TO TEXTO-PANTALLA.
           MOVE 542 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 34.

           OPEN INPUT ALERTAS.
           IF FSAL <> 00
               GO TO PSYS-ERR.
           MOVE 9 TO LINEA-REGLA.
           MOVE 1 TO TIPO-REGLA.
           PERFORM PINTAR-REGLA THRU PINTAR-REGLA-FIN 5 TIMES.
           CLOSE ALERTAS.

           MOVE "Elija la alerta que quiere cambiar" TO TEXTO-PANTALLA.
           MOVE 548 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 16 COL 12.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

       PANTALLA-ALERTAS-OPCION.
           ACCEPT CHOICE AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PANTALLA-ALERTAS-OPCION.

           IF CHOICE < 1 OR CHOICE > 5
               GO TO PANTALLA-ALERTAS-OPCION.
           MOVE CHOICE TO TIPO-REGLA.

      *> EDICION DE UNA REGLA: SE PARTE DE LO QUE TENGA GUARDADO
       EDITAR-REGLA.
           OPEN INPUT ALERTAS.
           IF FSAL <> 00
               GO TO PSYS-ERR.
           PERFORM LEER-REGLA THRU LEER-REGLA-FIN.
           CLOSE ALERTAS.

           MOVE "N" TO ACTIVA-USUARIO.
           IF ALR-ACTIVA
               MOVE "S" TO ACTIVA-USUARIO.
           COMPUTE EURENT-USUARIO = ALR-CENT / 100.
           MOVE FUNCTION MOD(ALR-CENT, 100) TO EURDEC-USUARIO.
           MOVE ALR-HORA-DESDE TO HORA-DESDE-USUARIO.
           MOVE ALR-HORA-HASTA TO HORA-HASTA-USUARIO.

       PANTALLA-REGLA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Mis alertas" TO TEXTO-PANTALLA.
           MOVE 542 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 34.
           PERFORM TEXTO-REGLA THRU TEXTO-REGLA-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 12.

           MOVE "Activa (S/N):" TO TEXTO-PANTALLA.
           MOVE 549 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 10 COL 12.

           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

           IF TIPO-REGLA = 1 OR TIPO-REGLA = 2
               GO TO PANTALLA-REGLA-IMPORTE.
           IF TIPO-REGLA = 4
               GO TO PANTALLA-REGLA-HORAS.

           ACCEPT ENTRADA-REGLA-SIMPLE
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               GO TO PANTALLA-ALERTAS
           END-IF
           GO TO PANTALLA-REGLA.
           GO TO VALIDAR-REGLA.

       PANTALLA-REGLA-IMPORTE.
           MOVE "Importe:" TO TEXTO-PANTALLA.
           MOVE 324 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 12 COL 12.
           DISPLAY "." AT LINE 12 COL 52.
           DISPLAY "EUR" AT LINE 12 COL 56.

           ACCEPT ENTRADA-REGLA-IMPORTE
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               GO TO PANTALLA-ALERTAS
           END-IF
           GO TO PANTALLA-REGLA.
           GO TO VALIDAR-REGLA.

       PANTALLA-REGLA-HORAS.
           MOVE "Desde las (HHMM):" TO TEXTO-PANTALLA.
           MOVE 550 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 12 COL 12.
           MOVE "Hasta las (HHMM):" TO TEXTO-PANTALLA.
           MOVE 551 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 14 COL 12.

           ACCEPT ENTRADA-REGLA-HORAS
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               GO TO PANTALLA-ALERTAS
           END-IF
           GO TO PANTALLA-REGLA.

       VALIDAR-REGLA.
           IF ACTIVA-USUARIO = "s"
               MOVE "S" TO ACTIVA-USUARIO.
           IF ACTIVA-USUARIO = "n"
               MOVE "N" TO ACTIVA-USUARIO.
           IF ACTIVA-USUARIO NOT = "S" AND ACTIVA-USUARIO NOT = "N"
               DISPLAY "Indique S o N!!"
                   AT LINE 18 COL 12
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-REGLA.

           *> Una regla activa de importe necesita el importe
           IF ACTIVA-USUARIO = "S"
               AND (TIPO-REGLA = 1 OR TIPO-REGLA = 2)
               AND EURENT-USUARIO = 0 AND EURDEC-USUARIO = 0
               DISPLAY "Indique el importe!!"
                   AT LINE 18 COL 12
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-REGLA.

           IF TIPO-REGLA = 4
               IF HORA-DESDE-USUARIO(1:2) > 23
                   OR HORA-DESDE-USUARIO(3:2) > 59
                   OR HORA-HASTA-USUARIO(1:2) > 23
                   OR HORA-HASTA-USUARIO(3:2) > 59
                   OR (ACTIVA-USUARIO = "S" AND
                       HORA-DESDE-USUARIO = HORA-HASTA-USUARIO)
                   DISPLAY "Horas no validas!!"
                       AT LINE 18 COL 12
                       WITH BACKGROUND-COLOR RED
                   GO TO PANTALLA-REGLA
               END-IF
           END-IF.

       GUARDAR-REGLA.
           OPEN I-O ALERTAS.
           IF FSAL <> 00
               GO TO PSYS-ERR.
           PERFORM LEER-REGLA THRU LEER-REGLA-FIN.

           IF ACTIVA-USUARIO = "S"
               MOVE 1 TO ALR-ESTADO
           ELSE
               MOVE 2 TO ALR-ESTADO
           END-IF.
           COMPUTE ALR-CENT = (EURENT-USUARIO * 100) + EURDEC-USUARIO.
           MOVE HORA-DESDE-USUARIO TO ALR-HORA-DESDE.
           MOVE HORA-HASTA-USUARIO TO ALR-HORA-HASTA.

           IF REGLA-EXISTE-SW = "S"
               REWRITE ALERTA-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               MOVE FECHA-NEGOCIO TO ALR-FECHA-ALTA
               MOVE 0 TO ALR-ULTIMO-AVISO
               WRITE ALERTA-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           END-IF.
           CLOSE ALERTAS.
           GO TO PANTALLA-ALERTAS.

       PSYS-ERR.
           CLOSE ALERTAS.
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

      *> LEE LA REGLA TIPO-REGLA DE LA TARJETA CON ALERTAS YA ABIERTO;
      *> SI NO EXISTE LA DEJA PREPARADA, DESACTIVADA Y SIN DATOS
       LEER-REGLA.
           MOVE TNUM       TO ALR-TARJETA.
           MOVE TIPO-REGLA TO ALR-TIPO.
           READ ALERTAS INVALID KEY
               MOVE "N"        TO REGLA-EXISTE-SW
               MOVE TNUM       TO ALR-TARJETA
               MOVE TIPO-REGLA TO ALR-TIPO
               MOVE 0          TO ALR-CENT
               MOVE 0          TO ALR-HORA-DESDE
               MOVE 0          TO ALR-HORA-HASTA
               MOVE 2          TO ALR-ESTADO
               MOVE 0          TO ALR-FECHA-ALTA
               MOVE 0          TO ALR-ULTIMO-AVISO
           NOT INVALID KEY
               MOVE "S" TO REGLA-EXISTE-SW
           END-READ.
       LEER-REGLA-FIN.
           EXIT.

      *> TEXTO DE LA OPCION TIPO-REGLA EN TEXTO-PANTALLA
       TEXTO-REGLA.
           IF TIPO-REGLA = 1
               MOVE "1 - Saldo por debajo de" TO TEXTO-PANTALLA
               MOVE 543 TO TEXTO-ID.
           IF TIPO-REGLA = 2
               MOVE "2 - Movimiento por encima de" TO TEXTO-PANTALLA
               MOVE 544 TO TEXTO-ID.
           IF TIPO-REGLA = 3
               MOVE "3 - Recibo de un acreedor nuevo" TO TEXTO-PANTALLA
               MOVE 545 TO TEXTO-ID.
           IF TIPO-REGLA = 4
               MOVE "4 - Retirada entre las horas" TO TEXTO-PANTALLA
               MOVE 546 TO TEXTO-ID.
           IF TIPO-REGLA = 5
               MOVE "5 - Nomina recibida" TO TEXTO-PANTALLA
               MOVE 547 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
       TEXTO-REGLA-FIN.
           EXIT.

      *> UNA LINEA DE LA LISTA: LA REGLA TIPO-REGLA, SU ESTADO Y SU
      *> IMPORTE U HORAS; DEJA PREPARADA LA SIGUIENTE
       PINTAR-REGLA.
           PERFORM TEXTO-REGLA THRU TEXTO-REGLA-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE LINEA-REGLA COL 12.
           PERFORM LEER-REGLA THRU LEER-REGLA-FIN.

           IF NOT ALR-ACTIVA
               MOVE "Desactivada" TO TEXTO-PANTALLA
               MOVE 553 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA(1:12) AT LINE LINEA-REGLA COL 47
                   WITH FOREGROUND-COLOR IS RED
               GO TO PINTAR-REGLA-SIGUIENTE.

           MOVE "Activa" TO TEXTO-PANTALLA.
           MOVE 552 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:12) AT LINE LINEA-REGLA COL 47
               WITH FOREGROUND-COLOR IS GREEN.

           IF TIPO-REGLA = 1 OR TIPO-REGLA = 2
               COMPUTE IMPORTE-REGLA-ENT = ALR-CENT / 100
               MOVE FUNCTION MOD(ALR-CENT, 100) TO IMPORTE-REGLA-DEC
               DISPLAY IMPORTE-REGLA AT LINE LINEA-REGLA COL 60.
           IF TIPO-REGLA = 4
               DISPLAY ALR-HORA-DESDE(1:2) AT LINE LINEA-REGLA COL 60
               DISPLAY ":" AT LINE LINEA-REGLA COL 62
               DISPLAY ALR-HORA-DESDE(3:2) AT LINE LINEA-REGLA COL 63
               DISPLAY "-" AT LINE LINEA-REGLA COL 66
               DISPLAY ALR-HORA-HASTA(1:2) AT LINE LINEA-REGLA COL 68
               DISPLAY ":" AT LINE LINEA-REGLA COL 70
               DISPLAY ALR-HORA-HASTA(3:2) AT LINE LINEA-REGLA COL 71.

       PINTAR-REGLA-SIGUIENTE.
           ADD 1 TO LINEA-REGLA.
           ADD 1 TO TIPO-REGLA.
       PINTAR-REGLA-FIN.
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
