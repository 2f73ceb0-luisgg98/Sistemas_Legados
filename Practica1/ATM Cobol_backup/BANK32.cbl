       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK32.
       *> Cuentas de menores a cargo (submenu BANK18): el cliente de
       *> la tarjeta que figura como tutor en la ficha de un menor
       *> (menores.ubd, ver GESTION_MENORES) ve aqui la lista de sus
       *> menores y puede consultar el saldo y los movimientos de
       *> cada uno con las mismas pantallas BANK2 y BANK3, sobre la
       *> primera tarjeta activa del menor. Solo consulta: el tutor
       *> no opera sobre la cuenta del menor desde su tarjeta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CLIENTE
           FILE STATUS IS FSMN.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

       DATA DIVISION.
       FILE SECTION.
       FD MENORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "menores.ubd".
       01 MENOR-REG.
           02 MEN-CLIENTE           PIC  9(8).
           02 MEN-FECHA-NACIMIENTO  PIC  9(8).
           02 MEN-TUTOR             PIC  9(8) OCCURS 3 TIMES.
           02 MEN-PERFIL-ADULTO     PIC  9(2).
           02 MEN-ESTADO            PIC  9(1).
               88 MEN-MENOR         VALUE 1.
               88 MEN-MAYOR         VALUE 2.
           02 MEN-FECHA-ALTA        PIC  9(8).
           02 MEN-OPERADOR          PIC  9(4).
           02 MEN-FECHA-MAYORIA     PIC  9(8).

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

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       01 TEXTO-REG.
           02 TXT-CLAVE.
               03 TXT-ID            PIC  9(4).
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

       WORKING-STORAGE SECTION.
       77 FSMN                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSTXO                    PIC  X(2).
       77 TEXTO-ID                 PIC  9(4).
       77 TEXTO-PANTALLA           PIC X(50).
       77 TIMEOUT-SEG              PIC  9(4) VALUE 120.

       77 CLIENTE-TUTOR            PIC  9(8).
       77 IND-TUT                  PIC  9(1).
       77 IND-FILA                 PIC  9(1).
       77 NUM-MENORES              PIC  9(1).
       77 LINEA-FILA               PIC  9(2).
       77 TARJETA-CONSULTA         PIC 9(16).

       *> Menores del tutor, como mucho 5 en pantalla
       01 TABLA-MENORES.
           02 FILA-MENOR OCCURS 5 TIMES.
               03 FILA-CLIENTE      PIC  9(8).
               03 FILA-NOMBRE       PIC X(30).
               03 FILA-TARJETA      PIC 9(16).

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
       77 CHOICE BLANK WHEN ZERO   PIC  9(1).
       77 MENOR-CHOICE BLANK WHEN ZERO PIC 9(1).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 IDIOMA                   PIC   X(2).
       77 TIMEOUT-AVISO            PIC   X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           PERFORM CARGAR-MENORES THRU CARGAR-MENORES-FIN.
           IF NUM-MENORES = 0
               GO TO SIN-MENORES.

       PMENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Cuentas de menores a su cargo" TO TEXTO-PANTALLA.
           MOVE 424 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 25.

           MOVE 1 TO IND-FILA.
           PERFORM PINTAR-FILA THRU PINTAR-FILA-FIN.

           MOVE "Elija el menor" TO TEXTO-PANTALLA.
           MOVE 425 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 16 COL 15.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

       PMENUA1.
           INITIALIZE MENOR-CHOICE.
           ACCEPT MENOR-CHOICE AT LINE 24 COL 78
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PMENUA1.

           IF MENOR-CHOICE = 0 OR MENOR-CHOICE > NUM-MENORES
               GO TO PMENUA1.
           MOVE MENOR-CHOICE TO IND-FILA.
           IF FILA-TARJETA(IND-FILA) = 0
               MOVE "El menor no tiene tarjeta" TO TEXTO-PANTALLA
               MOVE 426 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 20 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO PMENUA1.
           MOVE FILA-TARJETA(IND-FILA) TO TARJETA-CONSULTA.

       PCONSULTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Cuentas de menores a su cargo" TO TEXTO-PANTALLA.
           MOVE 424 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 25.
           DISPLAY FILA-NOMBRE(IND-FILA) AT LINE 8 COL 25.

           MOVE "1 - Consultar saldo" TO TEXTO-PANTALLA.
           MOVE 31 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15.

           MOVE "2 - Consultar movimientos" TO TEXTO-PANTALLA.
           MOVE 32 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 15.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

       PCONSULTAA1.
           INITIALIZE CHOICE.
           ACCEPT CHOICE AT LINE 24 COL 78
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   GO TO PMENU
               ELSE
                   GO TO PCONSULTAA1.

           MOVE "N" TO TIMEOUT-AVISO.

           IF CHOICE = 1
               CALL "BANK2" USING TARJETA-CONSULTA IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 2
               CALL "BANK3" USING TARJETA-CONSULTA IDIOMA
                   TIMEOUT-AVISO.

           *> Una pantalla caducada dentro del subprograma cierra la
           *> sesion entera, no devuelve el submenu
           IF TIMEOUT-AVISO = "S"
               EXIT PROGRAM.

           GO TO PCONSULTA.

       SIN-MENORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "No tiene menores a su cargo" TO TEXTO-PANTALLA.
           MOVE 427 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 25.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.

       SIN-MENORES-A1.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
           END-ACCEPT.
           IF ENTER-PRESSED
               EXIT PROGRAM.
           GO TO SIN-MENORES-A1.

      *> PINTA LA FILA IND-FILA Y LAS SIGUIENTES DE LA LISTA
       PINTAR-FILA.
           IF IND-FILA > NUM-MENORES
               GO TO PINTAR-FILA-FIN.
           COMPUTE LINEA-FILA = 8 + IND-FILA.
           DISPLAY IND-FILA AT LINE LINEA-FILA COL 15.
           DISPLAY "-" AT LINE LINEA-FILA COL 17.
           DISPLAY FILA-NOMBRE(IND-FILA) AT LINE LINEA-FILA COL 19.
           ADD 1 TO IND-FILA.
           GO TO PINTAR-FILA.
       PINTAR-FILA-FIN.
           EXIT.

      *> CLIENTE DE LA TARJETA Y MENORES VIGENTES QUE LO TIENEN POR
      *> TUTOR, CON SU NOMBRE Y LA TARJETA DE CONSULTA
       CARGAR-MENORES.
           MOVE 0 TO NUM-MENORES.
           MOVE 0 TO CLIENTE-TUTOR.
           INITIALIZE TABLA-MENORES.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO CARGAR-MENORES-FIN.
           MOVE TNUM TO TNUM-E.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TCLIENTE TO CLIENTE-TUTOR
           END-READ.
           CLOSE TARJETAS.
           IF CLIENTE-TUTOR = 0
               GO TO CARGAR-MENORES-FIN.

           OPEN INPUT MENORES.
           IF FSMN <> 00
               CLOSE MENORES
               GO TO CARGAR-MENORES-FIN.

       CARGAR-LEER-MENOR.
           READ MENORES NEXT RECORD AT END
               GO TO CARGAR-MENORES-CERRAR.
           IF NOT MEN-MENOR
               GO TO CARGAR-LEER-MENOR.
           MOVE 1 TO IND-TUT.

       CARGAR-MIRAR-TUTOR.
           IF MEN-TUTOR(IND-TUT) = CLIENTE-TUTOR
               GO TO CARGAR-ANOTAR-MENOR.
           ADD 1 TO IND-TUT.
           IF IND-TUT NOT > 3
               GO TO CARGAR-MIRAR-TUTOR.
           GO TO CARGAR-LEER-MENOR.

       CARGAR-ANOTAR-MENOR.
           ADD 1 TO NUM-MENORES.
           MOVE MEN-CLIENTE TO FILA-CLIENTE(NUM-MENORES).
           PERFORM BUSCAR-DATOS-MENOR THRU BUSCAR-DATOS-MENOR-FIN.
           IF NUM-MENORES < 5
               GO TO CARGAR-LEER-MENOR.

       CARGAR-MENORES-CERRAR.
           CLOSE MENORES.
       CARGAR-MENORES-FIN.
           EXIT.

      *> NOMBRE DEL MENOR Y SU PRIMERA TARJETA ACTIVA (SI NO TIENE
      *> NINGUNA ACTIVA, LA PRIMERA QUE TENGA)
       BUSCAR-DATOS-MENOR.
           MOVE SPACES TO FILA-NOMBRE(NUM-MENORES).
           OPEN INPUT CLIENTES.
           IF FSCL = 00
               MOVE MEN-CLIENTE TO CLI-ID
               READ CLIENTES INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO FILA-NOMBRE(NUM-MENORES)
               END-READ
           END-IF.
           CLOSE CLIENTES.

           MOVE 0 TO FILA-TARJETA(NUM-MENORES).
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO BUSCAR-DATOS-MENOR-FIN.
           MOVE 0 TO TNUM-E.
           START TARJETAS KEY >= TNUM-E INVALID KEY
               CLOSE TARJETAS
               GO TO BUSCAR-DATOS-MENOR-FIN
           END-START.

       BUSCAR-TARJETA-MENOR.
           READ TARJETAS NEXT RECORD AT END
               GO TO BUSCAR-TARJETA-MENOR-FIN.
           IF TCLIENTE NOT = MEN-CLIENTE
               GO TO BUSCAR-TARJETA-MENOR.
           IF FILA-TARJETA(NUM-MENORES) = 0
               MOVE TNUM-E TO FILA-TARJETA(NUM-MENORES).
           IF NOT TARJETA-ACTIVA
               GO TO BUSCAR-TARJETA-MENOR.
           MOVE TNUM-E TO FILA-TARJETA(NUM-MENORES).

       BUSCAR-TARJETA-MENOR-FIN.
           CLOSE TARJETAS.
           IF FILA-NOMBRE(NUM-MENORES) = SPACES
               MOVE TNOMBRE-E TO FILA-NOMBRE(NUM-MENORES).
       BUSCAR-DATOS-MENOR-FIN.
           EXIT.

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
           MOVE "S" TO TIMEOUT-AVISO.
           EXIT PROGRAM.
