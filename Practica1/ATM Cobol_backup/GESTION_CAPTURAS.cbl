       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_CAPTURAS.
       *> Pantalla de sucursal para la custodia de las tarjetas que
       *> retiene el cajero (capturas.ubd, anotadas por BANK1 al
       *> rechazar una tarjeta bloqueada, caducada o por exceso de
       *> intentos de PIN). Lista lo que debe haber en el cajetin,
       *> opcionalmente de un solo terminal, y anota el destino de
       *> cada tarjeta: devuelta al titular tras comprobar su
       *> documento de identidad, o destruida. Las que llevan en
       *> custodia mas de CAPTURADIAS dias salen en INFORME_CAPTURAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.

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
       FD CAPTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "capturas.ubd".
       01 CAPTURA-REG.
           02 CAP-NUM               PIC  9(9).
           02 CAP-TARJETA           PIC 9(16).
           02 CAP-TERMINAL          PIC  9(3).
           02 CAP-FECHA             PIC  9(8).
           02 CAP-HORA              PIC  9(6).
           02 CAP-MOTIVO            PIC  9(1).
               88 CAP-POR-BLOQUEO   VALUE 1.
               88 CAP-POR-CADUCIDAD VALUE 2.
               88 CAP-POR-PIN       VALUE 3.
           02 CAP-ESTADO            PIC  9(1).
               88 CAP-EN-CUSTODIA   VALUE 1.
               88 CAP-DEVUELTA      VALUE 2.
               88 CAP-DESTRUIDA     VALUE 3.
           02 CAP-FECHA-RESOL       PIC  9(8).
           02 CAP-OPERADOR          PIC  9(4).
           02 CAP-DOCUMENTO         PIC X(12).

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

       77 FSCP                      PIC   X(2).
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

       77 TARJETA-USUARIO           PIC  9(16).
       77 TERMINAL-FILTRO BLANK WHEN ZERO PIC 9(3).
       77 CAPTURA-USUARIO BLANK WHEN ZERO PIC 9(9).
       77 OPCION-USUARIO  BLANK WHEN ZERO PIC 9(1).
       77 DOCUMENTO-USUARIO         PIC  X(12).
       *> EL LISTADO CABE EN LAS FILAS 10 A 19; SI HAY MAS TARJETAS
       *> EN CUSTODIA SE AVISA PARA QUE SE FILTRE POR TERMINAL
       77 FILA-LISTA                PIC   9(2).
       77 CNT-CUSTODIA              PIC   9(5).
       77 CNT-CUSTODIA-EDIT         PIC  ZZZZ9.

       01 FECHA-CAPTURA-ORD         PIC   9(8).
       01 FECHA-CAPTURA-PARTES REDEFINES FECHA-CAPTURA-ORD.
           05 FCAP-ANO              PIC   9(4).
           05 FCAP-MES              PIC   9(2).
           05 FCAP-DIA              PIC   9(2).

       01 LINEA-CAPTURA.
           05 LCAP-NUM              PIC   9(9).
           05 FILLER                PIC   X(2) VALUE SPACES.
           05 LCAP-TARJETA          PIC  9(16).
           05 FILLER                PIC   X(2) VALUE SPACES.
           05 LCAP-TERMINAL         PIC   9(3).
           05 FILLER                PIC   X(3) VALUE SPACES.
           05 LCAP-DIA              PIC   9(2).
           05 FILLER                PIC   X(1) VALUE "/".
           05 LCAP-MES              PIC   9(2).
           05 FILLER                PIC   X(1) VALUE "/".
           05 LCAP-ANO              PIC   9(4).
           05 FILLER                PIC   X(2) VALUE SPACES.
           05 LCAP-MOTIVO           PIC  X(20).

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

       01 ACCEPT-FILTRO-CAPTURAS.
           05 FILLER LINE 7 COL 15
               VALUE "Terminal (en blanco = todos):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 7 COL 46 PIC 9(3) USING TERMINAL-FILTRO.

       01 ACCEPT-RESOLUCION-CAPTURA.
           05 FILLER LINE 20 COL 2 VALUE "Numero de captura:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 21 PIC 9(9) USING CAPTURA-USUARIO.
           05 FILLER LINE 20 COL 33 VALUE
               "1 - Devuelta  2 - Destruida:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 62 PIC 9(1) USING OPCION-USUARIO.
           05 FILLER LINE 21 COL 2
               VALUE "Documento comprobado (devolucion):".
           05 FILLER UNDERLINE
               LINE 21 COL 37 PIC X(12) USING DOCUMENTO-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CAPTURAS CLOSE CAPTURAS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

       PANTALLA-CAPTURAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjetas retenidas en custodia" AT LINE 6 COL 25.

           DISPLAY "Enter - Listar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           INITIALIZE TERMINAL-FILTRO.
           ACCEPT ACCEPT-FILTRO-CAPTURAS ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

       PANTALLA-LISTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjetas retenidas en custodia" AT LINE 6 COL 25.
           IF TERMINAL-FILTRO NOT = 0
               DISPLAY "Terminal:" AT LINE 7 COL 30
               DISPLAY TERMINAL-FILTRO AT LINE 7 COL 40
           END-IF.
           DISPLAY "Captura    Tarjeta           Term  Fecha"
               AT LINE 9 COL 2.
           DISPLAY "Motivo" AT LINE 9 COL 50.

           PERFORM LISTAR-CUSTODIA THRU LISTAR-CUSTODIA-FIN.

           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ACEPTAR-RESOLUCION.
           INITIALIZE CAPTURA-USUARIO.
           INITIALIZE OPCION-USUARIO.
           MOVE SPACES TO DOCUMENTO-USUARIO.
           ACCEPT ACCEPT-RESOLUCION-CAPTURA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-CAPTURAS
              END-IF
           END-ACCEPT.

           IF CAPTURA-USUARIO = 0
               GO TO ACEPTAR-RESOLUCION.
           IF OPCION-USUARIO NOT = 1 AND OPCION-USUARIO NOT = 2
               GO TO ACEPTAR-RESOLUCION.
           *> Solo se devuelve la tarjeta a quien acredita ser el
           *> titular: el documento comprobado queda anotado
           IF OPCION-USUARIO = 1 AND DOCUMENTO-USUARIO = SPACES
               DISPLAY "Indique el documento comprobado"
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-RESOLUCION.

       GUARDAR-RESOLUCION.
           OPEN I-O CAPTURAS.
           IF FSCP <> 00
               GO TO PSYS-ERR.
           MOVE CAPTURA-USUARIO TO CAP-NUM.
           READ CAPTURAS INVALID KEY
               CLOSE CAPTURAS
               DISPLAY "La captura no existe              "
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-RESOLUCION.
           IF NOT CAP-EN-CUSTODIA
               CLOSE CAPTURAS
               DISPLAY "La tarjeta ya no esta en custodia "
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-RESOLUCION.
           IF TERMINAL-FILTRO NOT = 0
              AND CAP-TERMINAL NOT = TERMINAL-FILTRO
               CLOSE CAPTURAS
               DISPLAY "La captura es de otro terminal    "
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-RESOLUCION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           IF OPCION-USUARIO = 1
               MOVE 2 TO CAP-ESTADO
               MOVE DOCUMENTO-USUARIO TO CAP-DOCUMENTO
           ELSE
               MOVE 3 TO CAP-ESTADO
               MOVE SPACES TO CAP-DOCUMENTO
           END-IF.
           COMPUTE CAP-FECHA-RESOL = (ANO * 10000) + (MES * 100) + DIA.
           MOVE OPERADOR-SESION TO CAP-OPERADOR.
           REWRITE CAPTURA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE CAP-TARJETA TO TARJETA-USUARIO.
           CLOSE CAPTURAS.

           *> Quien entrega o destruye la tarjeta queda identificado
           IF OPCION-USUARIO = 1
               MOVE "TARJETA DEVUELTA" TO EVENTO-TIPO
           ELSE
               MOVE "TARJETA DESTRUIDA" TO EVENTO-TIPO
           END-IF.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Destino de la tarjeta registrado"
               AT LINE 9 COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-LISTA
           ELSE
               GO TO EXITO-ENTER.

      *> PINTA LAS CAPTURAS EN CUSTODIA (DEL TERMINAL ELEGIDO, SI SE
      *> HA FILTRADO) EN ORDEN DE NUMERO, QUE ES EL ORDEN DE LLEGADA
       LISTAR-CUSTODIA.
           MOVE 10 TO FILA-LISTA.
           MOVE 0 TO CNT-CUSTODIA.
           OPEN INPUT CAPTURAS.
           IF FSCP <> 00
               CLOSE CAPTURAS
               GO TO LISTAR-CUSTODIA-FIN.

       LEER-CAPTURA.
           READ CAPTURAS NEXT RECORD AT END
               GO TO CERRAR-LISTA.
           IF NOT CAP-EN-CUSTODIA
               GO TO LEER-CAPTURA.
           IF TERMINAL-FILTRO NOT = 0
              AND CAP-TERMINAL NOT = TERMINAL-FILTRO
               GO TO LEER-CAPTURA.

           ADD 1 TO CNT-CUSTODIA.
           IF FILA-LISTA > 19
               GO TO LEER-CAPTURA.

           MOVE CAP-NUM      TO LCAP-NUM.
           MOVE CAP-TARJETA  TO LCAP-TARJETA.
           MOVE CAP-TERMINAL TO LCAP-TERMINAL.
           MOVE CAP-FECHA    TO FECHA-CAPTURA-ORD.
           MOVE FCAP-DIA     TO LCAP-DIA.
           MOVE FCAP-MES     TO LCAP-MES.
           MOVE FCAP-ANO     TO LCAP-ANO.
           EVALUATE TRUE
               WHEN CAP-POR-BLOQUEO
                   MOVE "Tarjeta bloqueada" TO LCAP-MOTIVO
               WHEN CAP-POR-CADUCIDAD
                   MOVE "Tarjeta caducada" TO LCAP-MOTIVO
               WHEN OTHER
                   MOVE "Intentos de PIN" TO LCAP-MOTIVO
           END-EVALUATE.
           DISPLAY LINEA-CAPTURA AT LINE FILA-LISTA COL 2.
           ADD 1 TO FILA-LISTA.
           GO TO LEER-CAPTURA.

       CERRAR-LISTA.
           CLOSE CAPTURAS.
           MOVE CNT-CUSTODIA TO CNT-CUSTODIA-EDIT.
           IF CNT-CUSTODIA = 0
               DISPLAY "No hay tarjetas en custodia"
                   AT LINE 12 COL 26
           ELSE
               DISPLAY "Tarjetas en custodia:" AT LINE 7 COL 50
               DISPLAY CNT-CUSTODIA-EDIT AT LINE 7 COL 72
           END-IF.
           IF CNT-CUSTODIA > 10
               DISPLAY "Hay mas tarjetas: filtre por terminal"
                   AT LINE 22 COL 21
                   WITH FOREGROUND-COLOR IS YELLOW
           END-IF.
       LISTAR-CUSTODIA-FIN.
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
           DISPLAY "Tarjetas retenidas - UnizarBank"
               AT LINE 2 COL 24
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
      *> NADIE ENTREGA NI DESTRUYE UNA TARJETA SIN QUEDAR IDENTIFICADO
      *> EN SEGURIDAD.UBD
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
