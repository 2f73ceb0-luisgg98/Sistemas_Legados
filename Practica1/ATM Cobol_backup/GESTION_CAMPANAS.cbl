       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_CAMPANAS.
       *> Pantalla de sucursal para las campanas comerciales del
       *> cajero (campanas.ubd): cada campana tiene un mensaje (el
       *> identificador de textos.ubd para verlo en el idioma de la
       *> sesion, con el castellano de respaldo), una prioridad, una
       *> ventana de validez y las reglas de eleccion sobre datos que
       *> ya tenemos: perfil de la tarjeta (perfiles.ubd), saldo de
       *> la cuenta corriente entre un minimo y un maximo, tener o no
       *> cuenta de ahorro, y operaciones o gasto minimos en una
       *> categoria de gasto (categorias.ubd, ver BANK16). Una regla a
       *> cero o en blanco no se aplica. SELECCIONAR_OFERTAS decide
       *> cada noche que tarjeta ve que campana, BANK36 la ensena en
       *> el cajero e INFORME_CAMPANAS da los resultados.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPANAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-COD
           FILE STATUS IS FSCM.

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
       FD CAMPANAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanas.ubd".
       01 CAMPANA-REG.
           02 CAM-COD               PIC  9(4).
           02 CAM-NOMBRE            PIC X(30).
           02 CAM-PRIORIDAD         PIC  9(1).
           02 CAM-DESDE             PIC  9(8).
           02 CAM-HASTA             PIC  9(8).
           02 CAM-TEXTO-ID          PIC  9(4).
           02 CAM-MENSAJE-1         PIC X(50).
           02 CAM-MENSAJE-2         PIC X(50).
           02 CAM-PERFIL            PIC  9(2).
           02 CAM-SALDO-MIN         PIC  9(7).
           02 CAM-SALDO-MAX         PIC  9(7).
           02 CAM-AHORRO            PIC  9(1).
               88 CAM-AHORRO-INDIFERENTE VALUE 0.
               88 CAM-SIN-AHORRO         VALUE 1.
               88 CAM-CON-AHORRO         VALUE 2.
           02 CAM-CATEGORIA         PIC X(15).
           02 CAM-OPER-MIN          PIC  9(3).
           02 CAM-GASTO-MIN         PIC  9(7).
           02 CAM-ESTADO            PIC  9(1).
               88 CAM-ACTIVA        VALUE 1.
               88 CAM-SUSPENDIDA    VALUE 2.

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

       77 FSCM                      PIC   X(2).
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

       77 CODIGO-USUARIO  BLANK WHEN ZERO PIC 9(4).
       77 NOMBRE-USUARIO            PIC  X(30).
       77 PRIORIDAD-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 DESDE-USUARIO   BLANK WHEN ZERO PIC 9(8).
       77 HASTA-USUARIO   BLANK WHEN ZERO PIC 9(8).
       77 TEXTOID-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 MENSAJE1-USUARIO          PIC  X(50).
       77 MENSAJE2-USUARIO          PIC  X(50).
       77 PERFIL-USUARIO  BLANK WHEN ZERO PIC 9(2).
       77 SALDOMIN-USUARIO BLANK WHEN ZERO PIC 9(7).
       77 SALDOMAX-USUARIO BLANK WHEN ZERO PIC 9(7).
       77 AHORRO-USUARIO  BLANK WHEN ZERO PIC 9(1).
       77 CATEGORIA-USUARIO         PIC  X(15).
       77 OPERMIN-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 GASTOMIN-USUARIO BLANK WHEN ZERO PIC 9(7).
       77 ESTADO-USUARIO  BLANK WHEN ZERO PIC 9(1).
       77 CAM-EXISTE-SW             PIC   X(1).

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

       01 ACCEPT-DATOS-CAMPANA.
           05 FILLER LINE 6 COL 3 VALUE "Codigo de campana:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 6 COL 42 PIC 9(4) USING CODIGO-USUARIO.
           05 FILLER LINE 7 COL 3 VALUE "Nombre:".
           05 FILLER UNDERLINE AUTO
               LINE 7 COL 42 PIC X(30) USING NOMBRE-USUARIO.
           05 FILLER LINE 8 COL 3 VALUE "Prioridad (1 la mas alta):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 42 PIC 9(1) USING PRIORIDAD-USUARIO.
           05 FILLER LINE 9 COL 3 VALUE "Valida desde (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 42 PIC 9(8) USING DESDE-USUARIO.
           05 FILLER LINE 10 COL 3 VALUE "Valida hasta (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 42 PIC 9(8) USING HASTA-USUARIO.
           05 FILLER LINE 11 COL 3 VALUE
               "Texto en textos.ubd (0 ninguno):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 42 PIC 9(4) USING TEXTOID-USUARIO.
           05 FILLER LINE 12 COL 3 VALUE "Mensaje 1:".
           05 FILLER UNDERLINE AUTO
               LINE 12 COL 20 PIC X(50) USING MENSAJE1-USUARIO.
           05 FILLER LINE 13 COL 3 VALUE "Mensaje 2:".
           05 FILLER UNDERLINE AUTO
               LINE 13 COL 20 PIC X(50) USING MENSAJE2-USUARIO.
           05 FILLER LINE 14 COL 3 VALUE "Perfil de tarjeta (0 todos):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 42 PIC 9(2) USING PERFIL-USUARIO.
           05 FILLER LINE 15 COL 3 VALUE
               "Saldo minimo EUR (0 sin minimo):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 15 COL 42 PIC 9(7) USING SALDOMIN-USUARIO.
           05 FILLER LINE 16 COL 3 VALUE
               "Saldo maximo EUR (0 sin maximo):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 42 PIC 9(7) USING SALDOMAX-USUARIO.
           05 FILLER LINE 17 COL 3 VALUE
               "Ahorro (0 igual, 1 sin, 2 con):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 17 COL 42 PIC 9(1) USING AHORRO-USUARIO.
           05 FILLER LINE 18 COL 3 VALUE "Categoria de gasto:".
           05 FILLER UNDERLINE AUTO
               LINE 18 COL 42 PIC X(15) USING CATEGORIA-USUARIO.
           05 FILLER LINE 19 COL 3 VALUE
               "Operaciones minimas en categoria:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 19 COL 42 PIC 9(3) USING OPERMIN-USUARIO.
           05 FILLER LINE 20 COL 3 VALUE
               "Gasto minimo en categoria EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 42 PIC 9(7) USING GASTOMIN-USUARIO.
           05 FILLER LINE 21 COL 3 VALUE
               "Estado (1 activa, 2 suspendida):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 21 COL 42 PIC 9(1) USING ESTADO-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CAMPANAS CLOSE CAMPANAS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

       PANTALLA-CAMPANA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Campana comercial del cajero" AT LINE 5 COL 26.

           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE CODIGO-USUARIO.
           MOVE SPACES TO NOMBRE-USUARIO.
           INITIALIZE PRIORIDAD-USUARIO.
           INITIALIZE DESDE-USUARIO.
           INITIALIZE HASTA-USUARIO.
           INITIALIZE TEXTOID-USUARIO.
           MOVE SPACES TO MENSAJE1-USUARIO.
           MOVE SPACES TO MENSAJE2-USUARIO.
           INITIALIZE PERFIL-USUARIO.
           INITIALIZE SALDOMIN-USUARIO.
           INITIALIZE SALDOMAX-USUARIO.
           INITIALIZE AHORRO-USUARIO.
           MOVE SPACES TO CATEGORIA-USUARIO.
           INITIALIZE OPERMIN-USUARIO.
           INITIALIZE GASTOMIN-USUARIO.
           INITIALIZE ESTADO-USUARIO.
           ACCEPT ACCEPT-DATOS-CAMPANA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF CODIGO-USUARIO = 0 OR NOMBRE-USUARIO = SPACES
               GO TO ACEPTAR-DATOS.
           IF PRIORIDAD-USUARIO = 0
               GO TO ACEPTAR-DATOS.
           IF MENSAJE1-USUARIO = SPACES
               DISPLAY "El mensaje de la oferta es obligatorio"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF HASTA-USUARIO < DESDE-USUARIO
               DISPLAY "La ventana de validez esta vacia"
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF SALDOMAX-USUARIO > 0
               AND SALDOMAX-USUARIO < SALDOMIN-USUARIO
               DISPLAY "El saldo maximo es menor que el minimo"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF AHORRO-USUARIO > 2
               GO TO ACEPTAR-DATOS.
           IF CATEGORIA-USUARIO = SPACES
               AND (OPERMIN-USUARIO > 0 OR GASTOMIN-USUARIO > 0)
               DISPLAY "Indique la categoria de gasto"
                   AT LINE 22 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF ESTADO-USUARIO NOT = 1 AND ESTADO-USUARIO NOT = 2
               GO TO ACEPTAR-DATOS.

       GUARDAR-CAMPANA.
           OPEN I-O CAMPANAS.
           IF FSCM <> 00
               GO TO PSYS-ERR.
           MOVE CODIGO-USUARIO TO CAM-COD.
           READ CAMPANAS INVALID KEY
               MOVE "N" TO CAM-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CAM-EXISTE-SW
           END-READ.

           MOVE CODIGO-USUARIO    TO CAM-COD.
           MOVE NOMBRE-USUARIO    TO CAM-NOMBRE.
           MOVE PRIORIDAD-USUARIO TO CAM-PRIORIDAD.
           MOVE DESDE-USUARIO     TO CAM-DESDE.
           MOVE HASTA-USUARIO     TO CAM-HASTA.
           MOVE TEXTOID-USUARIO   TO CAM-TEXTO-ID.
           MOVE MENSAJE1-USUARIO  TO CAM-MENSAJE-1.
           MOVE MENSAJE2-USUARIO  TO CAM-MENSAJE-2.
           MOVE PERFIL-USUARIO    TO CAM-PERFIL.
           MOVE SALDOMIN-USUARIO  TO CAM-SALDO-MIN.
           MOVE SALDOMAX-USUARIO  TO CAM-SALDO-MAX.
           MOVE AHORRO-USUARIO    TO CAM-AHORRO.
           MOVE CATEGORIA-USUARIO TO CAM-CATEGORIA.
           MOVE OPERMIN-USUARIO   TO CAM-OPER-MIN.
           MOVE GASTOMIN-USUARIO  TO CAM-GASTO-MIN.
           MOVE ESTADO-USUARIO    TO CAM-ESTADO.
           IF CAM-EXISTE-SW = "S"
               REWRITE CAMPANA-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE CAMPANA-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CAMPANAS.

           *> Quien decide que se ofrece a los clientes queda
           *> identificado
           MOVE "ALTA CAMPANA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Campana guardada"
               AT LINE 9 COL 32.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-CAMPANA
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
           DISPLAY "Campanas comerciales - UnizarBank"
               AT LINE 2 COL 23
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
      *> NADIE TOCA CAMPANAS SIN QUEDAR IDENTIFICADO
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
