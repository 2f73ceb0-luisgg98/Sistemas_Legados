       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK43.
       *> Orden de no pago de un cheque propio en el cajero (submenu
       *> BANK18): el cliente teclea el numero de un cheque de los
       *> talonarios de su cuenta base (talonarios.ubd, ver
       *> GESTION_TALONARIOS) y, tras confirmarlo, el numero queda
       *> parado en cheques_propios.ubd; si se presenta despues,
       *> COMPENSAR_PROPIOS lo devuelve con el motivo de orden de no
       *> pago. Un cheque ya pagado no se puede parar. La orden queda
       *> en seguridad.ubd como las que se dan en la sucursal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-NUM
           ALTERNATE RECORD KEY IS TAL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSTL.

           SELECT OPTIONAL CHEQUES-PROPIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHP-CHEQUE
           FILE STATUS IS FSCP.

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

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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
       FD TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
       01 TALONARIO-REG.
           02 TAL-NUM               PIC  9(9).
           02 TAL-TARJETA           PIC 9(16).
           02 TAL-PRIMERO           PIC 9(10).
           02 TAL-ULTIMO            PIC 9(10).
           02 TAL-FECHA-EMISION     PIC  9(8).
           02 TAL-OPERADOR          PIC  9(4).
           02 TAL-ESTADO            PIC  9(1).
               88 TAL-ACTIVO        VALUE 1.
               88 TAL-ANULADO       VALUE 2.
           02 TAL-FECHA-ESTADO      PIC  9(8).
           02 TAL-CENT-COMISION     PIC  9(7).

       FD CHEQUES-PROPIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_propios.ubd".
       01 CHEQUE-PROPIO-REG.
           02 CHP-CHEQUE            PIC 9(10).
           02 CHP-TARJETA           PIC 9(16).
           02 CHP-TALONARIO         PIC  9(9).
           02 CHP-ESTADO            PIC  9(1).
               88 CHP-PAGADO        VALUE 1.
               88 CHP-DEVUELTO      VALUE 2.
               88 CHP-NO-PAGO       VALUE 3.
           02 CHP-FECHA             PIC  9(8).
           02 CHP-CENT              PIC  9(9).
           02 CHP-BANCO             PIC  9(4).
           02 CHP-MOTIVO            PIC  9(2).
           02 CHP-MOV-NUM           PIC 9(35).
           02 CHP-OPERADOR          PIC  9(4).

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
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSTL                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSTI                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 CUENTA-BASE              PIC  9(16).
       77 FECHA-NEGOCIO            PIC  9(8).
       77 EVENTO-TIPO              PIC  X(20).
       77 LAST-SEG-NUM             PIC  9(35).

       77 CHEQUE-USUARIO           PIC  9(10).
       77 CHEQUE-W                 PIC  9(10).
       77 TALONARIO-CHEQUE         PIC  9(9).
       77 TALONARIO-ENCONTRADO-SW  PIC  X(1).
       *> Resultado de la orden: 0 registrada, 1 cheque ya pagado,
       *> 2 cheque ya parado (o talonario anulado)
       77 RESULTADO-NO-PAGO        PIC  9(1).

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

       01 ENTRADA-CHEQUE.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 12 COL 45 PIC 9(10) USING CHEQUE-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CHEQUES-PROPIOS CLOSE CHEQUES-PROPIOS.

           PERFORM RESOLVER-CUENTA-BASE
               THRU RESOLVER-CUENTA-BASE-FIN.
           PERFORM LEER-PARAMETROS-NO-PAGO
               THRU LEER-PARAMETROS-NO-PAGO-FIN.
           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

           INITIALIZE CHEQUE-USUARIO.

       PANTALLA-CHEQUE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Orden de no pago de cheque" TO TEXTO-PANTALLA.
           MOVE 586 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 27.

           MOVE "Numero de cheque:" TO TEXTO-PANTALLA.
           MOVE 587 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:26) AT LINE 12 COL 17.

           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

       ACEPTAR-CHEQUE.
           ACCEPT ENTRADA-CHEQUE
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO ACEPTAR-CHEQUE.

           IF CHEQUE-USUARIO = 0
               GO TO PANTALLA-CHEQUE.
           MOVE CHEQUE-USUARIO TO CHEQUE-W.

           *> Solo se paran cheques de los talonarios de la cuenta
           PERFORM BUSCAR-TALONARIO-CHEQUE
               THRU BUSCAR-TALONARIO-CHEQUE-FIN.
           IF TALONARIO-ENCONTRADO-SW = "N"
               MOVE "Ese cheque no es de sus talonarios!!"
                   TO TEXTO-PANTALLA
               MOVE 588 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 15 COL 17
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CHEQUE.

      *> EL CLIENTE CONFIRMA EL NUMERO ANTES DE PARARLO: ENTER SIGUE,
      *> ESC SALE SIN TOCAR NADA
       PANTALLA-CONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Orden de no pago de cheque" TO TEXTO-PANTALLA.
           MOVE 586 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 27.

           MOVE "Se dara orden de no pago del cheque"
               TO TEXTO-PANTALLA.
           MOVE 589 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:40) AT LINE 10 COL 15.
           DISPLAY CHEQUE-W AT LINE 12 COL 35.

           MOVE "Enter - Confirmar" TO TEXTO-PANTALLA.
           MOVE 53 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

       CONFIRMAR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO CONFIRMAR-ENTER.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-ENTER.

           PERFORM REGISTRAR-NO-PAGO THRU REGISTRAR-NO-PAGO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Orden de no pago de cheque" TO TEXTO-PANTALLA.
           MOVE 586 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 27.

           IF RESULTADO-NO-PAGO = 1
               MOVE "El cheque ya esta pagado" TO TEXTO-PANTALLA
               MOVE 590 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 10 COL 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO FIN-PANTALLA.

           IF RESULTADO-NO-PAGO = 2
               MOVE "El cheque ya tiene orden de no pago"
                   TO TEXTO-PANTALLA
               MOVE 591 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 10 COL 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO FIN-PANTALLA.

           *> La orden queda en seguridad.ubd, como la de sucursal
           MOVE "NO PAGO CHEQUE PROP" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           MOVE "Orden de no pago registrada" TO TEXTO-PANTALLA.
           MOVE 592 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 15.
           DISPLAY CHEQUE-W AT LINE 12 COL 35.

       FIN-PANTALLA.
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

      *> BUSCA ENTRE LOS TALONARIOS DE LA CUENTA BASE EL QUE CONTIENE
      *> CHEQUE-W, COMO GESTION_TALONARIOS
       BUSCAR-TALONARIO-CHEQUE.
           MOVE "N" TO TALONARIO-ENCONTRADO-SW.
           OPEN INPUT TALONARIOS.
           IF FSTL <> 00
               CLOSE TALONARIOS
               GO TO BUSCAR-TALONARIO-CHEQUE-FIN.
           MOVE CUENTA-BASE TO TAL-TARJETA.
           START TALONARIOS KEY = TAL-TARJETA
               INVALID KEY GO TO FIN-BUSCAR-TALONARIO
           END-START.

       LEER-TALONARIO-CUENTA.
           READ TALONARIOS NEXT RECORD AT END
               GO TO FIN-BUSCAR-TALONARIO.
           IF TAL-TARJETA NOT = CUENTA-BASE
               GO TO FIN-BUSCAR-TALONARIO.
           IF CHEQUE-W < TAL-PRIMERO OR CHEQUE-W > TAL-ULTIMO
               GO TO LEER-TALONARIO-CUENTA.
           MOVE "S"     TO TALONARIO-ENCONTRADO-SW.
           MOVE TAL-NUM TO TALONARIO-CHEQUE.

       FIN-BUSCAR-TALONARIO.
           CLOSE TALONARIOS.
       BUSCAR-TALONARIO-CHEQUE-FIN.
           EXIT.

      *> DEJA CHEQUE-W EN ORDEN DE NO PAGO EN CHEQUES_PROPIOS.UBD,
      *> COMO LA SUCURSAL PERO SIN OPERADOR; UN CHEQUE PAGADO O YA
      *> PARADO SE DEJA COMO ESTA Y SE INFORMA EN RESULTADO-NO-PAGO
       REGISTRAR-NO-PAGO.
           MOVE 0 TO RESULTADO-NO-PAGO.

           OPEN I-O CHEQUES-PROPIOS.
           IF FSCP <> 00
               GO TO PSYS-ERR.
           MOVE CHEQUE-W TO CHP-CHEQUE.
           READ CHEQUES-PROPIOS INVALID KEY
               INITIALIZE CHEQUE-PROPIO-REG
               MOVE CHEQUE-W         TO CHP-CHEQUE
               MOVE CUENTA-BASE      TO CHP-TARJETA
               MOVE TALONARIO-CHEQUE TO CHP-TALONARIO
               MOVE 3                TO CHP-ESTADO
               MOVE FECHA-NEGOCIO    TO CHP-FECHA
               MOVE 0                TO CHP-OPERADOR
               WRITE CHEQUE-PROPIO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               CLOSE CHEQUES-PROPIOS
               GO TO REGISTRAR-NO-PAGO-FIN.

           IF CHP-PAGADO
               MOVE 1 TO RESULTADO-NO-PAGO
               CLOSE CHEQUES-PROPIOS
               GO TO REGISTRAR-NO-PAGO-FIN.
           IF CHP-NO-PAGO
               MOVE 2 TO RESULTADO-NO-PAGO
               CLOSE CHEQUES-PROPIOS
               GO TO REGISTRAR-NO-PAGO-FIN.

           MOVE 3             TO CHP-ESTADO.
           MOVE FECHA-NEGOCIO TO CHP-FECHA.
           MOVE 0             TO CHP-OPERADOR.
           REWRITE CHEQUE-PROPIO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CHEQUES-PROPIOS.
       REGISTRAR-NO-PAGO-FIN.
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
           MOVE LAST-SEG-NUM    TO SEG-NUM.
           MOVE TNUM            TO SEG-TARJETA.
           MOVE ANO             TO SEG-ANO.
           MOVE MES             TO SEG-MES.
           MOVE DIA             TO SEG-DIA.
           MOVE HORAS           TO SEG-HOR.
           MOVE MINUTOS         TO SEG-MIN.
           MOVE SEGUNDOS        TO SEG-SEG.
           MOVE EVENTO-TIPO     TO SEG-TIPO.
           MOVE TERMINAL-ACTUAL TO SEG-TERMINAL.
           MOVE 0               TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

       PSYS-ERR.
           CLOSE TALONARIOS.
           CLOSE CHEQUES-PROPIOS.
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

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO PSYS-ERR-ENTER.

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

       *> RESUELVE LA CUENTA BASE DE LA TARJETA (VER
       *> GESTION_TITULARES), IGUAL QUE BANK4: LOS TALONARIOS SON DE
       *> LA CUENTA BASE
       RESOLVER-CUENTA-BASE.
           MOVE TNUM TO CUENTA-BASE.
           OPEN INPUT TITULARES.
           IF FSTI <> 00
               CLOSE TITULARES
               GO TO RESOLVER-CUENTA-BASE-FIN.
           MOVE TNUM TO TIT-TARJETA.
           READ TITULARES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TIT-CUENTA TO CUENTA-BASE
           END-READ.
           CLOSE TITULARES.
       RESOLVER-CUENTA-BASE-FIN.
           EXIT.

       LEER-PARAMETROS-NO-PAGO.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-NO-PAGO-FIN.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-NO-PAGO-FIN.
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
