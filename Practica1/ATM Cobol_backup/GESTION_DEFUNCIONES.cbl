       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_DEFUNCIONES.
       *> Pantalla de sucursal para el fallecimiento de un cliente
       *> (defunciones.ubd, por numero de cliente):
       *>  - Alta de la defuncion con su fecha. En el mismo paso se
       *>    congelan todas las posiciones: se bloquean todas las
       *>    tarjetas del cliente, se suspenden sus recargas
       *>    periodicas (suscripciones.ubd) y sus barridos
       *>    (barridos.ubd), se retiran las autorizaciones de
       *>    terceros sobre sus cuentas (titulares.ubd) y se emite un
       *>    certificado de saldo de cada cuenta a la fecha de la
       *>    defuncion, numerado con la secuencia CERTIFIC igual que
       *>    en CERTIFICADOS. Las transferencias periodicas las salta
       *>    BANK10 y los recibos domiciliados los devuelve
       *>    CARGAR_RECIBOS_DOM mirando este mismo fichero.
       *>  - Herederos (hasta 5, con IBAN y porcentaje, que deben
       *>    sumar 100) y aceptacion de la documentacion de la
       *>    herencia. La liquidacion la hace esa noche
       *>    LIQUIDAR_HERENCIAS.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL SUSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FSSUS.

           SELECT OPTIONAL BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-TARJETA
           FILE STATUS IS FSBA.

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL F-IBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBAN-CLAVE
           FILE STATUS IS FSIB.

           SELECT OPTIONAL CERTIFICADOS-M ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CER-NUM
           FILE STATUS IS FSCE.

           SELECT OPTIONAL IMPRESO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIM.

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
       *> Expediente de defuncion del cliente (ver
       *> LIQUIDAR_HERENCIAS, BANK10 y CARGAR_RECIBOS_DOM)
       FD DEFUNCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "defunciones.ubd".
       01 DEFUNCION-REG.
           02 DEF-CLIENTE           PIC  9(8).
           02 DEF-FECHA-DEFUNCION   PIC  9(8).
           02 DEF-FECHA-ALTA        PIC  9(8).
           02 DEF-OPERADOR          PIC  9(4).
           02 DEF-ESTADO            PIC  9(1).
               88 DEF-CONGELADO     VALUE 1.
               88 DEF-DOCUMENTADO   VALUE 2.
               88 DEF-LIQUIDADO     VALUE 3.
           02 DEF-NUM-HEREDEROS     PIC  9(1).
           02 DEF-HEREDERO OCCURS 5 TIMES.
               03 DEF-HER-NOMBRE    PIC X(30).
               03 DEF-HER-IBAN      PIC X(24).
               03 DEF-HER-PORCENTAJE PIC 9(3).
           02 DEF-FECHA-DOCUMENTOS  PIC  9(8).
           02 DEF-OPERADOR-DOC      PIC  9(4).
           02 DEF-FECHA-LIQUIDACION PIC  9(8).
           02 DEF-CENT-LIQUIDADO    PIC  9(11).

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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD SUSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suscripciones.ubd".
       01 SUSCRIPCION-REG.
           02 SUS-CLAVE.
               03 SUS-TARJETA       PIC 9(16).
               03 SUS-TELEFONO      PIC  9(9).
           02 SUS-OPERADOR          PIC  9(2).
           02 SUS-IMPORTE-ENT       PIC  9(7).
           02 SUS-IMPORTE-DEC       PIC  9(2).
           02 SUS-DIA               PIC  9(2).
           02 SUS-FALLOS            PIC  9(2).
           02 SUS-ESTADO            PIC  9(1).
               88 SUS-ACTIVA        VALUE 1.
               88 SUS-SUSPENDIDA    VALUE 2.

       FD BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
       01 BARRIDO-REG.
           02 BAR-TARJETA           PIC 9(16).
           02 BAR-CENT-OBJETIVO     PIC  9(9).
           02 BAR-CENT-SUELO        PIC  9(9).
           02 BAR-ESTADO            PIC  9(1).
               88 BAR-ACTIVO        VALUE 1.
               88 BAR-SUSPENDIDO    VALUE 2.

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.

       FD F-IBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "iban.ubd".
       01 IBAN-REG.
           02 IBAN-CLAVE.
               03 IBAN-TARJETA      PIC  9(16).
               03 IBAN-TIPO         PIC  9(1).
           02 IBAN-CODIGO           PIC  X(24).

       FD CERTIFICADOS-M
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificados.ubd".
       01 CERTIFICADO-REG.
           02 CER-NUM               PIC  9(9).
           02 CER-TARJETA           PIC 9(16).
           02 CER-TIPO-CTA          PIC  9(1).
           02 CER-FECHA             PIC  9(8).
           02 CER-SALDO-ENT         PIC S9(9).
           02 CER-SALDO-DEC         PIC  9(2).
           02 CER-TITULAR           PIC X(30).
           02 CER-IBAN              PIC X(24).

       FD IMPRESO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificados_emitidos.txt".
       01 LINEA-IMPRESO               PIC X(80).

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

       77 FSDF                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSSUS                     PIC   X(2).
       77 FSBA                      PIC   X(2).
       77 FSTI                      PIC   X(2).
       77 FSIB                      PIC   X(2).
       77 FSCE                      PIC   X(2).
       77 FSIM                      PIC   X(2).
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
       77 TARJETA-EVENTO            PIC  9(16) VALUE 0.
       77 LAST-SEG-NUM              PIC  9(35).
       77 LAST-CER-NUM              PIC  9(35).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA): UN
       *> CAJERO SOLO ATIENDE A LOS CLIENTES DE SU SUCURSAL; EL
       *> SUPERVISOR, A TODOS
       77 SUCURSAL-SESION           PIC   9(4) VALUE 1.
       77 SUCURSAL-OK-SW            PIC   X(1).
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

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
       77 OPCION-USUARIO  BLANK WHEN ZERO PIC 9(1).

       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 DEFUNCION-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 ACEPTA-USUARIO                  PIC X(1).
       *> Herederos tal como se teclean: nombre, IBAN y porcentaje
       01 HEREDEROS-USUARIO.
           02 HER-USUARIO OCCURS 5 TIMES.
               03 HER-NOMBRE-U      PIC X(30).
               03 HER-IBAN-U        PIC X(24).
               03 HER-PCT-U         PIC  9(3).

       *> Copia numerica del campo de pantalla (que lleva BLANK WHEN
       *> ZERO y no vale como operando aritmetico)
       77 DEFUNCION-W               PIC  9(8).

       77 FECHA-HOY                 PIC  9(8).
       77 NOMBRE-CLIENTE            PIC X(30).
       77 IND-HER                   PIC  9(1).
       77 NUM-HEREDEROS             PIC  9(1).
       77 PCT-TOTAL                 PIC  9(4).
       77 MSJ-HEREDEROS             PIC X(40).
       77 IBAN-PAIS                 PIC  X(2).
       77 IBAN-DIGITOS              PIC X(22).

       *> Congelacion: tarjeta en curso y contadores del resumen
       77 TARJETA-CONGELAR          PIC 9(16).
       77 TIPO-CERTIFICAR           PIC  9(1).
       77 CNT-TARJETAS              PIC  9(3).
       77 CNT-SUSCRIPCIONES         PIC  9(3).
       77 CNT-BARRIDOS              PIC  9(3).
       77 CNT-AUTORIZADOS           PIC  9(3).
       77 CNT-CERTIFICADOS          PIC  9(3).

       *> Saldo de la cuenta al cierre de la fecha de defuncion
       77 CENT-SALDO-DEF            PIC S9(11).
       77 CENT-IMPORTE-MOV          PIC S9(11).
       77 TIPO-CUENTA-MOV           PIC  9(1).
       77 FECHA-MOV                 PIC  9(8).
       77 MOV-ANTES-SW              PIC  X(1).
       77 MOV-DESPUES-SW            PIC  X(1).
       77 SALDO-ENT-EDIT            PIC -ZZZZZZZZ9.
       77 SALDO-DEC-EDIT            PIC   9(2).

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

       01 ACCEPT-ALTA-DEFUNCION.
           05 FILLER LINE 9 COL 15 VALUE "Numero de cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 48 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 11 COL 15
               VALUE "Fecha de defuncion (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 48 PIC 9(8) USING DEFUNCION-USUARIO.

       01 ACCEPT-CLIENTE-HERENCIA.
           05 FILLER LINE 9 COL 15 VALUE "Numero de cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 9 COL 48 PIC 9(8) USING CLIENTE-USUARIO.

       01 ACCEPT-HEREDEROS.
           05 FILLER LINE 9 COL 3 VALUE "Heredero".
           05 FILLER LINE 9 COL 35 VALUE "IBAN".
           05 FILLER LINE 9 COL 61 VALUE "%".
           05 FILLER UNDERLINE AUTO
               LINE 10 COL 3 PIC X(30) USING HER-NOMBRE-U(1).
           05 FILLER UNDERLINE AUTO
               LINE 10 COL 35 PIC X(24) USING HER-IBAN-U(1).
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 61 PIC 9(3) USING HER-PCT-U(1).
           05 FILLER UNDERLINE AUTO
               LINE 11 COL 3 PIC X(30) USING HER-NOMBRE-U(2).
           05 FILLER UNDERLINE AUTO
               LINE 11 COL 35 PIC X(24) USING HER-IBAN-U(2).
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 61 PIC 9(3) USING HER-PCT-U(2).
           05 FILLER UNDERLINE AUTO
               LINE 12 COL 3 PIC X(30) USING HER-NOMBRE-U(3).
           05 FILLER UNDERLINE AUTO
               LINE 12 COL 35 PIC X(24) USING HER-IBAN-U(3).
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 61 PIC 9(3) USING HER-PCT-U(3).
           05 FILLER UNDERLINE AUTO
               LINE 13 COL 3 PIC X(30) USING HER-NOMBRE-U(4).
           05 FILLER UNDERLINE AUTO
               LINE 13 COL 35 PIC X(24) USING HER-IBAN-U(4).
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 61 PIC 9(3) USING HER-PCT-U(4).
           05 FILLER UNDERLINE AUTO
               LINE 14 COL 3 PIC X(30) USING HER-NOMBRE-U(5).
           05 FILLER UNDERLINE AUTO
               LINE 14 COL 35 PIC X(24) USING HER-IBAN-U(5).
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 61 PIC 9(3) USING HER-PCT-U(5).
           05 FILLER LINE 17 COL 10
               VALUE "Documentacion de la herencia aceptada (S/N):".
           05 FILLER UNDERLINE
               LINE 17 COL 56 PIC X(1) USING ACEPTA-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O DEFUNCIONES CLOSE DEFUNCIONES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-DEFUNCIONES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Fallecimiento de clientes" AT LINE 6 COL 28.
           DISPLAY "1 - Registrar defuncion y congelar posiciones"
               AT LINE 9 COL 17.
           DISPLAY "2 - Herederos y aceptacion de documentos"
               AT LINE 10 COL 17.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PANTALLA-DEFUNCIONES-OPCION.
           ACCEPT OPCION-USUARIO AT LINE 24 COL 78 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
               GO TO PANTALLA-DEFUNCIONES-OPCION
           END-ACCEPT.

           IF OPCION-USUARIO = 1
               GO TO ALTA-DEFUNCION.
           IF OPCION-USUARIO = 2
               GO TO HEREDEROS.
           GO TO PANTALLA-DEFUNCIONES-OPCION.

       ALTA-DEFUNCION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registro de defuncion" AT LINE 6 COL 30.
           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ALTA-DEFUNCION-DATOS.
           INITIALIZE CLIENTE-USUARIO.
           INITIALIZE DEFUNCION-USUARIO.
           ACCEPT ACCEPT-ALTA-DEFUNCION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-DEFUNCIONES
              END-IF
           END-ACCEPT.

           IF CLIENTE-USUARIO = 0
               GO TO ALTA-DEFUNCION-DATOS.

           MOVE DEFUNCION-USUARIO TO DEFUNCION-W.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           IF DEFUNCION-W = 0
               OR FUNCTION INTEGER-OF-DATE(DEFUNCION-W) = 0
               OR DEFUNCION-W > FECHA-HOY
               DISPLAY "Fecha de defuncion erronea o futura"
                   AT LINE 22 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-DEFUNCION-DATOS.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "El cliente no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-DEFUNCION-DATOS.
           MOVE CLI-NOMBRE TO NOMBRE-CLIENTE.
           CLOSE CLIENTES.
           MOVE "L" TO PSU-TIPO.
           MOVE CLIENTE-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Cliente de otra sucursal" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-DEFUNCION-DATOS.

       GUARDAR-DEFUNCION.
           OPEN I-O DEFUNCIONES.
           IF FSDF <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               CLOSE DEFUNCIONES
               DISPLAY "La defuncion ya estaba registrada"
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-DEFUNCION-DATOS
           END-READ.

           INITIALIZE DEFUNCION-REG.
           MOVE CLIENTE-USUARIO TO DEF-CLIENTE.
           MOVE DEFUNCION-W     TO DEF-FECHA-DEFUNCION.
           MOVE FECHA-HOY       TO DEF-FECHA-ALTA.
           MOVE OPERADOR-SESION TO DEF-OPERADOR.
           MOVE 1               TO DEF-ESTADO.
           WRITE DEFUNCION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE DEFUNCIONES.

           MOVE 0 TO TARJETA-EVENTO.
           MOVE "ALTA DEFUNCION" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM CONGELAR-POSICIONES THRU CONGELAR-POSICIONES-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Defuncion registrada del cliente:"
               AT LINE 7 COL 20.
           DISPLAY CLIENTE-USUARIO AT LINE 7 COL 54.
           DISPLAY NOMBRE-CLIENTE AT LINE 8 COL 20.
           DISPLAY "Tarjetas bloqueadas:" AT LINE 10 COL 20.
           DISPLAY CNT-TARJETAS AT LINE 10 COL 54.
           DISPLAY "Recargas suspendidas:" AT LINE 11 COL 20.
           DISPLAY CNT-SUSCRIPCIONES AT LINE 11 COL 54.
           DISPLAY "Barridos suspendidos:" AT LINE 12 COL 20.
           DISPLAY CNT-BARRIDOS AT LINE 12 COL 54.
           DISPLAY "Autorizaciones retiradas:" AT LINE 13 COL 20.
           DISPLAY CNT-AUTORIZADOS AT LINE 13 COL 54.
           DISPLAY "Certificados emitidos:" AT LINE 14 COL 20.
           DISPLAY CNT-CERTIFICADOS AT LINE 14 COL 54.
           DISPLAY "Impresos en certificados_emitidos"
               AT LINE 16 COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXITO-ENTER.

      *> HEREDEROS Y ACEPTACION DE LA DOCUMENTACION: CON LA
      *> DOCUMENTACION ACEPTADA EL EXPEDIENTE QUEDA LISTO PARA QUE
      *> LIQUIDAR_HERENCIAS REPARTA LOS SALDOS ESA MISMA NOCHE
       HEREDEROS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Herederos y documentacion" AT LINE 6 COL 28.
           DISPLAY "Enter - Continuar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       HEREDEROS-CLIENTE.
           INITIALIZE CLIENTE-USUARIO.
           ACCEPT ACCEPT-CLIENTE-HERENCIA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-DEFUNCIONES
              END-IF
           END-ACCEPT.

           IF CLIENTE-USUARIO = 0
               GO TO HEREDEROS-CLIENTE.

           OPEN INPUT DEFUNCIONES.
           IF FSDF <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               CLOSE DEFUNCIONES
               DISPLAY "No consta la defuncion del cliente"
                   AT LINE 22 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO HEREDEROS-CLIENTE.
           IF NOT DEF-CONGELADO
               CLOSE DEFUNCIONES
               DISPLAY "La documentacion ya estaba aceptada"
                   AT LINE 22 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO HEREDEROS-CLIENTE.
           MOVE DEF-FECHA-DEFUNCION TO DEFUNCION-W.
           CLOSE DEFUNCIONES.

           INITIALIZE HEREDEROS-USUARIO.
           MOVE SPACE TO ACEPTA-USUARIO.

       HEREDEROS-DATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Herederos del cliente:" AT LINE 6 COL 20.
           DISPLAY CLIENTE-USUARIO AT LINE 6 COL 43.
           DISPLAY "Fecha de defuncion:" AT LINE 7 COL 20.
           DISPLAY DEFUNCION-W AT LINE 7 COL 43.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       HEREDEROS-ACEPTAR.
           ACCEPT ACCEPT-HEREDEROS ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-DEFUNCIONES
              END-IF
           END-ACCEPT.

           PERFORM VALIDAR-HEREDEROS THRU VALIDAR-HEREDEROS-FIN.
           IF MSJ-HEREDEROS NOT = SPACES
               DISPLAY MSJ-HEREDEROS AT LINE 22 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO HEREDEROS-ACEPTAR.

           IF ACEPTA-USUARIO NOT = "S" AND ACEPTA-USUARIO NOT = "s"
               DISPLAY "Sin documentacion aceptada no se liquida"
                   AT LINE 22 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO HEREDEROS-ACEPTAR.

       GUARDAR-HEREDEROS.
           OPEN I-O DEFUNCIONES.
           IF FSDF <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY GO TO PSYS-ERR.
           MOVE NUM-HEREDEROS TO DEF-NUM-HEREDEROS.
           MOVE 1 TO IND-HER.
           PERFORM COPIAR-HEREDERO THRU COPIAR-HEREDERO-FIN.
           MOVE FECHA-HOY       TO DEF-FECHA-DOCUMENTOS.
           MOVE OPERADOR-SESION TO DEF-OPERADOR-DOC.
           MOVE 2               TO DEF-ESTADO.
           REWRITE DEFUNCION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE DEFUNCIONES.

           MOVE 0 TO TARJETA-EVENTO.
           MOVE "DOCS HERENCIA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Documentacion aceptada y herederos anotados"
               AT LINE 9 COL 19.
           DISPLAY "Liquidacion ordenada: se pagara esta noche"
               AT LINE 11 COL 19.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-DEFUNCIONES
           ELSE
               GO TO EXITO-ENTER.

      *> LAS FILAS SE RELLENAN DE ARRIBA ABAJO; CADA HEREDERO LLEVA
      *> NOMBRE, IBAN CON FORMATO VALIDO (PAIS Y DIGITOS, IGUAL QUE
      *> EN BANK6) Y PORCENTAJE, Y ENTRE TODOS SUMAN 100
       VALIDAR-HEREDEROS.
           MOVE SPACES TO MSJ-HEREDEROS.
           MOVE 0 TO NUM-HEREDEROS.
           MOVE 0 TO PCT-TOTAL.
           MOVE 1 TO IND-HER.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

       VALIDAR-HEREDERO.
           IF HER-NOMBRE-U(IND-HER) = SPACES
               IF HER-IBAN-U(IND-HER) NOT = SPACES
                   OR HER-PCT-U(IND-HER) NOT = 0
                   MOVE "Falta el nombre de un heredero"
                       TO MSJ-HEREDEROS
                   GO TO VALIDAR-HEREDEROS-FIN
               END-IF
               GO TO VALIDAR-HEREDERO-SIGUIENTE.

           IF NUM-HEREDEROS < IND-HER - 1
               MOVE "Rellene los herederos sin dejar filas"
                   TO MSJ-HEREDEROS
               GO TO VALIDAR-HEREDEROS-FIN.

           MOVE HER-IBAN-U(IND-HER)(1:2) TO IBAN-PAIS.
           MOVE HER-IBAN-U(IND-HER)(3:22) TO IBAN-DIGITOS.
           IF IBAN-PAIS IS NOT ALPHABETIC
               OR IBAN-DIGITOS IS NOT NUMERIC
               MOVE "IBAN de heredero no valido"
                   TO MSJ-HEREDEROS
               GO TO VALIDAR-HEREDEROS-FIN.

           IF HER-PCT-U(IND-HER) = 0
               MOVE "Falta el porcentaje de un heredero"
                   TO MSJ-HEREDEROS
               GO TO VALIDAR-HEREDEROS-FIN.

           ADD 1 TO NUM-HEREDEROS.
           ADD HER-PCT-U(IND-HER) TO PCT-TOTAL.

       VALIDAR-HEREDERO-SIGUIENTE.
           IF IND-HER < 5
               ADD 1 TO IND-HER
               GO TO VALIDAR-HEREDERO.

           IF NUM-HEREDEROS = 0
               MOVE "Indique al menos un heredero" TO MSJ-HEREDEROS
               GO TO VALIDAR-HEREDEROS-FIN.
           IF PCT-TOTAL NOT = 100
               MOVE "Los porcentajes deben sumar 100"
                   TO MSJ-HEREDEROS.
       VALIDAR-HEREDEROS-FIN.
           EXIT.

       COPIAR-HEREDERO.
           MOVE HER-NOMBRE-U(IND-HER) TO DEF-HER-NOMBRE(IND-HER).
           MOVE HER-IBAN-U(IND-HER)   TO DEF-HER-IBAN(IND-HER).
           MOVE HER-PCT-U(IND-HER)    TO DEF-HER-PORCENTAJE(IND-HER).
           IF IND-HER < 5
               ADD 1 TO IND-HER
               GO TO COPIAR-HEREDERO.
       COPIAR-HEREDERO-FIN.
           EXIT.

      *> CONGELACION DE TODAS LAS POSICIONES DEL CLIENTE: SE RECORRE
      *> TARJETAS.UBD BUSCANDO LAS SUYAS POR TCLIENTE
       CONGELAR-POSICIONES.
           MOVE 0 TO CNT-TARJETAS.
           MOVE 0 TO CNT-SUSCRIPCIONES.
           MOVE 0 TO CNT-BARRIDOS.
           MOVE 0 TO CNT-AUTORIZADOS.
           MOVE 0 TO CNT-CERTIFICADOS.

           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               CLOSE TARJETAS
               GO TO CONGELAR-POSICIONES-FIN
           END-START.

       CONGELAR-LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO CONGELAR-POSICIONES-CERRAR.
           IF TCLIENTE NOT = CLIENTE-USUARIO
               GO TO CONGELAR-LEER-TARJETA.

           MOVE TNUM TO TARJETA-CONGELAR.
           IF TARJETA-ACTIVA
               MOVE 2 TO TESTADO
               REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               ADD 1 TO CNT-TARJETAS
               MOVE TARJETA-CONGELAR TO TARJETA-EVENTO
               MOVE "BLOQUEO DEFUNCION" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN
           END-IF.

           PERFORM SUSPENDER-RECARGAS THRU SUSPENDER-RECARGAS-FIN.
           PERFORM SUSPENDER-BARRIDO THRU SUSPENDER-BARRIDO-FIN.
           PERFORM RETIRAR-AUTORIZADOS THRU RETIRAR-AUTORIZADOS-FIN.

           MOVE 1 TO TIPO-CERTIFICAR.
           PERFORM CERTIFICAR-CUENTA THRU CERTIFICAR-CUENTA-FIN.
           MOVE 2 TO TIPO-CERTIFICAR.
           PERFORM CERTIFICAR-CUENTA THRU CERTIFICAR-CUENTA-FIN.
           MOVE 3 TO TIPO-CERTIFICAR.
           PERFORM CERTIFICAR-CUENTA THRU CERTIFICAR-CUENTA-FIN.

           GO TO CONGELAR-LEER-TARJETA.

       CONGELAR-POSICIONES-CERRAR.
           CLOSE TARJETAS.
       CONGELAR-POSICIONES-FIN.
           EXIT.

      *> RECARGAS PERIODICAS DE LA TARJETA (EJECUTAR_RECARGAS SOLO
      *> LANZA LAS ACTIVAS)
       SUSPENDER-RECARGAS.
           OPEN I-O SUSCRIPCIONES.
           IF FSSUS <> 00
               CLOSE SUSCRIPCIONES
               GO TO SUSPENDER-RECARGAS-FIN.
           MOVE TARJETA-CONGELAR TO SUS-TARJETA.
           MOVE 0 TO SUS-TELEFONO.
           START SUSCRIPCIONES KEY >= SUS-CLAVE INVALID KEY
               CLOSE SUSCRIPCIONES
               GO TO SUSPENDER-RECARGAS-FIN
           END-START.

       SUSPENDER-RECARGAS-LEER.
           READ SUSCRIPCIONES NEXT RECORD AT END
               GO TO SUSPENDER-RECARGAS-CERRAR.
           IF SUS-TARJETA NOT = TARJETA-CONGELAR
               GO TO SUSPENDER-RECARGAS-CERRAR.
           IF SUS-ACTIVA
               MOVE 2 TO SUS-ESTADO
               REWRITE SUSCRIPCION-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-SUSCRIPCIONES
           END-IF.
           GO TO SUSPENDER-RECARGAS-LEER.

       SUSPENDER-RECARGAS-CERRAR.
           CLOSE SUSCRIPCIONES.
       SUSPENDER-RECARGAS-FIN.
           EXIT.

      *> BARRIDO ENTRE CORRIENTE Y AHORRO (BARRER_CUENTAS SOLO MUEVE
      *> LOS ACTIVOS)
       SUSPENDER-BARRIDO.
           OPEN I-O BARRIDOS.
           IF FSBA <> 00
               CLOSE BARRIDOS
               GO TO SUSPENDER-BARRIDO-FIN.
           MOVE TARJETA-CONGELAR TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               CLOSE BARRIDOS
               GO TO SUSPENDER-BARRIDO-FIN.
           IF BAR-ACTIVO
               MOVE 2 TO BAR-ESTADO
               REWRITE BARRIDO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-BARRIDOS
           END-IF.
           CLOSE BARRIDOS.
       SUSPENDER-BARRIDO-FIN.
           EXIT.

      *> LAS TARJETAS DE TERCEROS AUTORIZADAS SOBRE LAS CUENTAS DEL
      *> FALLECIDO DEJAN DE PODER OPERARLAS (VER GESTION_TITULARES)
       RETIRAR-AUTORIZADOS.
           OPEN I-O TITULARES.
           IF FSTI <> 00
               CLOSE TITULARES
               GO TO RETIRAR-AUTORIZADOS-FIN.

       RETIRAR-AUTORIZADOS-LEER.
           READ TITULARES NEXT RECORD AT END
               GO TO RETIRAR-AUTORIZADOS-CERRAR.
           IF TIT-CUENTA = TARJETA-CONGELAR AND TIT-AUTORIZADO
               DELETE TITULARES RECORD INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO CNT-AUTORIZADOS
           END-IF.
           GO TO RETIRAR-AUTORIZADOS-LEER.

       RETIRAR-AUTORIZADOS-CERRAR.
           CLOSE TITULARES.
       RETIRAR-AUTORIZADOS-FIN.
           EXIT.

      *> CERTIFICADO DE SALDO A LA FECHA DE DEFUNCION DE LA CUENTA
      *> TARJETA-CONGELAR / TIPO-CERTIFICAR, SI EXISTE. SE NUMERA Y
      *> SE IMPRIME COMO EN CERTIFICADOS
       CERTIFICAR-CUENTA.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO CERTIFICAR-CUENTA-FIN.
           MOVE TARJETA-CONGELAR TO CTA-TARJETA.
           MOVE TIPO-CERTIFICAR  TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO CERTIFICAR-CUENTA-FIN.
           CLOSE CUENTAS.

           PERFORM SALDO-A-DEFUNCION THRU SALDO-A-DEFUNCION-FIN.

           MOVE SPACES TO IBAN-CODIGO.
           OPEN INPUT F-IBAN.
           IF FSIB = 00
               MOVE TARJETA-CONGELAR TO IBAN-TARJETA
               MOVE TIPO-CERTIFICAR  TO IBAN-TIPO
               READ F-IBAN INVALID KEY
                   MOVE SPACES TO IBAN-CODIGO
               END-READ
           END-IF.
           CLOSE F-IBAN.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "CERTIFIC" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CER-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CER-NUM
           END-READ.
           ADD 1 TO LAST-CER-NUM.
           MOVE LAST-CER-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O CERTIFICADOS-M CLOSE CERTIFICADOS-M.
           OPEN I-O CERTIFICADOS-M.
           IF FSCE <> 00
               GO TO PSYS-ERR.
           MOVE LAST-CER-NUM        TO CER-NUM.
           MOVE TARJETA-CONGELAR    TO CER-TARJETA.
           MOVE TIPO-CERTIFICAR     TO CER-TIPO-CTA.
           MOVE DEFUNCION-W         TO CER-FECHA.
           IF CENT-SALDO-DEF < 0
               COMPUTE CER-SALDO-ENT =
                   - (FUNCTION ABS(CENT-SALDO-DEF) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-DEF), 100)
                   TO CER-SALDO-DEC
           ELSE
               COMPUTE CER-SALDO-ENT = (CENT-SALDO-DEF / 100)
               MOVE FUNCTION MOD(CENT-SALDO-DEF, 100)
                   TO CER-SALDO-DEC
           END-IF.
           MOVE NOMBRE-CLIENTE      TO CER-TITULAR.
           MOVE IBAN-CODIGO         TO CER-IBAN.
           WRITE CERTIFICADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CERTIFICADOS-M.
           ADD 1 TO CNT-CERTIFICADOS.

           *>EL IMPRESO SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND IMPRESO.
           IF FSIM <> 00 AND FSIM <> 05
               GO TO PSYS-ERR.
           MOVE 00 TO FSIM.

           MOVE ALL "=" TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           MOVE SPACES TO LINEA-IMPRESO.
           STRING "CERTIFICADO NUM " DELIMITED BY SIZE
                  CER-NUM DELIMITED BY SIZE
                  "  UNIZARBANK" DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Fecha de defuncion: " DELIMITED BY SIZE
                  CER-FECHA DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Titular fallecido: " DELIMITED BY SIZE
                  CER-TITULAR DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           IF CER-IBAN = SPACES
               STRING "Cuenta: tarjeta " DELIMITED BY SIZE
                      CER-TARJETA DELIMITED BY SIZE
                      " tipo " DELIMITED BY SIZE
                      CER-TIPO-CTA DELIMITED BY SIZE
                 INTO LINEA-IMPRESO
           ELSE
               STRING "IBAN: " DELIMITED BY SIZE
                      CER-IBAN DELIMITED BY SIZE
                 INTO LINEA-IMPRESO
           END-IF.
           WRITE LINEA-IMPRESO.

           MOVE CER-SALDO-ENT TO SALDO-ENT-EDIT.
           MOVE CER-SALDO-DEC TO SALDO-DEC-EDIT.
           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Saldo a la fecha de defuncion: " DELIMITED BY SIZE
                  SALDO-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SALDO-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           MOVE "La entidad certifica la titularidad y el saldo"
               TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           MOVE "indicados al cierre de la fecha de defuncion."
               TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           MOVE ALL "=" TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           MOVE SPACES TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           CLOSE IMPRESO.
       CERTIFICAR-CUENTA-FIN.
           EXIT.

      *> SALDO DE LA CUENTA AL CIERRE DE LA FECHA DE DEFUNCION: EL
      *> MOV-SALDOPOS DEL ULTIMO MOVIMIENTO DE ESA CUENTA HASTA ESA
      *> FECHA (LA COLA DE LA REFERENCIA SEPARA AHORRO "AHO" Y
      *> CREDITO "CRE" DE LA CORRIENTE). SI SOLO HAY MOVIMIENTOS
      *> POSTERIORES SE DESHACE EL PRIMERO DE ELLOS, Y SI NO HAY
      *> NINGUNO VALE EL SALDO DE HOY
       SALDO-A-DEFUNCION.
           MOVE "N" TO MOV-ANTES-SW.
           MOVE "N" TO MOV-DESPUES-SW.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-DEF =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-DEF = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO SALDO-A-DEFUNCION-FIN.
           MOVE TARJETA-CONGELAR TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA INVALID KEY
               CLOSE F-MOVIMIENTOS
               GO TO SALDO-A-DEFUNCION-FIN
           END-START.

       SALDO-A-DEFUNCION-LEER.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SALDO-A-DEFUNCION-CERRAR.
           IF MOV-TARJETA NOT = TARJETA-CONGELAR
               GO TO SALDO-A-DEFUNCION-CERRAR.

           MOVE 1 TO TIPO-CUENTA-MOV.
           IF MOV-REFERENCIA(28:3) = "AHO"
               MOVE 2 TO TIPO-CUENTA-MOV.
           IF MOV-REFERENCIA(28:3) = "CRE"
               MOVE 3 TO TIPO-CUENTA-MOV.
           IF TIPO-CUENTA-MOV NOT = TIPO-CERTIFICAR
               GO TO SALDO-A-DEFUNCION-LEER.

           COMPUTE FECHA-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
               + MOV-DIA.
           IF FECHA-MOV > DEFUNCION-W
               IF MOV-ANTES-SW = "N" AND MOV-DESPUES-SW = "N"
                   PERFORM SALDO-ANTES-DE-MOV
                       THRU SALDO-ANTES-DE-MOV-FIN
               END-IF
               MOVE "S" TO MOV-DESPUES-SW
               GO TO SALDO-A-DEFUNCION-LEER.

           MOVE "S" TO MOV-ANTES-SW.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-DEF =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-DEF = (MOV-SALDOPOS-ENT * 100)
                                        + MOV-SALDOPOS-DEC
           END-IF.
           GO TO SALDO-A-DEFUNCION-LEER.

       SALDO-A-DEFUNCION-CERRAR.
           CLOSE F-MOVIMIENTOS.
       SALDO-A-DEFUNCION-FIN.
           EXIT.

      *> SALDO QUE HABIA JUSTO ANTES DEL MOVIMIENTO LEIDO
       SALDO-ANTES-DE-MOV.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-DEF =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-DEF = (MOV-SALDOPOS-ENT * 100)
                                        + MOV-SALDOPOS-DEC
           END-IF.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE-MOV =
                   - ((FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
                       + MOV-IMPORTE-DEC)
           ELSE
               COMPUTE CENT-IMPORTE-MOV = (MOV-IMPORTE-ENT * 100)
                                          + MOV-IMPORTE-DEC
           END-IF.
           SUBTRACT CENT-IMPORTE-MOV FROM CENT-SALDO-DEF.
       SALDO-ANTES-DE-MOV-FIN.
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

      *> SUCURSAL DEL OPERADOR RECIEN FIRMADO
       OBTENER-SUCURSAL-SESION.
           INITIALIZE PETICION-SUCURSAL.
           MOVE "C"             TO PSU-OPERACION.
           MOVE "O"             TO PSU-TIPO.
           MOVE OPERADOR-SESION TO PSU-ID.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           MOVE PSU-SUCURSAL    TO SUCURSAL-SESION.
       OBTENER-SUCURSAL-SESION-FIN.
           EXIT.

      *> EL CLIENTE DE PSU-TIPO/PSU-ID (TARJETA "T" O CLIENTE "L")
      *> TIENE QUE SER DE LA SUCURSAL DEL OPERADOR, SALVO QUE ESTE
      *> SEA SUPERVISOR
       COMPROBAR-SUCURSAL.
           MOVE "S" TO SUCURSAL-OK-SW.
           MOVE "C" TO PSU-OPERACION.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF ROL-SESION NOT = 2
               AND PSU-SUCURSAL NOT = SUCURSAL-SESION
               MOVE "N" TO SUCURSAL-OK-SW.
       COMPROBAR-SUCURSAL-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Defunciones de clientes - UnizarBank"
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
      *> NADIE TOCA LA FICHA SIN QUEDAR IDENTIFICADO
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

      *> EL EVENTO SE DEJA EN EVENTO-TIPO Y LA TARJETA EN
      *> TARJETA-EVENTO ANTES DE HACER ESTE PERFORM
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
           MOVE TARJETA-EVENTO TO SEG-TARJETA.
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
