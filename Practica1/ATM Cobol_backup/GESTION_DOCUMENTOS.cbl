       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_DOCUMENTOS.
       *> Pantalla de sucursal para registrar el documento de
       *> identidad del cliente y su revision de datos (conozca a su
       *> cliente). Se anotan el tipo de documento (DNI, NIE o
       *> pasaporte), su numero, la fecha de caducidad y el nivel de
       *> riesgo del cliente en kyc_clientes.ubd; la revision queda
       *> hecha con la fecha de hoy y la proxima se calcula por el
       *> riesgo con los meses de parametros.ubd (KYCMESESBAJO,
       *> KYCMESESMEDIO, KYCMESESALTO). Los avisos ya enviados por
       *> REVISAR_DOCUMENTOS se ponen a cero para el ciclo siguiente
       *> y, si la ficha estaba restringida, la restriccion se
       *> levanta y las tarjetas del cliente vuelven al menu completo
       *> de BANK1. No se admite un documento ya caducado.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KYC-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CLIENTE
           FILE STATUS IS FSKY.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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
       *> Ficha de identificacion y revision del cliente (ver
       *> REVISAR_DOCUMENTOS)
       FD KYC-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "kyc_clientes.ubd".
       01 KYC-REG.
           02 KYC-CLIENTE           PIC  9(8).
           02 KYC-TIPO-DOC          PIC  9(1).
               88 KYC-DNI           VALUE 1.
               88 KYC-NIE           VALUE 2.
               88 KYC-PASAPORTE     VALUE 3.
           02 KYC-NUM-DOC           PIC X(15).
           02 KYC-FECHA-CADUCIDAD   PIC  9(8).
           02 KYC-RIESGO            PIC  9(1).
               88 KYC-RIESGO-BAJO   VALUE 1.
               88 KYC-RIESGO-MEDIO  VALUE 2.
               88 KYC-RIESGO-ALTO   VALUE 3.
           02 KYC-FECHA-REVISION    PIC  9(8).
           02 KYC-PROXIMA-REVISION  PIC  9(8).
           02 KYC-AVISO-DOC         PIC  9(8).
           02 KYC-AVISO-REV         PIC  9(8).
           02 KYC-ESTADO            PIC  9(1).
               88 KYC-AL-DIA        VALUES 0 1.
               88 KYC-RESTRINGIDO   VALUE 2.
           02 KYC-MOTIVO            PIC  X(1).
           02 KYC-FECHA-RESTRICCION PIC  9(8).
           02 KYC-OPERADOR          PIC  9(4).

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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       77 FSKY                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSP                       PIC   X(2).
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

       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       *> Documento: 1 DNI, 2 NIE, 3 pasaporte
       77 TIPODOC-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 NUMDOC-USUARIO                  PIC X(15).
       77 CADUCIDAD-USUARIO BLANK WHEN ZERO PIC 9(8).
       *> Riesgo: 1 bajo, 2 medio (o en blanco), 3 alto
       77 RIESGO-USUARIO BLANK WHEN ZERO PIC 9(1).

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos aritmeticos)
       77 TIPODOC-W                 PIC  9(1).
       77 CADUCIDAD-W               PIC  9(8).
       77 RIESGO-W                  PIC  9(1).

       77 FECHA-HOY                 PIC  9(8).
       77 KYC-EXISTE-SW             PIC  X(1).
       77 LEVANTADA-SW              PIC  X(1).
       77 NOMBRE-CLIENTE            PIC X(30).
       77 DNI-CLIENTE               PIC  X(9).

       *> Meses entre revisiones segun el riesgo, por defecto
       77 MESES-BAJO                PIC  9(3) VALUE 60.
       77 MESES-MEDIO               PIC  9(3) VALUE 36.
       77 MESES-ALTO                PIC  9(3) VALUE 12.
       77 MESES-REVISION            PIC  9(3).
       77 MESES-TOTAL               PIC  9(6).
       01 FECHA-CALC-W.
           02 CAL-ANO               PIC  9(4).
           02 CAL-MES               PIC  9(2).
           02 CAL-DIA               PIC  9(2).
       01 FECHA-CALC-NUM REDEFINES FECHA-CALC-W PIC 9(8).

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

       01 ACCEPT-DATOS-DOCUMENTO.
           05 FILLER LINE 8 COL 15 VALUE "Numero de cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 50 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 10 COL 15
               VALUE "Documento (1=DNI 2=NIE 3=pasap.):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 50 PIC 9(1) USING TIPODOC-USUARIO.
           05 FILLER LINE 11 COL 15 VALUE "Numero de documento:".
           05 FILLER UNDERLINE AUTO
               LINE 11 COL 50 PIC X(15) USING NUMDOC-USUARIO.
           05 FILLER LINE 12 COL 15 VALUE "Caduca el (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 50 PIC 9(8) USING CADUCIDAD-USUARIO.
           05 FILLER LINE 14 COL 15
               VALUE "Riesgo (1=bajo 2=medio 3=alto):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 14 COL 50 PIC 9(1) USING RIESGO-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O KYC-CLIENTES CLOSE KYC-CLIENTES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.
           PERFORM LEER-PARAMETROS-KYC THRU LEER-PARAMETROS-KYC-FIN.

       PANTALLA-DOCUMENTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registro de documento y revision"
               AT LINE 6 COL 24.

           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE CLIENTE-USUARIO.
           INITIALIZE TIPODOC-USUARIO.
           MOVE SPACES TO NUMDOC-USUARIO.
           INITIALIZE CADUCIDAD-USUARIO.
           INITIALIZE RIESGO-USUARIO.
           ACCEPT ACCEPT-DATOS-DOCUMENTO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF CLIENTE-USUARIO = 0
               GO TO ACEPTAR-DATOS.

           MOVE TIPODOC-USUARIO   TO TIPODOC-W.
           MOVE CADUCIDAD-USUARIO TO CADUCIDAD-W.
           MOVE RIESGO-USUARIO    TO RIESGO-W.
           IF RIESGO-W = 0
               MOVE 2 TO RIESGO-W.

           IF TIPODOC-W < 1 OR TIPODOC-W > 3
               DISPLAY "Tipo de documento entre 1 y 3"
                   AT LINE 22 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF RIESGO-W > 3
               DISPLAY "Nivel de riesgo entre 1 y 3"
                   AT LINE 22 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           *> Un documento caducado no sirve para renovar la ficha
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           IF CADUCIDAD-W = 0
               OR FUNCTION INTEGER-OF-DATE(CADUCIDAD-W) = 0
               OR CADUCIDAD-W NOT > FECHA-HOY
               DISPLAY "Fecha de caducidad erronea o ya pasada"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       VALIDAR-CLIENTE.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "El cliente no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           MOVE CLI-NOMBRE TO NOMBRE-CLIENTE.
           MOVE CLI-DNI    TO DNI-CLIENTE.
           CLOSE CLIENTES.
           MOVE "L" TO PSU-TIPO.
           MOVE CLIENTE-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Cliente de otra sucursal" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           *> Con DNI o NIE el numero en blanco es el de la ficha
           *> del cliente
           IF NUMDOC-USUARIO = SPACES AND TIPODOC-W NOT = 3
               MOVE DNI-CLIENTE TO NUMDOC-USUARIO.
           IF NUMDOC-USUARIO = SPACES
               DISPLAY "Indique el numero de documento"
                   AT LINE 22 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-DOCUMENTO.
           OPEN I-O KYC-CLIENTES.
           IF FSKY <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO KYC-CLIENTE.
           READ KYC-CLIENTES INVALID KEY
               MOVE "N" TO KYC-EXISTE-SW
               INITIALIZE KYC-REG
               MOVE CLIENTE-USUARIO TO KYC-CLIENTE
           NOT INVALID KEY
               MOVE "S" TO KYC-EXISTE-SW
           END-READ.

           MOVE "N" TO LEVANTADA-SW.
           IF KYC-EXISTE-SW = "S" AND KYC-RESTRINGIDO
               MOVE "S" TO LEVANTADA-SW.

           MOVE TIPODOC-W       TO KYC-TIPO-DOC.
           MOVE NUMDOC-USUARIO  TO KYC-NUM-DOC.
           MOVE CADUCIDAD-W     TO KYC-FECHA-CADUCIDAD.
           MOVE RIESGO-W        TO KYC-RIESGO.
           MOVE FECHA-HOY       TO KYC-FECHA-REVISION.
           PERFORM CALCULAR-PROXIMA-REVISION
               THRU CALCULAR-PROXIMA-REVISION-FIN.
           MOVE 0               TO KYC-AVISO-DOC.
           MOVE 0               TO KYC-AVISO-REV.
           MOVE 1               TO KYC-ESTADO.
           MOVE SPACE           TO KYC-MOTIVO.
           MOVE 0               TO KYC-FECHA-RESTRICCION.
           MOVE OPERADOR-SESION TO KYC-OPERADOR.
           IF KYC-EXISTE-SW = "S"
               REWRITE KYC-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE KYC-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE KYC-CLIENTES.

           *> Quien registra el documento, y quien levanta la
           *> restriccion, queda identificado
           MOVE "RENOVACION DOC" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
           IF LEVANTADA-SW = "S"
               MOVE "LEVANTA RESTR DOC" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Documento registrado para el cliente:"
               AT LINE 9 COL 20.
           DISPLAY CLIENTE-USUARIO AT LINE 9 COL 58.
           DISPLAY NOMBRE-CLIENTE AT LINE 10 COL 20.
           DISPLAY "Proxima revision (AAAAMMDD):" AT LINE 12 COL 20.
           DISPLAY KYC-PROXIMA-REVISION AT LINE 12 COL 50.
           IF LEVANTADA-SW = "S"
               DISPLAY "Restriccion de tarjetas levantada"
                   AT LINE 14 COL 20
                   WITH FOREGROUND-COLOR IS GREEN
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-DOCUMENTO
           ELSE
               GO TO EXITO-ENTER.

      *> PROXIMA REVISION = HOY MAS LOS MESES QUE TOCAN POR EL NIVEL
      *> DE RIESGO, IGUAL QUE EN REVISAR_DOCUMENTOS
       CALCULAR-PROXIMA-REVISION.
           MOVE MESES-MEDIO TO MESES-REVISION.
           IF KYC-RIESGO-BAJO
               MOVE MESES-BAJO TO MESES-REVISION.
           IF KYC-RIESGO-ALTO
               MOVE MESES-ALTO TO MESES-REVISION.

           MOVE KYC-FECHA-REVISION TO FECHA-CALC-NUM.
           COMPUTE MESES-TOTAL =
               (CAL-ANO * 12) + (CAL-MES - 1) + MESES-REVISION.
           COMPUTE CAL-ANO = MESES-TOTAL / 12.
           COMPUTE CAL-MES = MESES-TOTAL - (CAL-ANO * 12) + 1.
           IF CAL-DIA > 28
               MOVE 28 TO CAL-DIA.
           MOVE FECHA-CALC-NUM TO KYC-PROXIMA-REVISION.
       CALCULAR-PROXIMA-REVISION-FIN.
           EXIT.

       LEER-PARAMETROS-KYC.
           OPEN I-O PARAMETROS CLOSE PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-KYC-FIN.
           MOVE "KYCMESESBAJO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-BAJO
           END-READ.
           MOVE "KYCMESESMEDIO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-MEDIO
           END-READ.
           MOVE "KYCMESESALTO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-ALTO
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-KYC-FIN.
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
           DISPLAY "Documentos de clientes - UnizarBank"
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
