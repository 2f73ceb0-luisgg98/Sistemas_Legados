       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_RESIDENCIA.
       *> Pantalla de sucursal para registrar la autocertificacion de
       *> residencia fiscal del cliente: hasta tres paises de
       *> residencia (codigo ISO de dos letras) con el numero de
       *> identificacion fiscal de cada uno, en residencia_fiscal.ubd.
       *> Si el cliente no ha entregado la autocertificacion firmada
       *> la ficha queda marcada como sin documentar, y DECLARAR_CRS
       *> la saca en su listado de control en vez de declararla. Un
       *> pais distinto de ES exige NIF; para ES en blanco vale el
       *> DNI de la ficha del cliente. Cada grabacion sustituye la
       *> anterior entera.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESIDENCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFI-CLIENTE
           FILE STATUS IS FSRF.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

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
       *> Residencia fiscal del cliente (ver DECLARAR_CRS)
       FD RESIDENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "residencia_fiscal.ubd".
       01 RESIDENCIA-REG.
           02 RFI-CLIENTE           PIC  9(8).
           02 RFI-AUTOCERT          PIC  9(1).
               88 RFI-DOCUMENTADA    VALUE 1.
               88 RFI-SIN-DOCUMENTAR VALUE 2.
           02 RFI-FECHA-AUTOCERT    PIC  9(8).
           02 RFI-TABLA-PAISES.
               03 RFI-PAISES OCCURS 3 TIMES.
                   04 RFI-PAIS      PIC  X(2).
                   04 RFI-NIF       PIC X(20).
           02 RFI-OPERADOR          PIC  9(4).

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

       77 FSRF                      PIC   X(2).
       77 FSCL                      PIC   X(2).
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
       *> Autocertificacion firmada: S o N
       77 AUTOCERT-USUARIO                PIC X(1).
       77 PAIS1-USUARIO                   PIC X(2).
       77 NIF1-USUARIO                    PIC X(20).
       77 PAIS2-USUARIO                   PIC X(2).
       77 NIF2-USUARIO                    PIC X(20).
       77 PAIS3-USUARIO                   PIC X(2).
       77 NIF3-USUARIO                    PIC X(20).

       *> Los tres pares de la pantalla como tabla para validarlos
       01 PAISES-W.
           02 PAIS-W OCCURS 3 TIMES.
               03 PAIS-COD-W        PIC  X(2).
               03 PAIS-NIF-W        PIC X(20).
       77 IND-PAIS                  PIC  9(1).
       77 IND-OTRO                  PIC  9(1).
       77 CNT-PAISES                PIC  9(1).
       77 ERROR-PAIS-SW             PIC  X(1).

       77 FECHA-HOY                 PIC  9(8).
       77 RFI-EXISTE-SW             PIC  X(1).
       77 NOMBRE-CLIENTE            PIC X(30).
       77 DNI-CLIENTE               PIC  X(9).

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

       01 ACCEPT-DATOS-RESIDENCIA.
           05 FILLER LINE 8 COL 10 VALUE "Numero de cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 48 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 10 COL 10
               VALUE "Autocertificacion firmada (S/N):".
           05 FILLER UNDERLINE AUTO
               LINE 10 COL 48 PIC X(1) USING AUTOCERT-USUARIO.
           05 FILLER LINE 12 COL 10 VALUE "Pais (ISO)".
           05 FILLER LINE 12 COL 25 VALUE "NIF en ese pais".
           05 FILLER UNDERLINE AUTO
               LINE 13 COL 10 PIC X(2) USING PAIS1-USUARIO.
           05 FILLER UNDERLINE AUTO
               LINE 13 COL 25 PIC X(20) USING NIF1-USUARIO.
           05 FILLER UNDERLINE AUTO
               LINE 14 COL 10 PIC X(2) USING PAIS2-USUARIO.
           05 FILLER UNDERLINE AUTO
               LINE 14 COL 25 PIC X(20) USING NIF2-USUARIO.
           05 FILLER UNDERLINE AUTO
               LINE 15 COL 10 PIC X(2) USING PAIS3-USUARIO.
           05 FILLER UNDERLINE
               LINE 15 COL 25 PIC X(20) USING NIF3-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O RESIDENCIA CLOSE RESIDENCIA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-RESIDENCIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Autocertificacion de residencia fiscal"
               AT LINE 6 COL 21.

           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE CLIENTE-USUARIO.
           MOVE SPACES TO AUTOCERT-USUARIO.
           MOVE SPACES TO PAIS1-USUARIO.
           MOVE SPACES TO NIF1-USUARIO.
           MOVE SPACES TO PAIS2-USUARIO.
           MOVE SPACES TO NIF2-USUARIO.
           MOVE SPACES TO PAIS3-USUARIO.
           MOVE SPACES TO NIF3-USUARIO.
           ACCEPT ACCEPT-DATOS-RESIDENCIA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF CLIENTE-USUARIO = 0
               GO TO ACEPTAR-DATOS.

           INSPECT AUTOCERT-USUARIO CONVERTING "sn" TO "SN".
           IF AUTOCERT-USUARIO NOT = "S" AND AUTOCERT-USUARIO NOT = "N"
               DISPLAY "Indique S o N en la autocertificacion"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           MOVE PAIS1-USUARIO TO PAIS-COD-W(1).
           MOVE NIF1-USUARIO  TO PAIS-NIF-W(1).
           MOVE PAIS2-USUARIO TO PAIS-COD-W(2).
           MOVE NIF2-USUARIO  TO PAIS-NIF-W(2).
           MOVE PAIS3-USUARIO TO PAIS-COD-W(3).
           MOVE NIF3-USUARIO  TO PAIS-NIF-W(3).
           INSPECT PAISES-W CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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

           MOVE 0 TO CNT-PAISES.
           MOVE "N" TO ERROR-PAIS-SW.
           MOVE 1 TO IND-PAIS.
           PERFORM VALIDAR-PAIS THRU VALIDAR-PAIS-FIN.
           IF ERROR-PAIS-SW = "S"
               GO TO ACEPTAR-DATOS.

           *> Con la autocertificacion firmada al menos un pais
           IF AUTOCERT-USUARIO = "S" AND CNT-PAISES = 0
               DISPLAY "Indique al menos un pais de residencia"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-RESIDENCIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O RESIDENCIA.
           IF FSRF <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO RFI-CLIENTE.
           READ RESIDENCIA INVALID KEY
               MOVE "N" TO RFI-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO RFI-EXISTE-SW
           END-READ.

           INITIALIZE RESIDENCIA-REG.
           MOVE CLIENTE-USUARIO TO RFI-CLIENTE.
           IF AUTOCERT-USUARIO = "S"
               MOVE 1 TO RFI-AUTOCERT
               MOVE FECHA-HOY TO RFI-FECHA-AUTOCERT
           ELSE
               MOVE 2 TO RFI-AUTOCERT
               MOVE 0 TO RFI-FECHA-AUTOCERT
           END-IF.
           MOVE PAISES-W TO RFI-TABLA-PAISES.
           MOVE OPERADOR-SESION TO RFI-OPERADOR.
           IF RFI-EXISTE-SW = "S"
               REWRITE RESIDENCIA-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE RESIDENCIA-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE RESIDENCIA.

           MOVE "RESIDENCIA FISCAL" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Residencia fiscal registrada para el cliente:"
               AT LINE 9 COL 15.
           DISPLAY CLIENTE-USUARIO AT LINE 9 COL 61.
           DISPLAY NOMBRE-CLIENTE AT LINE 10 COL 15.
           IF RFI-SIN-DOCUMENTAR
               DISPLAY "Sin autocertificacion: queda como pendiente"
                   AT LINE 12 COL 15
                   WITH FOREGROUND-COLOR IS YELLOW
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-RESIDENCIA
           ELSE
               GO TO EXITO-ENTER.

      *> VALIDA EL PAR PAIS/NIF IND-PAIS Y LOS SIGUIENTES: CODIGO DE
      *> DOS LETRAS, SIN REPETIR, Y NIF OBLIGATORIO FUERA DE ESPANA
       VALIDAR-PAIS.
           IF IND-PAIS > 3
               GO TO VALIDAR-PAIS-FIN.
           IF PAIS-COD-W(IND-PAIS) = SPACES
               IF PAIS-NIF-W(IND-PAIS) NOT = SPACES
                   DISPLAY "Falta el pais de un NIF"
                       AT LINE 22 COL 29
                       WITH BACKGROUND-COLOR RED
                   MOVE "S" TO ERROR-PAIS-SW
                   GO TO VALIDAR-PAIS-FIN
               END-IF
               ADD 1 TO IND-PAIS
               GO TO VALIDAR-PAIS.

           IF PAIS-COD-W(IND-PAIS)(1:1) NOT ALPHABETIC-UPPER
               OR PAIS-COD-W(IND-PAIS)(2:1) NOT ALPHABETIC-UPPER
               OR PAIS-COD-W(IND-PAIS)(1:1) = SPACE
               OR PAIS-COD-W(IND-PAIS)(2:1) = SPACE
               DISPLAY "El pais va en codigo ISO de dos letras"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               MOVE "S" TO ERROR-PAIS-SW
               GO TO VALIDAR-PAIS-FIN.

           MOVE 1 TO IND-OTRO.
       VALIDAR-PAIS-REPETIDO.
           IF IND-OTRO < IND-PAIS
               IF PAIS-COD-W(IND-OTRO) = PAIS-COD-W(IND-PAIS)
                   DISPLAY "Pais repetido" AT LINE 22 COL 33
                       WITH BACKGROUND-COLOR RED
                   MOVE "S" TO ERROR-PAIS-SW
                   GO TO VALIDAR-PAIS-FIN
               END-IF
               ADD 1 TO IND-OTRO
               GO TO VALIDAR-PAIS-REPETIDO.

           IF PAIS-NIF-W(IND-PAIS) = SPACES
               IF PAIS-COD-W(IND-PAIS) = "ES"
                   MOVE DNI-CLIENTE TO PAIS-NIF-W(IND-PAIS)
               ELSE
                   DISPLAY "Falta el NIF del pais extranjero"
                       AT LINE 22 COL 24
                       WITH BACKGROUND-COLOR RED
                   MOVE "S" TO ERROR-PAIS-SW
                   GO TO VALIDAR-PAIS-FIN
               END-IF
           END-IF.

           ADD 1 TO CNT-PAISES.
           ADD 1 TO IND-PAIS.
           GO TO VALIDAR-PAIS.
       VALIDAR-PAIS-FIN.
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
           DISPLAY "Residencia fiscal - UnizarBank"
               AT LINE 2 COL 25
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
