       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_RESERVAS.
       *> Pantalla de sucursal para las reservas de entradas sin pago
       *> (reservas.ubd): grupos y colegios apartan plazas de un
       *> espectaculo y zona a nombre de una tarjeta hasta una fecha
       *> limite de pago. Las plazas salen ya de la disponibilidad y,
       *> si la zona tiene mapa de butacas, las butacas elegidas
       *> quedan retenidas (ASIENTO-BLOQUEADO); no se cobra nada. El
       *> titular paga todo o parte en el cajero (BANK7, F3) y cada
       *> plaza pagada se convierte en una entrada normal; lo que siga
       *> sin pagar pasada la fecha limite lo devuelve a la venta
       *> LIBERAR_RESERVAS, que ademas avisa antes al titular.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-NUM
           ALTERNATE RECORD KEY IS RSV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRSV.

           SELECT F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL ASIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASI-CLAVE
           FILE STATUS IS FSASI.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

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
       FD RESERVAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reservas.ubd".
       01 RESERVA-REG.
           02 RSV-NUM               PIC  9(9).
           02 RSV-TARJETA           PIC 9(16).
           02 RSV-ESPECT            PIC  9(4).
           02 RSV-ZONA              PIC  9(1).
           02 RSV-CANTIDAD          PIC  9(2).
           02 RSV-PAGADAS           PIC  9(2).
           02 RSV-FECHA-ALTA        PIC  9(8).
           02 RSV-FECHA-LIMITE      PIC  9(8).
           02 RSV-OPERADOR          PIC  9(4).
           02 RSV-AVISO-SW          PIC  X(1).
               88 RSV-AVISADA       VALUE "S".
           02 RSV-ESTADO            PIC  9(1).
               88 RSV-VIVA          VALUE 1.
               88 RSV-PAGADA        VALUE 2.
               88 RSV-VENCIDA       VALUE 3.
           02 RSV-PLAZA OCCURS 20 TIMES.
               03 RSV-FILA          PIC  9(2).
               03 RSV-ASIENTO       PIC  9(3).
               03 RSV-PLAZA-ESTADO  PIC  9(1).
                   88 PLAZA-RETENIDA VALUE 1.
                   88 PLAZA-PAGADA   VALUE 2.
                   88 PLAZA-LIBERADA VALUE 3.
               03 RSV-ENT-NUM       PIC  9(9).

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
       01 ESPECTACULO-REG.
           02 ESP-NUM               PIC   9(4).
           02 ESP-ANO               PIC   9(4).
           02 ESP-MES               PIC   9(2).
           02 ESP-DIA               PIC   9(2).
           02 ESP-HOR               PIC   9(2).
           02 ESP-MIN               PIC   9(2).
           02 ESP-DESCR             PIC  X(40).
           02 ESP-DISP              PIC   9(7).
           02 ESP-PRECIO-ENT        PIC   9(4).
           02 ESP-PRECIO-DEC        PIC   9(2).
           02 ESP-ESTADO            PIC   9(1).
               88 ESP-ACTIVO        VALUES 0 1.
               88 ESP-CANCELADO     VALUE 2.
               88 ESP-REEMBOLSADO   VALUE 3.
               88 ESP-LIQUIDADO     VALUE 4.
           02 ESP-PROMOTOR          PIC   9(4).
           02 ESP-ZONA OCCURS 3 TIMES.
               03 ESP-ZONA-DESCR    PIC  X(10).
               03 ESP-ZONA-DISP     PIC   9(7).
               03 ESP-ZONA-PRECIO-ENT PIC 9(4).
               03 ESP-ZONA-PRECIO-DEC PIC 9(2).

       FD ASIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asientos.ubd".
       01 ASIENTO-REG.
           02 ASI-CLAVE.
               03 ASI-ESPECT        PIC  9(4).
               03 ASI-ZONA          PIC  9(1).
               03 ASI-FILA          PIC  9(2).
               03 ASI-ASIENTO       PIC  9(3).
           02 ASI-ESTADO            PIC  9(1).
               88 ASIENTO-LIBRE     VALUE 1.
               88 ASIENTO-OCUPADO   VALUE 2.
               88 ASIENTO-BLOQUEADO VALUE 3.
           02 ASI-ENT-NUM           PIC  9(9).

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

       77 FSRSV                     PIC   X(2).
       77 FSASI                     PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSE                       PIC   X(2).
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


       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 ESPECT-USUARIO  BLANK WHEN ZERO PIC 9(4).
       77 ZONA-USUARIO    BLANK WHEN ZERO PIC 9(1).
       77 CANTIDAD-USUARIO BLANK WHEN ZERO PIC 9(2).
       77 LIMITE-USUARIO  BLANK WHEN ZERO PIC 9(8).
       77 FILA-USUARIO    BLANK WHEN ZERO PIC 9(2).
       77 ASIENTO-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 IND-ZONA-W                PIC   9(1).
       77 CANTIDAD-W                PIC   9(2).
       77 DISP-ACTUAL               PIC   9(7).
       77 FECHA-HOY                 PIC   9(8).
       77 FECHA-ESP                 PIC   9(8).
       77 HAY-MAPA-SW               PIC   X(1).
       77 REPETIDO-SW               PIC   X(1).
       77 IND-PLAZA                 PIC   9(2).
       77 IND-RB                    PIC   9(2).
       77 CNT-BLOQUEADAS            PIC   9(2).
       77 LAST-RSV-NUM              PIC   9(9).
       77 RSV-NUM-EDIT              PIC   Z(8)9.
       01 TABLA-PLAZAS.
           02 PLZ-ELEGIDA OCCURS 20 TIMES.
               03 PLZ-FILA          PIC   9(2).
               03 PLZ-ASIENTO       PIC   9(3).

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

       01 ACCEPT-DATOS-RESERVA.
           05 FILLER LINE 7 COL 10 VALUE "Tarjeta del titular:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 7 COL 42 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 9 COL 10 VALUE "Numero de espectaculo:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 42 PIC 9(4) USING ESPECT-USUARIO.
           05 FILLER LINE 11 COL 10 VALUE
               "Zona (0 si no tiene zonas):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 42 PIC 9(1) USING ZONA-USUARIO.
           05 FILLER LINE 13 COL 10 VALUE "Plazas (1 a 20):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 42 PIC 9(2) USING CANTIDAD-USUARIO.
           05 FILLER LINE 15 COL 10 VALUE
               "Pagar antes de (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 15 COL 42 PIC 9(8) USING LIMITE-USUARIO.

       01 ACCEPT-BUTACA.
           05 FILLER LINE 19 COL 10 VALUE "Butaca - fila:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 19 COL 26 PIC 9(2) USING FILA-USUARIO.
           05 FILLER LINE 19 COL 31 VALUE "asiento:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 19 COL 40 PIC 9(3) USING ASIENTO-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O RESERVAS CLOSE RESERVAS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-RESERVA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reserva de entradas sin pago" AT LINE 5 COL 26.

           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE ESPECT-USUARIO.
           INITIALIZE ZONA-USUARIO.
           INITIALIZE CANTIDAD-USUARIO.
           INITIALIZE LIMITE-USUARIO.
           ACCEPT ACCEPT-DATOS-RESERVA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           MOVE CANTIDAD-USUARIO TO CANTIDAD-W.
           IF TARJETA-USUARIO = 0 OR ESPECT-USUARIO = 0
               GO TO ACEPTAR-DATOS.
           IF CANTIDAD-W = 0 OR CANTIDAD-W > 20
               DISPLAY "Entre 1 y 20 plazas por reserva"
                   AT LINE 21 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           IF LIMITE-USUARIO < FECHA-HOY
               DISPLAY "La fecha limite ya ha pasado"
                   AT LINE 21 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       VALIDAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" AT LINE 21 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           CLOSE TARJETAS.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 21 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF NOT TARJETA-ACTIVA
               DISPLAY "La tarjeta no esta activa" AT LINE 21 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       VALIDAR-ESPECTACULO.
           OPEN I-O F-ESPECTACULOS CLOSE F-ESPECTACULOS.
           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.
           MOVE ESPECT-USUARIO TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               CLOSE F-ESPECTACULOS
               DISPLAY "El espectaculo no existe" AT LINE 21 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           CLOSE F-ESPECTACULOS.
           IF NOT ESP-ACTIVO
               DISPLAY "El espectaculo no esta a la venta"
                   AT LINE 21 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           *> El pago tiene que poder hacerse antes de la funcion
           COMPUTE FECHA-ESP = (ESP-ANO * 10000) + (ESP-MES * 100)
               + ESP-DIA.
           IF LIMITE-USUARIO >= FECHA-ESP
               DISPLAY "La fecha limite debe ser anterior a la funcion"
                   AT LINE 21 COL 16
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           MOVE ZONA-USUARIO TO IND-ZONA-W.
           IF IND-ZONA-W = 0
               IF ESP-ZONA-DESCR(1) NOT = SPACES
                   DISPLAY "El espectaculo tiene zonas: indique 1 a 3"
                       AT LINE 21 COL 19
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-IF
               MOVE ESP-DISP TO DISP-ACTUAL
           ELSE
               IF IND-ZONA-W > 3
                   DISPLAY "La zona no existe" AT LINE 21 COL 31
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-IF
               IF ESP-ZONA-DESCR(IND-ZONA-W) = SPACES
                   DISPLAY "La zona no existe" AT LINE 21 COL 31
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-IF
               MOVE ESP-ZONA-DISP(IND-ZONA-W) TO DISP-ACTUAL
           END-IF.
           IF DISP-ACTUAL < CANTIDAD-W
               DISPLAY "No quedan tantas plazas libres"
                   AT LINE 21 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           PERFORM ELEGIR-BUTACAS THRU ELEGIR-BUTACAS-FIN.

       GUARDAR-RESERVA.
           *> La disponibilidad se vuelve a comprobar sobre el
           *> registro releido, bajo la misma apertura que la resta
           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.
           MOVE ESPECT-USUARIO TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               CLOSE F-ESPECTACULOS
               GO TO PSYS-ERR.
           IF IND-ZONA-W > 0
               IF ESP-ZONA-DISP(IND-ZONA-W) < CANTIDAD-W
                   CLOSE F-ESPECTACULOS
                   GO TO SIN-PLAZAS
               END-IF
           END-IF.
           IF ESP-DISP < CANTIDAD-W
               CLOSE F-ESPECTACULOS
               GO TO SIN-PLAZAS.

           PERFORM RETENER-BUTACAS THRU RETENER-BUTACAS-FIN.
           IF CNT-BLOQUEADAS < CANTIDAD-W AND HAY-MAPA-SW = "S"
               CLOSE F-ESPECTACULOS
               GO TO SIN-PLAZAS.

           IF IND-ZONA-W > 0
               SUBTRACT CANTIDAD-W FROM ESP-ZONA-DISP(IND-ZONA-W)
           END-IF.
           SUBTRACT CANTIDAD-W FROM ESP-DISP.
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ESPECTACULOS.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "RESERVA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-RSV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-RSV-NUM
           END-READ.
           ADD 1 TO LAST-RSV-NUM.
           MOVE LAST-RSV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           INITIALIZE RESERVA-REG.
           MOVE LAST-RSV-NUM    TO RSV-NUM.
           MOVE TARJETA-USUARIO TO RSV-TARJETA.
           MOVE ESPECT-USUARIO  TO RSV-ESPECT.
           MOVE IND-ZONA-W      TO RSV-ZONA.
           MOVE CANTIDAD-W      TO RSV-CANTIDAD.
           MOVE 0               TO RSV-PAGADAS.
           MOVE FECHA-HOY       TO RSV-FECHA-ALTA.
           MOVE LIMITE-USUARIO  TO RSV-FECHA-LIMITE.
           MOVE OPERADOR-SESION TO RSV-OPERADOR.
           MOVE "N"             TO RSV-AVISO-SW.
           MOVE 1               TO RSV-ESTADO.
           MOVE 1 TO IND-PLAZA.
       GUARDAR-RESERVA-PLAZA.
           IF IND-PLAZA <= CANTIDAD-W
               MOVE PLZ-FILA(IND-PLAZA)    TO RSV-FILA(IND-PLAZA)
               MOVE PLZ-ASIENTO(IND-PLAZA) TO RSV-ASIENTO(IND-PLAZA)
               MOVE 1 TO RSV-PLAZA-ESTADO(IND-PLAZA)
               MOVE 0 TO RSV-ENT-NUM(IND-PLAZA)
               ADD 1 TO IND-PLAZA
               GO TO GUARDAR-RESERVA-PLAZA.

           OPEN I-O RESERVAS.
           IF FSRSV <> 00
               GO TO PSYS-ERR.
           WRITE RESERVA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RESERVAS.

           MOVE "ALTA RESERVA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           MOVE LAST-RSV-NUM TO RSV-NUM-EDIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reserva guardada con numero" AT LINE 9 COL 22.
           DISPLAY RSV-NUM-EDIT AT LINE 9 COL 50.
           DISPLAY "Se paga en el cajero antes de la fecha limite"
               AT LINE 11 COL 17.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-RESERVA
           ELSE
               GO TO EXITO-ENTER.

      *> OTRA VENTA SE ADELANTO MIENTRAS SE TECLEABA LA RESERVA
       SIN-PLAZAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Las plazas ya no estan libres"
               AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
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
           DISPLAY "Reservas - UnizarBank"
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

      *> FIRMA DE OPERADOR AL ENTRAR, IGUAL QUE EN GESTION_ORDENES:
      *> NADIE APARTA PLAZAS SIN QUEDAR IDENTIFICADO
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

      *> CON MAPA DE BUTACAS EN LA ZONA SE PIDE FILA Y ASIENTO POR
      *> CADA PLAZA, IGUAL QUE EN LA COMPRA DE BANK7; SIN MAPA LA
      *> RESERVA VA SOLO POR AFORO (FILA Y ASIENTO A CERO)
       ELEGIR-BUTACAS.
           INITIALIZE TABLA-PLAZAS.
           MOVE "N" TO HAY-MAPA-SW.
           MOVE 0 TO IND-PLAZA.
           IF IND-ZONA-W = 0
               GO TO ELEGIR-BUTACAS-FIN.
           OPEN INPUT ASIENTOS.
           IF FSASI <> 00
               CLOSE ASIENTOS
               GO TO ELEGIR-BUTACAS-FIN.
           MOVE ESPECT-USUARIO TO ASI-ESPECT.
           MOVE IND-ZONA-W     TO ASI-ZONA.
           MOVE 0              TO ASI-FILA.
           MOVE 0              TO ASI-ASIENTO.
           START ASIENTOS KEY >= ASI-CLAVE
               INVALID KEY
                   CLOSE ASIENTOS
                   GO TO ELEGIR-BUTACAS-FIN
           END-START.
           READ ASIENTOS NEXT RECORD AT END
               CLOSE ASIENTOS
               GO TO ELEGIR-BUTACAS-FIN.
           CLOSE ASIENTOS.
           IF ASI-ESPECT NOT = ESPECT-USUARIO
               OR ASI-ZONA NOT = IND-ZONA-W
               GO TO ELEGIR-BUTACAS-FIN.
           MOVE "S" TO HAY-MAPA-SW.

       ELEGIR-BUTACA-UNA.
           IF IND-PLAZA >= CANTIDAD-W
               GO TO ELEGIR-BUTACAS-FIN.
           INITIALIZE FILA-USUARIO.
           INITIALIZE ASIENTO-USUARIO.
           DISPLAY "Plaza" AT LINE 18 COL 10.
           COMPUTE IND-RB = IND-PLAZA + 1.
           DISPLAY IND-RB AT LINE 18 COL 16.
           ACCEPT ACCEPT-BUTACA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PANTALLA-RESERVA
               END-IF
           END-ACCEPT.
           IF FILA-USUARIO = 0 AND ASIENTO-USUARIO = 0
               GO TO ELEGIR-BUTACA-UNA.

           MOVE "N" TO REPETIDO-SW.
           MOVE 1 TO IND-RB.
       ELEGIR-BUTACA-REPETIDA.
           IF IND-RB <= IND-PLAZA
               IF PLZ-FILA(IND-RB) = FILA-USUARIO
                   AND PLZ-ASIENTO(IND-RB) = ASIENTO-USUARIO
                   MOVE "S" TO REPETIDO-SW
               ELSE
                   ADD 1 TO IND-RB
                   GO TO ELEGIR-BUTACA-REPETIDA.
           IF REPETIDO-SW = "S"
               GO TO ELEGIR-BUTACA-UNA.

           OPEN INPUT ASIENTOS.
           IF FSASI <> 00
               CLOSE ASIENTOS
               GO TO PSYS-ERR.
           MOVE ESPECT-USUARIO  TO ASI-ESPECT.
           MOVE IND-ZONA-W      TO ASI-ZONA.
           MOVE FILA-USUARIO    TO ASI-FILA.
           MOVE ASIENTO-USUARIO TO ASI-ASIENTO.
           READ ASIENTOS INVALID KEY
               CLOSE ASIENTOS
               DISPLAY "La butaca no existe" AT LINE 21 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ELEGIR-BUTACA-UNA.
           CLOSE ASIENTOS.
           IF NOT ASIENTO-LIBRE
               DISPLAY "La butaca no esta libre " AT LINE 21 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ELEGIR-BUTACA-UNA.

           ADD 1 TO IND-PLAZA.
           MOVE FILA-USUARIO    TO PLZ-FILA(IND-PLAZA).
           MOVE ASIENTO-USUARIO TO PLZ-ASIENTO(IND-PLAZA).
           GO TO ELEGIR-BUTACA-UNA.
       ELEGIR-BUTACAS-FIN.
           EXIT.

      *> PASA A RETENIDAS LAS BUTACAS ELEGIDAS; SI ALGUNA YA NO ESTA
      *> LIBRE SE DEVUELVEN LAS YA RETENIDAS Y CNT-BLOQUEADAS QUEDA
      *> POR DEBAJO DE LA CANTIDAD PEDIDA
       RETENER-BUTACAS.
           MOVE 0 TO CNT-BLOQUEADAS.
           IF HAY-MAPA-SW NOT = "S"
               GO TO RETENER-BUTACAS-FIN.
           OPEN I-O ASIENTOS.
           IF FSASI <> 00
               CLOSE ASIENTOS
               GO TO RETENER-BUTACAS-FIN.
       RETENER-BUTACA-UNA.
           IF CNT-BLOQUEADAS >= CANTIDAD-W
               CLOSE ASIENTOS
               GO TO RETENER-BUTACAS-FIN.
           COMPUTE IND-PLAZA = CNT-BLOQUEADAS + 1.
           MOVE ESPECT-USUARIO         TO ASI-ESPECT.
           MOVE IND-ZONA-W             TO ASI-ZONA.
           MOVE PLZ-FILA(IND-PLAZA)    TO ASI-FILA.
           MOVE PLZ-ASIENTO(IND-PLAZA) TO ASI-ASIENTO.
           READ ASIENTOS INVALID KEY
               GO TO RETENER-BUTACAS-ATRAS.
           IF NOT ASIENTO-LIBRE
               GO TO RETENER-BUTACAS-ATRAS.
           MOVE 3 TO ASI-ESTADO.
           MOVE 0 TO ASI-ENT-NUM.
           REWRITE ASIENTO-REG INVALID KEY
               GO TO RETENER-BUTACAS-ATRAS.
           ADD 1 TO CNT-BLOQUEADAS.
           GO TO RETENER-BUTACA-UNA.
       RETENER-BUTACAS-ATRAS.
           MOVE 1 TO IND-RB.
       RETENER-BUTACAS-DEVOLVER.
           IF IND-RB > CNT-BLOQUEADAS
               CLOSE ASIENTOS
               MOVE 0 TO CNT-BLOQUEADAS
               GO TO RETENER-BUTACAS-FIN.
           MOVE ESPECT-USUARIO      TO ASI-ESPECT.
           MOVE IND-ZONA-W          TO ASI-ZONA.
           MOVE PLZ-FILA(IND-RB)    TO ASI-FILA.
           MOVE PLZ-ASIENTO(IND-RB) TO ASI-ASIENTO.
           READ ASIENTOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ASIENTO-BLOQUEADO
                   MOVE 1 TO ASI-ESTADO
                   REWRITE ASIENTO-REG INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-READ.
           ADD 1 TO IND-RB.
           GO TO RETENER-BUTACAS-DEVOLVER.
       RETENER-BUTACAS-FIN.
           EXIT.
