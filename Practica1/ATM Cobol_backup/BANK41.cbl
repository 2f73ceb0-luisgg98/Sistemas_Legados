       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK41.
       *> Aceptacion de condiciones en el cajero: BANK1 la llama una
       *> vez por sesion despues de identificar al cliente. Para cada
       *> producto que tiene la tarjeta (0 condiciones generales, que
       *> tienen todas, 1 cuenta corriente y 2 cuenta de ahorro, ver
       *> cuentas.ubd) se busca la version vigente en condiciones.ubd
       *> (la mas alta ya publicada, ver GESTION_CONDICIONES). Si pide
       *> aceptacion y el cliente de la tarjeta no la tiene aceptada
       *> en condiciones_aceptadas.ubd, se le ensena el resumen en el
       *> idioma de la sesion (textos.ubd, con el castellano de la
       *> ficha si no esta) y se le pide que la acepte: Enter la deja
       *> aceptada con la fecha, la hora, el terminal y su sucursal;
       *> ESC la deja para otra vez. Si una version que restringe ya
       *> esta en vigor y el cliente no la acepta, vuelve
       *> CONDICIONES-RESTRINGIDO a "S" y BANK1 le deja solo el menu
       *> reducido. Sin nada pendiente, vuelve sin pintar nada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONDICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COND-CLAVE
           FILE STATUS IS FSCD.

           SELECT OPTIONAL ACEPTACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACE-CLAVE
           FILE STATUS IS FSAC.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

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
       FD CONDICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones.ubd".
       01 CONDICION-REG.
           02 COND-CLAVE.
               03 COND-PRODUCTO     PIC  9(1).
                   88 COND-GENERALES VALUE 0.
                   88 COND-CORRIENTE VALUE 1.
                   88 COND-AHORRO    VALUE 2.
               03 COND-VERSION      PIC  9(3).
           02 COND-TITULO           PIC X(30).
           02 COND-FECHA-PUBLICACION PIC 9(8).
           02 COND-FECHA-EFECTO     PIC  9(8).
           02 COND-ACEPTACION       PIC  X(1).
           02 COND-RESTRINGE        PIC  X(1).
           02 COND-TEXTO-ID         PIC  9(4).
           02 COND-LINEAS           PIC  9(1).
           02 COND-RESUMEN-1        PIC X(50).
           02 COND-RESUMEN-2        PIC X(50).
           02 COND-RESUMEN-3        PIC X(50).
           02 COND-RESUMEN-4        PIC X(50).
           02 COND-FECHA-ALTA       PIC  9(8).
           02 COND-OPERADOR         PIC  9(4).

       FD ACEPTACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones_aceptadas.ubd".
       01 ACEPTACION-REG.
           02 ACE-CLAVE.
               03 ACE-CLIENTE       PIC  9(8).
               03 ACE-PRODUCTO      PIC  9(1).
               03 ACE-VERSION       PIC  9(3).
           02 ACE-FECHA             PIC  9(8).
           02 ACE-HORA              PIC  9(6).
           02 ACE-CANAL             PIC  X(1).
               88 ACE-EN-CAJERO     VALUE "C".
               88 ACE-EN-SUCURSAL   VALUE "S".
           02 ACE-TERMINAL          PIC  9(3).
           02 ACE-SUCURSAL          PIC  9(4).
           02 ACE-TARJETA           PIC 9(16).
           02 ACE-OPERADOR          PIC  9(4).

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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

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
       77 FSCD                     PIC  X(2).
       77 FSAC                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 FECHA-NEGOCIO            PIC  9(8).
       77 CLIENTE-TARJETA          PIC  9(8).
       77 TIENE-CORRIENTE-SW       PIC  X(1).
       77 TIENE-AHORRO-SW          PIC  X(1).
       77 PRODUCTO-ACTUAL          PIC  9(1).
       77 VERSION-VIGENTE          PIC  9(3).
       77 ACEPTADA-SW              PIC  X(1).
       77 FECHA-EFECTO-EDIT        PIC X(10).
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.

       *> Peticion a SUCURSAL_ASIGNADA (ver su cabecera)
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

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
       77 CONDICIONES-RESTRINGIDO  PIC   X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO CONDICIONES-RESTRINGIDO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           MOVE "N" TO CONDICIONES-RESTRINGIDO.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

           *> Lo aceptado es del cliente, no de la tarjeta: una
           *> tarjeta sin cliente no tiene a quien anotarlo
           MOVE 0 TO CLIENTE-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               EXIT PROGRAM.
           MOVE TNUM TO TNUM-E.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TCLIENTE TO CLIENTE-TARJETA
           END-READ.
           CLOSE TARJETAS.
           IF CLIENTE-TARJETA = 0
               EXIT PROGRAM.

           PERFORM COMPROBAR-PRODUCTOS THRU COMPROBAR-PRODUCTOS-FIN.
           MOVE 0 TO PRODUCTO-ACTUAL.

      *> UN PRODUCTO CADA VEZ, DEL 0 AL 2
       REVISAR-PRODUCTO.
           IF PRODUCTO-ACTUAL > 2
               EXIT PROGRAM.
           IF PRODUCTO-ACTUAL = 1 AND TIENE-CORRIENTE-SW = "N"
               GO TO SIGUIENTE-PRODUCTO.
           IF PRODUCTO-ACTUAL = 2 AND TIENE-AHORRO-SW = "N"
               GO TO SIGUIENTE-PRODUCTO.

           PERFORM BUSCAR-VIGENTE THRU BUSCAR-VIGENTE-FIN.
           IF VERSION-VIGENTE = 0
               GO TO SIGUIENTE-PRODUCTO.
           IF COND-ACEPTACION NOT = "S"
               GO TO SIGUIENTE-PRODUCTO.

           PERFORM COMPROBAR-ACEPTADA THRU COMPROBAR-ACEPTADA-FIN.
           IF ACEPTADA-SW = "S"
               GO TO SIGUIENTE-PRODUCTO.

           GO TO PANTALLA-CONDICIONES.

       SIGUIENTE-PRODUCTO.
           ADD 1 TO PRODUCTO-ACTUAL.
           GO TO REVISAR-PRODUCTO.

       PANTALLA-CONDICIONES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Han cambiado las condiciones de su contrato"
               TO TEXTO-PANTALLA.
           MOVE 563 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 15
               WITH FOREGROUND-COLOR IS YELLOW.

           DISPLAY COND-TITULO AT LINE 8 COL 15.
           MOVE "En vigor desde el" TO TEXTO-PANTALLA.
           MOVE 564 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 9 COL 15.
           MOVE SPACES TO FECHA-EFECTO-EDIT.
           STRING COND-FECHA-EFECTO(7:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  COND-FECHA-EFECTO(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  COND-FECHA-EFECTO(1:4) DELIMITED BY SIZE
             INTO FECHA-EFECTO-EDIT.
           DISPLAY FECHA-EFECTO-EDIT AT LINE 9 COL 46.

           *> El resumen va en COND-LINEAS textos seguidos a partir
           *> de COND-TEXTO-ID; sin traducir, el de la ficha
           MOVE COND-RESUMEN-1 TO TEXTO-PANTALLA.
           IF COND-TEXTO-ID > 0
               MOVE COND-TEXTO-ID TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15.
           IF COND-LINEAS > 1
               MOVE COND-RESUMEN-2 TO TEXTO-PANTALLA
               IF COND-TEXTO-ID > 0
                   COMPUTE TEXTO-ID = COND-TEXTO-ID + 1
                   PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               END-IF
               DISPLAY TEXTO-PANTALLA AT LINE 12 COL 15
           END-IF.
           IF COND-LINEAS > 2
               MOVE COND-RESUMEN-3 TO TEXTO-PANTALLA
               IF COND-TEXTO-ID > 0
                   COMPUTE TEXTO-ID = COND-TEXTO-ID + 2
                   PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               END-IF
               DISPLAY TEXTO-PANTALLA AT LINE 13 COL 15
           END-IF.
           IF COND-LINEAS > 3
               MOVE COND-RESUMEN-4 TO TEXTO-PANTALLA
               IF COND-TEXTO-ID > 0
                   COMPUTE TEXTO-ID = COND-TEXTO-ID + 3
                   PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               END-IF
               DISPLAY TEXTO-PANTALLA AT LINE 14 COL 15
           END-IF.

           MOVE "Puede pedir el texto completo en su sucursal"
               TO TEXTO-PANTALLA.
           MOVE 565 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 16 COL 15.

           IF COND-RESTRINGE = "S"
               MOVE "Sin aceptarlas, desde esa fecha solo vera el saldo"
                   TO TEXTO-PANTALLA
               MOVE 566 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 18 COL 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.

           MOVE "Enter - Acepto" TO TEXTO-PANTALLA.
           MOVE 567 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:30) AT LINE 24 COL 2.
           MOVE "ESC - Ahora no" TO TEXTO-PANTALLA.
           MOVE 568 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:20) AT LINE 24 COL 60.

       ESPERAR-RESPUESTA.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG
           IF TIMEOUT-EXPIRADO
               *> Nadie delante: no se da nada por aceptado
               GO TO TIMEOUT-SALIDA
           END-IF.
           IF ENTER-PRESSED
               PERFORM ANOTAR-ACEPTACION THRU ANOTAR-ACEPTACION-FIN
               GO TO SIGUIENTE-PRODUCTO.
           IF ESC-PRESSED
               IF COND-RESTRINGE = "S"
                   AND COND-FECHA-EFECTO NOT > FECHA-NEGOCIO
                   MOVE "S" TO CONDICIONES-RESTRINGIDO
               END-IF
               GO TO SIGUIENTE-PRODUCTO.
           GO TO ESPERAR-RESPUESTA.

      *> LA TARJETA TIENE CUENTA CORRIENTE Y/O DE AHORRO; LAS
      *> CONDICIONES GENERALES LAS TIENE CUALQUIER TARJETA
       COMPROBAR-PRODUCTOS.
           MOVE "N" TO TIENE-CORRIENTE-SW.
           MOVE "N" TO TIENE-AHORRO-SW.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO COMPROBAR-PRODUCTOS-FIN.
           MOVE TNUM TO CTA-TARJETA.
           MOVE 1    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO TIENE-CORRIENTE-SW
           END-READ.
           MOVE TNUM TO CTA-TARJETA.
           MOVE 2    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO TIENE-AHORRO-SW
           END-READ.
           CLOSE CUENTAS.
       COMPROBAR-PRODUCTOS-FIN.
           EXIT.

      *> VERSION VIGENTE DE PRODUCTO-ACTUAL: LA MAS ALTA YA PUBLICADA
      *> A LA FECHA DE NEGOCIO. DEJA SU NUMERO EN VERSION-VIGENTE (0
      *> SI NO HAY) Y SU FICHA EN CONDICION-REG
       BUSCAR-VIGENTE.
           MOVE 0 TO VERSION-VIGENTE.
           OPEN INPUT CONDICIONES.
           IF FSCD <> 00
               CLOSE CONDICIONES
               GO TO BUSCAR-VIGENTE-FIN.
           MOVE PRODUCTO-ACTUAL TO COND-PRODUCTO.
           MOVE 0               TO COND-VERSION.
           START CONDICIONES KEY IS NOT LESS THAN COND-CLAVE
               INVALID KEY
                   CLOSE CONDICIONES
                   GO TO BUSCAR-VIGENTE-FIN.
       BUSCAR-VIGENTE-LEER.
           READ CONDICIONES NEXT RECORD AT END
               GO TO BUSCAR-VIGENTE-RELEER.
           IF COND-PRODUCTO NOT = PRODUCTO-ACTUAL
               GO TO BUSCAR-VIGENTE-RELEER.
           IF COND-FECHA-PUBLICACION NOT > FECHA-NEGOCIO
               MOVE COND-VERSION TO VERSION-VIGENTE.
           GO TO BUSCAR-VIGENTE-LEER.
       BUSCAR-VIGENTE-RELEER.
           IF VERSION-VIGENTE > 0
               MOVE PRODUCTO-ACTUAL TO COND-PRODUCTO
               MOVE VERSION-VIGENTE TO COND-VERSION
               READ CONDICIONES INVALID KEY
                   MOVE 0 TO VERSION-VIGENTE
               END-READ
           END-IF.
           CLOSE CONDICIONES.
       BUSCAR-VIGENTE-FIN.
           EXIT.

       COMPROBAR-ACEPTADA.
           MOVE "N" TO ACEPTADA-SW.
           OPEN INPUT ACEPTACIONES.
           IF FSAC <> 00
               CLOSE ACEPTACIONES
               GO TO COMPROBAR-ACEPTADA-FIN.
           MOVE CLIENTE-TARJETA TO ACE-CLIENTE.
           MOVE PRODUCTO-ACTUAL TO ACE-PRODUCTO.
           MOVE VERSION-VIGENTE TO ACE-VERSION.
           READ ACEPTACIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO ACEPTADA-SW
           END-READ.
           CLOSE ACEPTACIONES.
       COMPROBAR-ACEPTADA-FIN.
           EXIT.

      *> LA ACEPTACION QUEDA DEL CLIENTE CON LA TARJETA, EL TERMINAL
      *> Y LA SUCURSAL DEL TERMINAL DONDE SE DIO. UN FALLO AL ANOTAR
      *> NO PARA LA SESION: LA VERSION SE VOLVERA A PEDIR
       ANOTAR-ACEPTACION.
           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-FIN.
           INITIALIZE PETICION-SUCURSAL.
           MOVE "C"             TO PSU-OPERACION.
           MOVE "M"             TO PSU-TIPO.
           MOVE TERMINAL-ACTUAL TO PSU-ID.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O ACEPTACIONES CLOSE ACEPTACIONES.
           OPEN I-O ACEPTACIONES.
           IF FSAC <> 00
               CLOSE ACEPTACIONES
               GO TO ANOTAR-ACEPTACION-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE CLIENTE-TARJETA TO ACE-CLIENTE.
           MOVE PRODUCTO-ACTUAL TO ACE-PRODUCTO.
           MOVE VERSION-VIGENTE TO ACE-VERSION.
           MOVE FECHA-NEGOCIO   TO ACE-FECHA.
           COMPUTE ACE-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE "C"             TO ACE-CANAL.
           MOVE TERMINAL-ACTUAL TO ACE-TERMINAL.
           MOVE PSU-SUCURSAL    TO ACE-SUCURSAL.
           MOVE TNUM            TO ACE-TARJETA.
           MOVE 0               TO ACE-OPERADOR.
           WRITE ACEPTACION-REG INVALID KEY CONTINUE.
           CLOSE ACEPTACIONES.
       ANOTAR-ACEPTACION-FIN.
           EXIT.

       LEER-TERMINAL.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-TERMINAL-FIN.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           CLOSE PARAMETROS.
       LEER-TERMINAL-FIN.
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
