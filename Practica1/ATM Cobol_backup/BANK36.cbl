       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK36.
       *> Oferta comercial del cajero: BANK1 la llama una vez por
       *> sesion al llegar al menu. Si el batch SELECCIONAR_OFERTAS
       *> ha dejado una campana para la tarjeta en
       *> ofertas_cajero.ubd, y la campana sigue activa y en fecha,
       *> se ensena su mensaje en el idioma de la sesion (textos.ubd,
       *> con el texto en castellano de campanas.ubd si no esta) y
       *> el cliente elige: F1 me interesa, F2 no me interesa o
       *> Enter para seguir. La respuesta queda en
       *> ofertas_respuestas.ubd (Enter o dejar caducar la pantalla
       *> cuenta como ignorada y suma una vez vista), de donde salen
       *> las cuentas de INFORME_CAMPANAS. Sin oferta, vuelve sin
       *> pintar nada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFERTAS-CAJERO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFC-TARJETA
           FILE STATUS IS FSOC.

           SELECT OPTIONAL CAMPANAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-COD
           FILE STATUS IS FSCM.

           SELECT OPTIONAL RESPUESTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORS-CLAVE
           FILE STATUS IS FSOR.

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
       FD OFERTAS-CAJERO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_cajero.ubd".
       01 OFERTA-CAJERO-REG.
           02 OFC-TARJETA           PIC 9(16).
           02 OFC-CAMPANA           PIC  9(4).
           02 OFC-FECHA             PIC  9(8).

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

       FD RESPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_respuestas.ubd".
       01 RESPUESTA-REG.
           02 ORS-CLAVE.
               03 ORS-TARJETA       PIC 9(16).
               03 ORS-CAMPANA       PIC  9(4).
           02 ORS-ESTADO            PIC  9(1).
               88 ORS-IGNORADA      VALUE 1.
               88 ORS-ACEPTADA      VALUE 2.
               88 ORS-RECHAZADA     VALUE 3.
           02 ORS-VECES             PIC  9(3).
           02 ORS-FECHA-PRIMERA     PIC  9(8).
           02 ORS-FECHA-ULTIMA      PIC  9(8).

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
       77 FSOC                     PIC  X(2).
       77 FSCM                     PIC  X(2).
       77 FSOR                     PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 FECHA-NEGOCIO            PIC  9(8).
       77 CAMPANA-OFERTA           PIC  9(4).
       *> Respuesta que se anota: 1 ignorada, 2 aceptada, 3 rechazada
       77 RESPUESTA-CLIENTE        PIC  9(1).

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
           88 F1-PRESSED          VALUE   1001.
           88 F2-PRESSED          VALUE   1002.
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

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

       BUSCAR-OFERTA.
           *> Sin oferta para la tarjeta no se ensena nada
           OPEN INPUT OFERTAS-CAJERO.
           IF FSOC <> 00
               CLOSE OFERTAS-CAJERO
               EXIT PROGRAM.
           MOVE TNUM TO OFC-TARJETA.
           READ OFERTAS-CAJERO INVALID KEY
               CLOSE OFERTAS-CAJERO
               EXIT PROGRAM.
           CLOSE OFERTAS-CAJERO.
           MOVE OFC-CAMPANA TO CAMPANA-OFERTA.

           *> La campana se pudo suspender o acabar despues de la
           *> seleccion de la noche
           OPEN INPUT CAMPANAS.
           IF FSCM <> 00
               CLOSE CAMPANAS
               EXIT PROGRAM.
           MOVE CAMPANA-OFERTA TO CAM-COD.
           READ CAMPANAS INVALID KEY
               CLOSE CAMPANAS
               EXIT PROGRAM.
           CLOSE CAMPANAS.
           IF NOT CAM-ACTIVA
               EXIT PROGRAM.
           IF CAM-DESDE > FECHA-NEGOCIO OR CAM-HASTA < FECHA-NEGOCIO
               EXIT PROGRAM.

           *> Si ya la contesto hoy en otra sesion no se repite
           OPEN INPUT RESPUESTAS.
           IF FSOR = 00
               MOVE TNUM           TO ORS-TARJETA
               MOVE CAMPANA-OFERTA TO ORS-CAMPANA
               READ RESPUESTAS INVALID KEY
                   MOVE 1 TO ORS-ESTADO
               END-READ
               IF ORS-ACEPTADA OR ORS-RECHAZADA
                   CLOSE RESPUESTAS
                   EXIT PROGRAM
               END-IF
           END-IF.
           CLOSE RESPUESTAS.

       PANTALLA-OFERTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Tenemos una propuesta para usted" TO TEXTO-PANTALLA.
           MOVE 475 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 7 COL 22
               WITH FOREGROUND-COLOR IS YELLOW.

           *> El mensaje de la campana va en dos textos seguidos a
           *> partir de CAM-TEXTO-ID; sin traducir, el de la ficha
           MOVE CAM-MENSAJE-1 TO TEXTO-PANTALLA.
           IF CAM-TEXTO-ID > 0
               MOVE CAM-TEXTO-ID TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15.
           MOVE CAM-MENSAJE-2 TO TEXTO-PANTALLA.
           IF CAM-TEXTO-ID > 0
               COMPUTE TEXTO-ID = CAM-TEXTO-ID + 1
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 15.

           MOVE "F1 - Me interesa" TO TEXTO-PANTALLA.
           MOVE 476 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 2.
           MOVE "F2 - No me interesa" TO TEXTO-PANTALLA.
           MOVE 477 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 27.
           MOVE "Enter - Continuar" TO TEXTO-PANTALLA.
           MOVE 478 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 57.

       ESPERAR-RESPUESTA.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG
           IF TIMEOUT-EXPIRADO
               *> Nadie delante: cuenta como vista e ignorada
               MOVE 1 TO RESPUESTA-CLIENTE
               PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN
               GO TO TIMEOUT-SALIDA
           END-IF.
           IF F1-PRESSED
               MOVE 2 TO RESPUESTA-CLIENTE
               PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN
               GO TO OFERTA-ACEPTADA.
           IF F2-PRESSED
               MOVE 3 TO RESPUESTA-CLIENTE
               PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN
               EXIT PROGRAM.
           IF ENTER-PRESSED
               MOVE 1 TO RESPUESTA-CLIENTE
               PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN
               EXIT PROGRAM.
           GO TO ESPERAR-RESPUESTA.

       OFERTA-ACEPTADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Gracias, su gestor se pondra en contacto con usted"
               TO TEXTO-PANTALLA.
           MOVE 479 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15
               WITH FOREGROUND-COLOR IS GREEN.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF.
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

      *> ANOTA RESPUESTA-CLIENTE PARA LA TARJETA Y LA CAMPANA; CADA
      *> VEZ QUE SE ENSENA SUMA UNA VEZ VISTA. UN FALLO AL ANOTAR NO
      *> PARA LA SESION DEL CLIENTE
       ANOTAR-RESPUESTA.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O RESPUESTAS CLOSE RESPUESTAS.
           OPEN I-O RESPUESTAS.
           IF FSOR <> 00
               CLOSE RESPUESTAS
               GO TO ANOTAR-RESPUESTA-FIN.

           MOVE TNUM           TO ORS-TARJETA.
           MOVE CAMPANA-OFERTA TO ORS-CAMPANA.
           READ RESPUESTAS INVALID KEY
               MOVE RESPUESTA-CLIENTE TO ORS-ESTADO
               MOVE 1                 TO ORS-VECES
               MOVE FECHA-NEGOCIO     TO ORS-FECHA-PRIMERA
               MOVE FECHA-NEGOCIO     TO ORS-FECHA-ULTIMA
               WRITE RESPUESTA-REG INVALID KEY CONTINUE END-WRITE
               CLOSE RESPUESTAS
               GO TO ANOTAR-RESPUESTA-FIN.

           MOVE RESPUESTA-CLIENTE TO ORS-ESTADO.
           IF ORS-VECES < 999
               ADD 1 TO ORS-VECES.
           MOVE FECHA-NEGOCIO TO ORS-FECHA-ULTIMA.
           REWRITE RESPUESTA-REG INVALID KEY CONTINUE END-REWRITE.
           CLOSE RESPUESTAS.
       ANOTAR-RESPUESTA-FIN.
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
