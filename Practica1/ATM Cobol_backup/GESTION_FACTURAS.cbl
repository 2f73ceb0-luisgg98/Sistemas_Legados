       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_FACTURAS.
       *> Pantalla de sucursal del libro de facturas emitidas
       *> (facturas.ubd, ver EMITIR_FACTURA): consulta de una factura
       *> por serie y numero (FS simplificada, FR rectificativa, FC
       *> comision al promotor) con su desglose de base y cuota, y
       *> lista de las facturas de una tarjeta. Desde cualquiera de
       *> las dos se imprime un duplicado: las de cliente en
       *> facturas_impresion.txt para entregarlas en ventanilla y las
       *> de comision en facturas_promotores.txt para su envio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-CLAVE
           ALTERNATE RECORD KEY IS FAC-TARJETA WITH DUPLICATES
           FILE STATUS IS FSFAC.

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
       FD FACTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "facturas.ubd".
       01 FACTURA-REG.
           02 FAC-CLAVE.
               03 FAC-SERIE         PIC  X(2).
                   88 FAC-SIMPLIFICADA  VALUE "FS".
                   88 FAC-RECTIFICATIVA VALUE "FR".
                   88 FAC-COMISION      VALUE "FC".
               03 FAC-NUMERO        PIC  9(9).
           02 FAC-TIPO-SII          PIC  X(2).
           02 FAC-FECHA             PIC  9(8).
           02 FAC-TARJETA           PIC 9(16).
           02 FAC-PROMOTOR          PIC  9(4).
           02 FAC-NIF               PIC  X(9).
           02 FAC-NOMBRE            PIC X(30).
           02 FAC-DOMICILIO         PIC X(40).
           02 FAC-ESPECT            PIC  9(4).
           02 FAC-MOV-DESDE         PIC 9(35).
           02 FAC-MOV-HASTA         PIC 9(35).
           02 FAC-RECTIFICADA.
               03 FAC-RECT-SERIE    PIC  X(2).
               03 FAC-RECT-NUMERO   PIC  9(9).
           02 FAC-NUM-LINEAS        PIC  9(1).
           02 FAC-LINEA OCCURS 2 TIMES.
               03 FAC-CONCEPTO      PIC X(30).
               03 FAC-UNIDADES      PIC  9(3).
               03 FAC-IVA-X100      PIC  9(4).
               03 FAC-CENT-BASE     PIC S9(9).
               03 FAC-CENT-CUOTA    PIC S9(9).
           02 FAC-CENT-TOTAL        PIC S9(11).
           02 FAC-SII-ESTADO        PIC  9(1).
               88 FAC-SII-PENDIENTE VALUE 0.
               88 FAC-SII-ENVIADA   VALUE 1.
           02 FAC-SII-FECHA         PIC  9(8).

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

       77 FSFAC                     PIC   X(2).
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

       77 OPCION-MENU BLANK WHEN ZERO PIC 9(1).
       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 SERIE-USUARIO             PIC   X(2).
       77 NUMERO-USUARIO BLANK WHEN ZERO PIC 9(9).
       77 LINEA-USUARIO BLANK WHEN ZERO PIC 9(2).

       77 IND-LIN                   PIC   9(1).
       77 LINEA-PANT                PIC   9(2).
       77 IMPORTE-EDIT              PIC  -------9.99.
       77 IVA-EDIT                  PIC  ZZ9.99.

       *> Ultimas facturas de la tarjeta consultada, en orden de
       *> emision (las mismas diez que ve el titular en el cajero)
       77 CNT-FACTURAS-TARJ         PIC   9(2).
       77 IND-FTA                   PIC   9(2).
       01 TABLA-FACTURAS-TARJETA.
           02 TFT-FACTURA OCCURS 10 TIMES.
               03 TFT-SERIE         PIC  X(2).
               03 TFT-NUMERO        PIC  9(9).
               03 TFT-FECHA         PIC  9(8).
               03 TFT-CENT-TOTAL    PIC S9(11).

       *> Peticion a EMITIR_FACTURA (ver su cabecera)
       01 PETICION-FACTURA.
           02 PFA-OPERACION         PIC  X(1).
           02 PFA-DESTINO           PIC  X(1).
           02 PFA-SERIE             PIC  X(2).
           02 PFA-NUMERO            PIC  9(9).
           02 PFA-FECHA             PIC  9(8).
           02 PFA-TARJETA           PIC 9(16).
           02 PFA-PROMOTOR          PIC  9(4).
           02 PFA-NIF               PIC  X(9).
           02 PFA-NOMBRE            PIC X(30).
           02 PFA-DOMICILIO         PIC X(40).
           02 PFA-ESPECT            PIC  9(4).
           02 PFA-MOV-DESDE         PIC 9(35).
           02 PFA-MOV-HASTA         PIC 9(35).
           02 PFA-RECT-SERIE        PIC  X(2).
           02 PFA-RECT-NUMERO       PIC  9(9).
           02 PFA-IVA-INCLUIDO      PIC  X(1).
           02 PFA-LINEA OCCURS 2 TIMES.
               03 PFA-CONCEPTO      PIC X(30).
               03 PFA-UNIDADES      PIC  9(3).
               03 PFA-IVA-X100      PIC  9(4).
               03 PFA-CENT-IMPORTE  PIC S9(9).
           02 PFA-CENT-TOTAL        PIC S9(11).
           02 PFA-CENT-CUOTA        PIC S9(11).
           02 PFA-RESULTADO         PIC  X(1).

       01 FECHA-VISTA.
           02 ANO-VISTA             PIC   9(4).
           02 MES-VISTA             PIC   9(2).
           02 DIA-VISTA             PIC   9(2).
       01 FECHA-VISTA-NUM REDEFINES FECHA-VISTA PIC 9(8).

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
           88 F1-PRESSED            VALUE 1001.
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

       01 ACCEPT-CLAVE-FACTURA.
           05 FILLER LINE 9 COL 10 VALUE "Serie (FS, FR, FC):".
           05 FILLER UNDERLINE AUTO
               LINE 9 COL 40 PIC X(2) USING SERIE-USUARIO.
           05 FILLER LINE 11 COL 10 VALUE "Numero de factura:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 40 PIC 9(9) USING NUMERO-USUARIO.

       01 ACCEPT-TARJETA.
           05 FILLER LINE 9 COL 10 VALUE "Tarjeta del cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 9 COL 40 PIC 9(16) USING TARJETA-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O FACTURAS CLOSE FACTURAS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Libro de facturas emitidas" AT LINE 6 COL 27.
           DISPLAY "1 - Consultar factura" AT LINE 9 COL 15.
           DISPLAY "2 - Facturas de una tarjeta" AT LINE 11 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PEDIR-OPCION.
           INITIALIZE OPCION-MENU.
           ACCEPT OPCION-MENU AT LINE 15 COL 40 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.
           IF OPCION-MENU = 1
               GO TO PANTALLA-CONSULTA.
           IF OPCION-MENU = 2
               GO TO PANTALLA-TARJETA.
           GO TO PEDIR-OPCION.

      *> CONSULTA POR SERIE Y NUMERO, LA REFERENCIA QUE TRAE EL
      *> CLIENTE EN SU TICKET O EL PROMOTOR EN SU FACTURA
       PANTALLA-CONSULTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consulta de factura" AT LINE 6 COL 31.
           DISPLAY "Enter - Consultar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CONSULTA.
           MOVE SPACES TO SERIE-USUARIO.
           INITIALIZE NUMERO-USUARIO.
           ACCEPT ACCEPT-CLAVE-FACTURA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(SERIE-USUARIO) TO SERIE-USUARIO.
           IF NUMERO-USUARIO = 0
               GO TO ACEPTAR-CONSULTA.

           OPEN INPUT FACTURAS.
           IF FSFAC <> 00
               GO TO PSYS-ERR.
           MOVE SERIE-USUARIO  TO FAC-SERIE.
           MOVE NUMERO-USUARIO TO FAC-NUMERO.
           READ FACTURAS INVALID KEY
               CLOSE FACTURAS
               DISPLAY "La factura no existe" AT LINE 14 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONSULTA.
           CLOSE FACTURAS.

       MOSTRAR-FACTURA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consulta de factura" AT LINE 6 COL 31.
           DISPLAY "Factura:" AT LINE 7 COL 5.
           DISPLAY FAC-SERIE AT LINE 7 COL 25.
           DISPLAY "/" AT LINE 7 COL 27.
           DISPLAY FAC-NUMERO AT LINE 7 COL 28.
           IF FAC-SIMPLIFICADA
               DISPLAY "Simplificada" AT LINE 7 COL 40.
           IF FAC-RECTIFICATIVA
               DISPLAY "Rectificativa" AT LINE 7 COL 40.
           IF FAC-COMISION
               DISPLAY "Comision promotor" AT LINE 7 COL 40.

           MOVE FAC-FECHA TO FECHA-VISTA-NUM.
           DISPLAY "Fecha:" AT LINE 8 COL 5.
           DISPLAY DIA-VISTA AT LINE 8 COL 25.
           DISPLAY "-" AT LINE 8 COL 27.
           DISPLAY MES-VISTA AT LINE 8 COL 28.
           DISPLAY "-" AT LINE 8 COL 30.
           DISPLAY ANO-VISTA AT LINE 8 COL 31.

           IF FAC-COMISION
               DISPLAY "Promotor:" AT LINE 9 COL 5
               DISPLAY FAC-PROMOTOR AT LINE 9 COL 25
               DISPLAY FAC-NOMBRE AT LINE 9 COL 31
               DISPLAY "NIF:" AT LINE 10 COL 5
               DISPLAY FAC-NIF AT LINE 10 COL 25
           ELSE
               DISPLAY "Tarjeta:" AT LINE 9 COL 5
               DISPLAY FAC-TARJETA AT LINE 9 COL 25
               DISPLAY "Espectaculo:" AT LINE 10 COL 5
               DISPLAY FAC-ESPECT AT LINE 10 COL 25
           END-IF.

           IF FAC-RECTIFICATIVA
               DISPLAY "Rectifica a:" AT LINE 11 COL 5
               DISPLAY FAC-RECT-SERIE AT LINE 11 COL 25
               DISPLAY "/" AT LINE 11 COL 27
               DISPLAY FAC-RECT-NUMERO AT LINE 11 COL 28
           END-IF.

           DISPLAY "Concepto" AT LINE 13 COL 5.
           DISPLAY "IVA %" AT LINE 13 COL 37.
           DISPLAY "Base" AT LINE 13 COL 52.
           DISPLAY "Cuota" AT LINE 13 COL 67.
           MOVE 1  TO IND-LIN.
           MOVE 14 TO LINEA-PANT.
           PERFORM MOSTRAR-FACTURA-LINEA
               THRU MOSTRAR-FACTURA-LINEA-FIN.

           COMPUTE IMPORTE-EDIT = FAC-CENT-TOTAL / 100.
           DISPLAY "Total factura:" AT LINE 17 COL 5.
           DISPLAY IMPORTE-EDIT AT LINE 17 COL 44.
           DISPLAY "EUR" AT LINE 17 COL 56.

           DISPLAY "SII:" AT LINE 19 COL 5.
           IF FAC-SII-ENVIADA
               MOVE FAC-SII-FECHA TO FECHA-VISTA-NUM
               DISPLAY "Remitida el" AT LINE 19 COL 25
               DISPLAY DIA-VISTA AT LINE 19 COL 37
               DISPLAY "-" AT LINE 19 COL 39
               DISPLAY MES-VISTA AT LINE 19 COL 40
               DISPLAY "-" AT LINE 19 COL 42
               DISPLAY ANO-VISTA AT LINE 19 COL 43
           ELSE
               DISPLAY "Pendiente de remitir" AT LINE 19 COL 25
           END-IF.

           DISPLAY "Enter - Volver" AT LINE 24 COL 2.
           DISPLAY "F1 - Imprimir duplicado" AT LINE 24 COL 55.

       MOSTRAR-FACTURA-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-MENU.
           IF F1-PRESSED
               GO TO IMPRIMIR-DUPLICADO.
           GO TO MOSTRAR-FACTURA-ENTER.

      *> EL DUPLICADO LO SACA EMITIR_FACTURA CON LA MARCA
      *> "DUPLICADO"; LAS DE COMISION VAN AL IMPRESO DE PROMOTORES
       IMPRIMIR-DUPLICADO.
           INITIALIZE PETICION-FACTURA.
           MOVE "I" TO PFA-OPERACION.
           IF FAC-COMISION
               MOVE "P" TO PFA-DESTINO
           ELSE
               MOVE "C" TO PFA-DESTINO
           END-IF.
           MOVE FAC-SERIE   TO PFA-SERIE.
           MOVE FAC-NUMERO  TO PFA-NUMERO.
           MOVE FAC-TARJETA TO TARJETA-USUARIO.
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO NOT = "S"
               GO TO PSYS-ERR.

           MOVE "DUPLICADO FACTURA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Duplicado impreso" AT LINE 9 COL 32.
           DISPLAY PFA-SERIE AT LINE 11 COL 34.
           DISPLAY "/" AT LINE 11 COL 36.
           DISPLAY PFA-NUMERO AT LINE 11 COL 37.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> FACTURAS DE UNA TARJETA: LAS DIEZ ULTIMAS, COMO EN BANK7,
      *> PARA LOCALIZAR LA QUE EL CLIENTE NO SABE IDENTIFICAR
       PANTALLA-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Facturas de una tarjeta" AT LINE 6 COL 29.
           DISPLAY "Enter - Consultar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-TARJETA.
           INITIALIZE TARJETA-USUARIO.
           ACCEPT ACCEPT-TARJETA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF TARJETA-USUARIO = 0
               GO TO ACEPTAR-TARJETA.

           MOVE 0 TO CNT-FACTURAS-TARJ.
           OPEN INPUT FACTURAS.
           IF FSFAC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO FAC-TARJETA.
           START FACTURAS KEY = FAC-TARJETA
               INVALID KEY
                   CLOSE FACTURAS
                   DISPLAY "La tarjeta no tiene facturas"
                       AT LINE 14 COL 26
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-TARJETA
           END-START.

       LEER-FACTURA-TARJETA.
           READ FACTURAS NEXT RECORD AT END
               CLOSE FACTURAS
               GO TO LISTAR-FACTURAS.
           IF FAC-TARJETA NOT = TARJETA-USUARIO
               CLOSE FACTURAS
               GO TO LISTAR-FACTURAS.
           IF CNT-FACTURAS-TARJ < 10
               ADD 1 TO CNT-FACTURAS-TARJ
           ELSE
               MOVE 1 TO IND-FTA
               PERFORM CORRER-FACTURAS THRU CORRER-FACTURAS-FIN
           END-IF.
           MOVE FAC-SERIE      TO TFT-SERIE(CNT-FACTURAS-TARJ).
           MOVE FAC-NUMERO     TO TFT-NUMERO(CNT-FACTURAS-TARJ).
           MOVE FAC-FECHA      TO TFT-FECHA(CNT-FACTURAS-TARJ).
           MOVE FAC-CENT-TOTAL TO TFT-CENT-TOTAL(CNT-FACTURAS-TARJ).
           GO TO LEER-FACTURA-TARJETA.

       LISTAR-FACTURAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Facturas de la tarjeta" AT LINE 6 COL 20.
           DISPLAY TARJETA-USUARIO AT LINE 6 COL 43.
           DISPLAY "Factura" AT LINE 8 COL 9.
           DISPLAY "Fecha" AT LINE 8 COL 26.
           DISPLAY "Importe" AT LINE 8 COL 43.
           MOVE 1 TO IND-FTA.
           MOVE 9 TO LINEA-PANT.
           PERFORM LISTAR-FACTURA-UNA THRU LISTAR-FACTURA-UNA-FIN.
           DISPLAY "Factura a consultar (linea):" AT LINE 21 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PEDIR-LINEA-FACTURA.
           INITIALIZE LINEA-USUARIO.
           ACCEPT LINEA-USUARIO AT LINE 21 COL 45 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PANTALLA-MENU
               END-IF
           END-ACCEPT.
           MOVE LINEA-USUARIO TO IND-FTA.
           IF IND-FTA = 0 OR IND-FTA > CNT-FACTURAS-TARJ
               GO TO PEDIR-LINEA-FACTURA.

           OPEN INPUT FACTURAS.
           IF FSFAC <> 00
               GO TO PSYS-ERR.
           MOVE TFT-SERIE(IND-FTA)  TO FAC-SERIE.
           MOVE TFT-NUMERO(IND-FTA) TO FAC-NUMERO.
           READ FACTURAS INVALID KEY
               CLOSE FACTURAS
               GO TO PSYS-ERR.
           CLOSE FACTURAS.
           GO TO MOSTRAR-FACTURA.

       VOLVER-MENU-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-MENU
           ELSE
               GO TO VOLVER-MENU-ENTER.

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

      *> LINEAS DE LA FACTURA EN PANTALLA (UNA O DOS)
       MOSTRAR-FACTURA-LINEA.
           IF IND-LIN > FAC-NUM-LINEAS
               GO TO MOSTRAR-FACTURA-LINEA-FIN.
           DISPLAY FAC-CONCEPTO(IND-LIN) AT LINE LINEA-PANT COL 5.
           COMPUTE IVA-EDIT = FAC-IVA-X100(IND-LIN) / 100.
           DISPLAY IVA-EDIT AT LINE LINEA-PANT COL 36.
           COMPUTE IMPORTE-EDIT = FAC-CENT-BASE(IND-LIN) / 100.
           DISPLAY IMPORTE-EDIT AT LINE LINEA-PANT COL 44.
           COMPUTE IMPORTE-EDIT = FAC-CENT-CUOTA(IND-LIN) / 100.
           DISPLAY IMPORTE-EDIT AT LINE LINEA-PANT COL 60.
           ADD 1 TO IND-LIN.
           ADD 1 TO LINEA-PANT.
           GO TO MOSTRAR-FACTURA-LINEA.
       MOSTRAR-FACTURA-LINEA-FIN.
           EXIT.

       LISTAR-FACTURA-UNA.
           IF IND-FTA > CNT-FACTURAS-TARJ
               GO TO LISTAR-FACTURA-UNA-FIN.
           MOVE TFT-FECHA(IND-FTA) TO FECHA-VISTA-NUM.
           COMPUTE IMPORTE-EDIT = TFT-CENT-TOTAL(IND-FTA) / 100.
           DISPLAY IND-FTA AT LINE LINEA-PANT COL 4.
           DISPLAY TFT-SERIE(IND-FTA) AT LINE LINEA-PANT COL 9.
           DISPLAY "/" AT LINE LINEA-PANT COL 11.
           DISPLAY TFT-NUMERO(IND-FTA) AT LINE LINEA-PANT COL 12.
           DISPLAY DIA-VISTA AT LINE LINEA-PANT COL 26.
           DISPLAY "-" AT LINE LINEA-PANT COL 28.
           DISPLAY MES-VISTA AT LINE LINEA-PANT COL 29.
           DISPLAY "-" AT LINE LINEA-PANT COL 31.
           DISPLAY ANO-VISTA AT LINE LINEA-PANT COL 32.
           DISPLAY IMPORTE-EDIT AT LINE LINEA-PANT COL 40.
           DISPLAY "EUR" AT LINE LINEA-PANT COL 52.
           ADD 1 TO IND-FTA.
           ADD 1 TO LINEA-PANT.
           GO TO LISTAR-FACTURA-UNA.
       LISTAR-FACTURA-UNA-FIN.
           EXIT.

      *> LAS FACTURAS DE LA TARJETA SALEN EN ORDEN DE EMISION; SE
      *> QUEDAN LAS DIEZ ULTIMAS CORRIENDO LA TABLA HACIA ARRIBA
       CORRER-FACTURAS.
           IF IND-FTA >= 10
               GO TO CORRER-FACTURAS-FIN.
           MOVE TFT-FACTURA(IND-FTA + 1) TO TFT-FACTURA(IND-FTA).
           ADD 1 TO IND-FTA.
           GO TO CORRER-FACTURAS.
       CORRER-FACTURAS-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Facturas - UnizarBank"
               AT LINE 2 COL 28
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
      *> NADIE REIMPRIME FACTURAS SIN QUEDAR IDENTIFICADO EN
      *> SEGURIDAD.UBD
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

