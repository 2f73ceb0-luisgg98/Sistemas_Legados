       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK35.
       *> Retirada de efectivo con tarjeta de otra entidad: BANK1
       *> entra aqui cuando la tarjeta no esta en tarjetas.ubd. Solo
       *> se ofrece la retirada. Antes de pedir nada a la red se
       *> informa del recargo del cajero (tarifa RETAJENA de
       *> tarifas.ubd) y del total que cargara el emisor, y el
       *> cliente lo acepta o cancela. La peticion, con el PIN
       *> transformado (ver HASH_PIN), sale a la red por
       *> AUTORIZAR_AJENA; si el emisor la aprueba se entrega el
       *> efectivo de las casetes de efectivo.ubd con el mismo
       *> reparto que BANK4. La operacion no toca cuentas.ubd ni
       *> movimientos.ubd: queda en adquirente.ubd pendiente de
       *> reclamar al emisor (ver LIQUIDAR_ADQUIRENTE), y el cuadre
       *> del cajero la cuenta como salida (ver CUADRAR_EFECTIVO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADQUIRENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADQ-NUM
           FILE STATUS IS FSAQ.

           SELECT OPTIONAL EFECTIVO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFE-CLAVE
           FILE STATUS IS FSEF.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

       DATA DIVISION.
       FILE SECTION.
       *> Retiradas con tarjeta de otra entidad, separadas de los
       *> movimientos de nuestros clientes
       FD ADQUIRENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adquirente.ubd".
       01 ADQUIRIDA-REG.
           02 ADQ-NUM               PIC  9(9).
           02 ADQ-TARJETA           PIC 9(16).
           02 ADQ-BIN               PIC  9(6).
           02 ADQ-ENTIDAD           PIC  9(4).
           02 ADQ-FECHA             PIC  9(8).
           02 ADQ-HORA              PIC  9(6).
           02 ADQ-TERMINAL          PIC  9(3).
           02 ADQ-CENT-IMPORTE      PIC  9(9).
           02 ADQ-CENT-RECARGO      PIC  9(9).
           02 ADQ-AUTORIZACION      PIC  9(9).
           02 ADQ-ESTADO            PIC  9(1).
               88 ADQ-PENDIENTE     VALUE 1.
               88 ADQ-LIQUIDADA     VALUE 2.
           02 ADQ-FECHA-LIQ         PIC  9(8).

       FD EFECTIVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "efectivo.ubd".
       01 EFECTIVO-REG.
           02 EFE-CLAVE.
               03 EFE-TERMINAL       PIC  9(3).
               03 EFE-DENOM          PIC  9(3).
           02 EFE-CANTIDAD           PIC  9(7).

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFA-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION     PIC X(10).
               03 TAR-CLASE         PIC  9(2).
           02 TAR-FIJO-CENT         PIC  9(7).
           02 TAR-PCT-X10000        PIC  9(4).
           02 TAR-MIN-CENT          PIC  9(7).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSAQ                     PIC  X(2).
       77 FSEF                     PIC  X(2).
       77 FSTA                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).

       77 CENT-IMPOR-USER          PIC S9(9).
       77 EURENT-USUARIO           PIC S9(7).
       77 EURDEC-USUARIO           PIC  9(2).
       77 CENT-EFECTIVO-DISPONIBLE PIC  9(9).
       77 CENT-RESTANTE-DISPENSAR  PIC  9(9).
       77 BILLETES-A-DAR           PIC  9(7).
       77 LAST-ADQ-NUM             PIC  9(35).

       *> Recargo del cajero por retirada con tarjeta de otra
       *> entidad (ver CALCULAR-TARIFA en BANK10)
       77 TARIFA-OPERACION         PIC  X(10) VALUE "RETAJENA".
       77 TARIFA-CLASE             PIC   9(2) VALUE 0.
       77 CENT-BASE-TARIFA         PIC   9(9).
       77 CENT-COMISION-TARIFA     PIC   9(9).
       77 CENT-TOTAL-CARGO         PIC   9(9).

       77 IMPORTE-ENT-EDIT         PIC  ZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.

       *> Denominaciones de las casetes, de mayor a menor, para el
       *> mismo reparto codicioso que el dispensador de BANK4
       01 TABLA-DENOMINACIONES.
           02 FILLER                PIC  9(3) VALUE 200.
           02 FILLER                PIC  9(3) VALUE 100.
           02 FILLER                PIC  9(3) VALUE 050.
           02 FILLER                PIC  9(3) VALUE 020.
           02 FILLER                PIC  9(3) VALUE 010.
           02 FILLER                PIC  9(3) VALUE 005.
       01 FILLER REDEFINES TABLA-DENOMINACIONES.
           02 DENOM-TAB             PIC  9(3) OCCURS 6 TIMES.
       77 IND-DENOM                PIC  9(1).

       *> Transformacion del PIN tecleado que viaja a la red en
       *> lugar del PIN en claro
       77 HASH-CLARO               PIC  9(6).
       77 HASH-SALT                PIC  9(6).
       77 HASH-RESULT              PIC  9(9).

       01 AA-PETICION.
           02 AA-TARJETA            PIC 9(16).
           02 AA-PIN-BLOQUE         PIC  9(9).
           02 AA-CENT-IMPORTE       PIC  9(9).
           02 AA-CENT-RECARGO       PIC  9(9).
           02 AA-TERMINAL           PIC  9(3).
       01 AA-RESPUESTA.
           02 AA-RESULTADO          PIC  9(1).
               88 AA-APROBADA       VALUE 1.
               88 AA-DENEGADA       VALUE 2.
           02 AA-MOTIVO             PIC  9(2).
               88 AA-RED-CAIDA      VALUE 4.
           02 AA-AUTORIZACION       PIC  9(9).
           02 AA-ENTIDAD            PIC  9(4).

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
       77 PIN-AJENA                PIC   9(4).
       77 IDIOMA                   PIC   X(2).
       77 TIMEOUT-AVISO            PIC   X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-AJENA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 13 COL 40 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 13 COL 48 PIC 9(2) USING EURDEC-USUARIO.

       PROCEDURE DIVISION USING TNUM PIN-AJENA IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O ADQUIRENTE CLOSE ADQUIRENTE.

           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "TERMINALID" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 1 TO TERMINAL-ACTUAL
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO TERMINAL-ACTUAL
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       PANTALLA-AJENA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-AVISO-AJENA THRU MOSTRAR-AVISO-AJENA.

           MOVE "Indique la cantidad:" TO TEXTO-PANTALLA.
           MOVE 83 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 13 COL 19.
           DISPLAY "." AT LINE 13 COL 47.
           DISPLAY "EUR" AT LINE 13 COL 51.

           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.
           ACCEPT ENTRADA-AJENA
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO PANTALLA-AJENA.

           COMPUTE CENT-IMPOR-USER = (EURENT-USUARIO * 100)
                                     + EURDEC-USUARIO.
           IF CENT-IMPOR-USER <= 0
               GO TO PANTALLA-AJENA.

           *> La menor denominacion que maneja el cajero es el
           *> billete de 5 EUR
           IF FUNCTION MOD(CENT-IMPOR-USER, 500) NOT = 0
               MOVE "La cantidad debe ser multiplo de 5 EUR!!"
                   TO TEXTO-PANTALLA
               MOVE 78 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 15 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-AJENA.

           *> Se simula el reparto antes de pedir la autorizacion
           *> para no comprometer un importe que no se puede entregar
           PERFORM VERIFICA-EFECTIVO-EXACTO
               THRU VERIFICA-EFECTIVO-EXACTO-FIN.
           IF CENT-IMPOR-USER > CENT-EFECTIVO-DISPONIBLE
               MOVE "El cajero no tiene efectivo suficiente!!"
                   TO TEXTO-PANTALLA
               MOVE 77 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 15 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-AJENA.
           IF CENT-RESTANTE-DISPENSAR > 0
               MOVE "El cajero no puede dar el cambio exacto!!"
                   TO TEXTO-PANTALLA
               MOVE 84 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 15 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-AJENA.

           MOVE CENT-IMPOR-USER TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.
           COMPUTE CENT-TOTAL-CARGO = CENT-IMPOR-USER
               + CENT-COMISION-TARIFA.

      *> EL RECARGO SE ENSENA ANTES DE PEDIR NADA A LA RED: EL
      *> CLIENTE LO ACEPTA CON ENTER O SE VA CON ESC
       PANTALLA-RECARGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-AVISO-AJENA THRU MOSTRAR-AVISO-AJENA.

           MOVE "Importe solicitado:" TO TEXTO-PANTALLA.
           MOVE 469 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = CENT-IMPOR-USER / 100.
           MOVE FUNCTION MOD(CENT-IMPOR-USER, 100)
               TO IMPORTE-DEC-EDIT.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 11 COL 50.
           DISPLAY "." AT LINE 11 COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 11 COL 58.
           DISPLAY "EUR" AT LINE 11 COL 61.

           MOVE "Recargo de este cajero:" TO TEXTO-PANTALLA.
           MOVE 470 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = CENT-COMISION-TARIFA / 100.
           MOVE FUNCTION MOD(CENT-COMISION-TARIFA, 100)
               TO IMPORTE-DEC-EDIT.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 12 COL 50.
           DISPLAY "." AT LINE 12 COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 12 COL 58.
           DISPLAY "EUR" AT LINE 12 COL 61.

           MOVE "Total que le cargara su entidad:" TO TEXTO-PANTALLA.
           MOVE 471 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 14 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = CENT-TOTAL-CARGO / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-CARGO, 100)
               TO IMPORTE-DEC-EDIT.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 14 COL 50.
           DISPLAY "." AT LINE 14 COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 14 COL 58.
           DISPLAY "EUR" AT LINE 14 COL 61.

           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 1.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

       RECARGO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO RECARGO-ENTER.
           IF NOT ENTER-PRESSED
               GO TO RECARGO-ENTER.

       PEDIR-AUTORIZACION.
           MOVE PIN-AJENA TO HASH-CLARO.
           COMPUTE HASH-SALT = FUNCTION MOD(TNUM, 1000000).
           CALL "HASH_PIN" USING HASH-CLARO HASH-SALT HASH-RESULT.

           MOVE TNUM                 TO AA-TARJETA.
           MOVE HASH-RESULT          TO AA-PIN-BLOQUE.
           MOVE CENT-IMPOR-USER      TO AA-CENT-IMPORTE.
           MOVE CENT-COMISION-TARIFA TO AA-CENT-RECARGO.
           MOVE TERMINAL-ACTUAL      TO AA-TERMINAL.
           CALL "AUTORIZAR_AJENA" USING AA-PETICION AA-RESPUESTA.

           IF AA-DENEGADA
               GO TO PDENEGADA.

           PERFORM ANOTAR-ADQUIRIDA THRU ANOTAR-ADQUIRIDA-FIN.
           PERFORM DISPENSAR-EFECTIVO THRU DISPENSAR-EFECTIVO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-AVISO-AJENA THRU MOSTRAR-AVISO-AJENA.
           MOVE "Por favor, retire los billetes"
               TO TEXTO-PANTALLA.
           MOVE 79 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 25.
           MOVE "Autorizacion de su entidad:" TO TEXTO-PANTALLA.
           MOVE 472 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 19.
           DISPLAY AA-AUTORIZACION AT LINE 12 COL 50.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *> EL EMISOR (O LA RED) NO HA AUTORIZADO LA RETIRADA: NO SE
      *> ENTREGA NADA Y NO QUEDA NADA QUE LIQUIDAR
       PDENEGADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-AVISO-AJENA THRU MOSTRAR-AVISO-AJENA.
           IF AA-RED-CAIDA
               MOVE "Servicio no disponible: vuelva mas tarde"
                   TO TEXTO-PANTALLA
               MOVE 473 TO TEXTO-ID
           ELSE
               MOVE "Operacion denegada por su entidad"
                   TO TEXTO-PANTALLA
               MOVE 474 TO TEXTO-ID
           END-IF.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 11 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
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

      *> EL AVISO DE TARJETA DE OTRA ENTIDAD ACOMPANA A TODAS LAS
      *> PANTALLAS DE LA OPERACION
       MOSTRAR-AVISO-AJENA.
           MOVE "*** TARJETA DE OTRA ENTIDAD ***" TO TEXTO-PANTALLA.
           MOVE 467 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 6 COL 24
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS YELLOW.
           MOVE "Solo retirada de efectivo" TO TEXTO-PANTALLA.
           MOVE 468 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 27.

      *> SIMULA EL REPARTO CODICIOSO SOBRE LAS CASETES DE ESTE
      *> TERMINAL SIN DESCONTAR NADA: DEJA EL TOTAL DISPONIBLE Y LO
      *> QUE QUEDARIA SIN PODER ENTREGAR
       VERIFICA-EFECTIVO-EXACTO.
           MOVE 0 TO CENT-EFECTIVO-DISPONIBLE.
           MOVE CENT-IMPOR-USER TO CENT-RESTANTE-DISPENSAR.

           OPEN INPUT EFECTIVO.
           IF FSEF <> 00
               CLOSE EFECTIVO
               GO TO VERIFICA-EFECTIVO-EXACTO-FIN.

           MOVE 1 TO IND-DENOM.

       VERIFICA-DENOMINACION.
           MOVE TERMINAL-ACTUAL TO EFE-TERMINAL.
           MOVE DENOM-TAB(IND-DENOM) TO EFE-DENOM.
           READ EFECTIVO INVALID KEY MOVE 0 TO EFE-CANTIDAD.
           COMPUTE CENT-EFECTIVO-DISPONIBLE = CENT-EFECTIVO-DISPONIBLE
               + (EFE-CANTIDAD * DENOM-TAB(IND-DENOM) * 100).
           COMPUTE BILLETES-A-DAR = CENT-RESTANTE-DISPENSAR
               / (DENOM-TAB(IND-DENOM) * 100).
           IF BILLETES-A-DAR > EFE-CANTIDAD
               MOVE EFE-CANTIDAD TO BILLETES-A-DAR.
           COMPUTE CENT-RESTANTE-DISPENSAR = CENT-RESTANTE-DISPENSAR
               - (BILLETES-A-DAR * DENOM-TAB(IND-DENOM) * 100).

           ADD 1 TO IND-DENOM.
           IF IND-DENOM <= 6
               GO TO VERIFICA-DENOMINACION.

           CLOSE EFECTIVO.
       VERIFICA-EFECTIVO-EXACTO-FIN.
           EXIT.

      *> DESCUENTA DE LAS CASETES LO ENTREGADO, EMPEZANDO POR LA
      *> DENOMINACION MAS ALTA, IGUAL QUE BANK4
       DISPENSAR-EFECTIVO.
           MOVE CENT-IMPOR-USER TO CENT-RESTANTE-DISPENSAR.

           OPEN I-O EFECTIVO.
           IF FSEF <> 00
               GO TO PSYS-ERR.

           MOVE 1 TO IND-DENOM.

       DISPENSAR-DENOMINACION.
           MOVE TERMINAL-ACTUAL TO EFE-TERMINAL.
           MOVE DENOM-TAB(IND-DENOM) TO EFE-DENOM.
           READ EFECTIVO INVALID KEY MOVE 0 TO EFE-CANTIDAD.
           COMPUTE BILLETES-A-DAR = CENT-RESTANTE-DISPENSAR
               / (DENOM-TAB(IND-DENOM) * 100).
           IF BILLETES-A-DAR > EFE-CANTIDAD
               MOVE EFE-CANTIDAD TO BILLETES-A-DAR.
           IF BILLETES-A-DAR > 0
               SUBTRACT BILLETES-A-DAR FROM EFE-CANTIDAD
               REWRITE EFECTIVO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               COMPUTE CENT-RESTANTE-DISPENSAR =
                   CENT-RESTANTE-DISPENSAR
                   - (BILLETES-A-DAR * DENOM-TAB(IND-DENOM) * 100)
           END-IF.

           ADD 1 TO IND-DENOM.
           IF IND-DENOM <= 6
               GO TO DISPENSAR-DENOMINACION.

           CLOSE EFECTIVO.
       DISPENSAR-EFECTIVO-FIN.
           EXIT.

      *> DEJA LA RETIRADA AUTORIZADA PENDIENTE DE RECLAMAR AL
      *> EMISOR (VER LIQUIDAR_ADQUIRENTE); SE ANOTA ANTES DE
      *> ENTREGAR EL EFECTIVO PARA NO DAR NUNCA DINERO SIN RASTRO
       ANOTAR-ADQUIRIDA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "ADQUIRIDA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-ADQ-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-ADQ-NUM
           END-READ.
           ADD 1 TO LAST-ADQ-NUM.
           MOVE LAST-ADQ-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O ADQUIRENTE.
           IF FSAQ <> 00
               GO TO PSYS-ERR.
           MOVE LAST-ADQ-NUM         TO ADQ-NUM.
           MOVE TNUM                 TO ADQ-TARJETA.
           COMPUTE ADQ-BIN = TNUM / 10000000000.
           MOVE AA-ENTIDAD           TO ADQ-ENTIDAD.
           COMPUTE ADQ-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE ADQ-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE TERMINAL-ACTUAL      TO ADQ-TERMINAL.
           MOVE CENT-IMPOR-USER      TO ADQ-CENT-IMPORTE.
           MOVE CENT-COMISION-TARIFA TO ADQ-CENT-RECARGO.
           MOVE AA-AUTORIZACION      TO ADQ-AUTORIZACION.
           MOVE 1                    TO ADQ-ESTADO.
           MOVE 0                    TO ADQ-FECHA-LIQ.
           WRITE ADQUIRIDA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ADQUIRENTE.
       ANOTAR-ADQUIRIDA-FIN.
           EXIT.

      *> RECARGO SEGUN TARIFAS.UBD (IGUAL QUE CALCULAR-TARIFA EN
      *> BANK10): FIJO MAS PORCENTAJE SOBRE LA BASE, CON MINIMO; SIN
      *> TARIFA NO HAY RECARGO
       CALCULAR-TARIFA.
           MOVE 0 TO CENT-COMISION-TARIFA.
           OPEN INPUT TARIFAS.
           IF FSTA <> 00
               CLOSE TARIFAS
               GO TO CALCULAR-TARIFA-FIN.
           MOVE TARIFA-OPERACION TO TAR-OPERACION.
           MOVE TARIFA-CLASE     TO TAR-CLASE.
           READ TARIFAS INVALID KEY
               MOVE 0 TO TAR-CLASE
               READ TARIFAS INVALID KEY
                   CLOSE TARIFAS
                   GO TO CALCULAR-TARIFA-FIN
               END-READ
           END-READ.
           COMPUTE CENT-COMISION-TARIFA ROUNDED = TAR-FIJO-CENT
               + (CENT-BASE-TARIFA * TAR-PCT-X10000 / 10000).
           IF CENT-COMISION-TARIFA < TAR-MIN-CENT
               MOVE TAR-MIN-CENT TO CENT-COMISION-TARIFA.
           CLOSE TARIFAS.
       CALCULAR-TARIFA-FIN.
           EXIT.

       PSYS-ERR.
           CLOSE ADQUIRENTE.
           CLOSE EFECTIVO.
           CLOSE SECUENCIAS.
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
      *> AVISO A BANK1 PARA QUE CIERRE LA SESION INMEDIATAMENTE
       TIMEOUT-SALIDA.
           MOVE "S" TO TIMEOUT-AVISO.
           EXIT PROGRAM.
