       *> tarjeta, simulando las proximas cuotas con la misma formula
       *> que COBRAR_PRESTAMOS, y permite amortizar anticipadamente
       *> una parte del capital con cargo a la cuenta corriente.
       *> Si el batch nocturno OFERTAR_PRESTAMOS ha dejado un prestamo
       *> preaprobado vigente para la cuenta (preaprobados.ubd), se
       *> avisa al cliente y con F2 puede contratarlo aqui mismo,
       *> dentro del importe y el plazo ofrecidos, con la misma cuota
       *> francesa que GESTION_PRESTAMOS; el capital se abona en la
       *> cuenta corriente. Lo mostrado y lo contratado queda en
       *> ofertas_historico.ubd.
       *> En los prestamos a tipo variable (prestamos_variables.ubd)
       *> se indica el tipo vigente y la proxima revision; el cuadro
       *> se simula con el tipo que dejo la ultima revision de
       *> REVISAR_PRESTAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSR.

           SELECT OPTIONAL PRESTAMOS-VAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PVA-PRESTAMO
           FILE STATUS IS FSPV.

           SELECT OPTIONAL PREAPROBADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAP-TARJETA
           FILE STATUS IS FSPA.

           SELECT OPTIONAL OFERTAS-HIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFH-NUM
           FILE STATUS IS FSOH.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 REC-SALDO-DEC         PIC  9(2).
           02 REC-TERMINAL          PIC  9(3).

       FD PRESTAMOS-VAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos_variables.ubd".
       01 PRESTAMO-VAR-REG.
           02 PVA-PRESTAMO          PIC  9(9).
           02 PVA-TIPO-INTERES      PIC  9(1).
               88 PVA-FIJO          VALUE 1.
               88 PVA-VARIABLE      VALUE 2.
           02 PVA-INDICE            PIC  X(10).
           *> Diferencial sobre el indice, por 10000 como la tasa
           02 PVA-DIFERENCIAL-X10000 PIC S9(6).
           02 PVA-PERIODO-MESES     PIC  9(2).
           02 PVA-FECHA-REVISION    PIC  9(8).
           02 PVA-FECHA-ULTIMA-REV  PIC  9(8).

       FD PREAPROBADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preaprobados.ubd".
       01 PREAPROBADO-REG.
           02 PAP-TARJETA           PIC 9(16).
           02 PAP-CENT-MAXIMO       PIC  9(9).
           02 PAP-PLAZO-MAX         PIC  9(3).
           *> Tasa anual multiplicada por 10000, como en prestamos.ubd
           02 PAP-TASA-ANUAL-X10000 PIC  9(6).
           02 PAP-FECHA-OFERTA      PIC  9(8).
           02 PAP-FECHA-CADUCIDAD   PIC  9(8).
           02 PAP-ESTADO            PIC  9(1).
               88 PAP-VIGENTE       VALUE 1.
               88 PAP-CONTRATADA    VALUE 2.
               88 PAP-CADUCADA      VALUE 3.

       FD OFERTAS-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_historico.ubd".
       01 OFERTA-HIST-REG.
           02 OFH-NUM               PIC  9(9).
           02 OFH-TARJETA           PIC 9(16).
           02 OFH-FECHA             PIC  9(8).
           02 OFH-HOR               PIC  9(2).
           02 OFH-MIN               PIC  9(2).
           02 OFH-EVENTO            PIC  X(1).
               88 OFH-OFRECIDA      VALUE "O".
               88 OFH-MOSTRADA      VALUE "M".
               88 OFH-ACEPTADA      VALUE "A".
               88 OFH-CADUCADA      VALUE "C".
           02 OFH-CENT-MAXIMO       PIC  9(9).
           02 OFH-PLAZO-MAX         PIC  9(3).
           02 OFH-CENT-CONTRATADO   PIC  9(9).
           02 OFH-PLAZO-CONTRATADO  PIC  9(3).
           02 OFH-PRESTAMO          PIC  9(9).
           02 OFH-TERMINAL          PIC  9(3).

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       77 MSJ-AMORT-ANT            PIC  X(35)
           VALUE "Amortizacion anticipada prestamo".

       *> Prestamo preaprobado (ver OFERTAR_PRESTAMOS)
       77 FSPA                     PIC  X(2).
       77 FSPV                     PIC  X(2).
       77 FSOH                     PIC  X(2).
       77 OFERTA-SW                PIC  X(1) VALUE "N".
       77 OFERTA-MOSTRADA-SW       PIC  X(1) VALUE "N".
       77 OFERTA-CENT-MAXIMO       PIC  9(9).
       77 OFERTA-PLAZO-MAX         PIC  9(3).
       77 OFERTA-TASA              PIC  9(6).
       77 EVENTO-OFERTA            PIC  X(1).
       77 FECHA-HOY                PIC  9(8).
       77 LAST-OFH-NUM             PIC  9(35).
       77 LAST-PRE-NUM             PIC  9(35).
       77 PLAZO-USUARIO            PIC  9(3).
       77 CENT-CONTRATADO          PIC  9(9).
       77 PLAZO-CONTRATADO         PIC  9(3).
       77 CENT-CUOTA-OFERTA        PIC  9(9).
       77 PRESTAMO-CONTRATADO      PIC  9(9).
       77 TASA-ENT-EDIT            PIC  Z9.
       77 TASA-DEC-EDIT            PIC  9(4).
       77 PLAZO-EDIT               PIC  ZZ9.
       77 MSJ-ENTREGA              PIC X(35)
           VALUE "Entrega de prestamo".
       *> Interes mensual como fraccion, con decimales de sobra para
       *> que el factor de la cuota francesa no pierda precision
       77 INTERES-MENSUAL          PIC  9(1)V9(12).
       77 FACTOR-FRANCES           PIC  9(7)V9(12).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
           88 ENTER-PRESSED       VALUE      0.
           88 TIMEOUT-EXPIRADO    VALUE   8001.
           88 PGDN-PRESSED        VALUE   2002.
           88 F2-PRESSED          VALUE   1002.
           88 ESC-PRESSED         VALUE   2005.

       77 PRESSED-KEY BLANK WHEN ZERO PIC 9(4).
           05 FILLER BLANK ZERO UNDERLINE
               LINE 21 COL 55 PIC 9(2) USING EURDEC-USUARIO.

       01 ENTRADA-OFERTA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 13 COL 47 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 14 COL 47 PIC 9(3) USING PLAZO-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
               THRU RESOLVER-CUENTA-BASE-FIN.
           PERFORM LEER-PARAMETROS-TERMINAL
               THRU LEER-PARAMETROS-TERMINAL-FIN.
           PERFORM LEER-OFERTA THRU LEER-OFERTA-FIN.

       BUSCAR-PRESTAMO.
           *> Se toma el primer prestamo vivo de la cuenta base; con
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           IF OFERTA-SW = "S"
               MOVE 13 TO LINEA-CUADRO
               PERFORM AVISAR-OFERTA THRU AVISAR-OFERTA-FIN.

       SIN-PRESTAMO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF F2-PRESSED AND OFERTA-SW = "S"
                   GO TO PANTALLA-OFERTA
               END-IF
               EXIT PROGRAM
           END-ACCEPT.
           IF ENTER-PRESSED
           MOVE 59 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.

           PERFORM PINTAR-TIPO-VARIABLE
               THRU PINTAR-TIPO-VARIABLE-FIN.

           DISPLAY "Cuota   Intereses   Amortizacion   Pendiente"
               AT LINE 9 COL 15.

           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.
           IF OFERTA-SW = "S"
               MOVE 23 TO LINEA-CUADRO
               PERFORM AVISAR-OFERTA THRU AVISAR-OFERTA-FIN.

           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.
           IF PGDN-PRESSED
               GO TO BUSCAR-SIGUIENTE
           END-IF
           IF F2-PRESSED AND OFERTA-SW = "S"
               GO TO PANTALLA-OFERTA
           END-IF
           GO TO PANTALLA-CUADRO.

           COMPUTE CENT-IMPOR-USER = (EURENT-USUARIO * 100)
           ELSE
               GO TO EXIT-ENTER.

      *> PANTALLA DEL PRESTAMO PREAPROBADO: CONDICIONES OFRECIDAS,
      *> IMPORTE Y PLAZO ELEGIDOS POR EL CLIENTE DENTRO DE ELLAS, Y
      *> CONFIRMACION CON LA CUOTA RESULTANTE
       PANTALLA-OFERTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Prestamo preaprobado" TO TEXTO-PANTALLA.
           MOVE 413 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.

           DISPLAY "Importe maximo:" AT LINE 8 COL 15.
           MOVE OFERTA-CENT-MAXIMO TO CENT-EDITAR.
           MOVE 8 TO LINEA-CUADRO.
           MOVE 40 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY "EUR" AT LINE 8 COL 52.
           DISPLAY "Plazo maximo (meses):" AT LINE 9 COL 15.
           MOVE OFERTA-PLAZO-MAX TO PLAZO-EDIT.
           DISPLAY PLAZO-EDIT AT LINE 9 COL 45.
           DISPLAY "Tipo de interes anual:" AT LINE 10 COL 15.
           COMPUTE TASA-ENT-EDIT = OFERTA-TASA / 10000.
           MOVE FUNCTION MOD(OFERTA-TASA, 10000) TO TASA-DEC-EDIT.
           DISPLAY TASA-ENT-EDIT AT LINE 10 COL 41.
           DISPLAY "," AT LINE 10 COL 43.
           DISPLAY TASA-DEC-EDIT AT LINE 10 COL 44.
           DISPLAY "%" AT LINE 10 COL 49.

           MOVE "Importe a contratar (EUR):" TO TEXTO-PANTALLA.
           MOVE 414 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 13 COL 15.
           MOVE "Plazo (meses):" TO TEXTO-PANTALLA.
           MOVE 415 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 14 COL 15.

           MOVE "Enter - Calcular cuota" TO TEXTO-PANTALLA.
           MOVE 416 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 2.
           MOVE "ESC - Cancelar" TO TEXTO-PANTALLA.
           MOVE 52 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

       ACEPTAR-OFERTA.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE PLAZO-USUARIO.
           ACCEPT ENTRADA-OFERTA
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO ACEPTAR-OFERTA.

           COMPUTE CENT-CONTRATADO = EURENT-USUARIO * 100.
           MOVE PLAZO-USUARIO TO PLAZO-CONTRATADO.
           IF CENT-CONTRATADO = 0 OR PLAZO-CONTRATADO = 0
               GO TO ACEPTAR-OFERTA.
           IF CENT-CONTRATADO > OFERTA-CENT-MAXIMO
               DISPLAY "Supera el importe preaprobado!!"
                   AT LINE 18 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-OFERTA.
           IF PLAZO-CONTRATADO > OFERTA-PLAZO-MAX
               DISPLAY "Supera el plazo preaprobado!!  "
                   AT LINE 18 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-OFERTA.

           *> Cuota fija francesa, igual que GESTION_PRESTAMOS; la
           *> tasa viene multiplicada por 10000
           IF OFERTA-TASA = 0
               COMPUTE CENT-CUOTA-OFERTA ROUNDED =
                   CENT-CONTRATADO / PLAZO-CONTRATADO
           ELSE
               COMPUTE INTERES-MENSUAL ROUNDED =
                   OFERTA-TASA / 12000000
               COMPUTE FACTOR-FRANCES ROUNDED =
                   (1 + INTERES-MENSUAL) ** PLAZO-CONTRATADO
               COMPUTE CENT-CUOTA-OFERTA ROUNDED =
                   (CENT-CONTRATADO * INTERES-MENSUAL * FACTOR-FRANCES)
                       / (FACTOR-FRANCES - 1)
           END-IF.

           DISPLAY "                               " AT LINE 18 COL 15.
           DISPLAY "Cuota mensual:" AT LINE 16 COL 15.
           MOVE CENT-CUOTA-OFERTA TO CENT-EDITAR.
           MOVE 16 TO LINEA-CUADRO.
           MOVE 40 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY "EUR" AT LINE 16 COL 52.
           MOVE "Enter - Contratar" TO TEXTO-PANTALLA.
           MOVE 417 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 2.

       CONFIRMAR-OFERTA.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   EXIT PROGRAM
               END-IF
               GO TO CONFIRMAR-OFERTA
           END-ACCEPT.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-OFERTA.

           PERFORM CONTRATAR-OFERTA THRU CONTRATAR-OFERTA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Prestamo contratado" TO TEXTO-PANTALLA.
           MOVE 418 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 30.
           DISPLAY "Prestamo:" AT LINE 11 COL 24.
           DISPLAY PRESTAMO-CONTRATADO AT LINE 11 COL 40.
           DISPLAY "Cuota mensual:" AT LINE 12 COL 24.
           MOVE CENT-CUOTA-OFERTA TO CENT-EDITAR.
           MOVE 12 TO LINEA-CUADRO.
           MOVE 38 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           MOVE "Recibo impreso" TO TEXTO-PANTALLA.
           MOVE 57 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 14 COL 33.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *> ALTA DEL PRESTAMO PREAPROBADO: SE CONSUME LA OFERTA, SE DA
      *> DE ALTA EL PRESTAMO CON DIA DE PAGO EL DE HOY (COMO MUCHO EL
      *> 28, PARA QUE CAIGA TODOS LOS MESES) Y SE ABONA EL CAPITAL
       CONTRATAR-OFERTA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               GO TO PSYS-ERR.

           *> Con el bloqueo en la mano se relee la oferta: pudo
           *> caducar o usarse en otro cajero mientras el cliente
           *> tecleaba. No se da por usada hasta que el prestamo y
           *> el abono quedan anotados
           OPEN INPUT PREAPROBADOS.
           IF FSPA <> 00
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO PAP-TARJETA.
           READ PREAPROBADOS INVALID KEY
               CLOSE PREAPROBADOS
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               GO TO PSYS-ERR.
           IF NOT PAP-VIGENTE OR PAP-FECHA-CADUCIDAD < FECHA-HOY
               OR CENT-CONTRATADO > PAP-CENT-MAXIMO
               CLOSE PREAPROBADOS
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               GO TO PSYS-ERR.
           CLOSE PREAPROBADOS.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "PRESTAMO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-PRE-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-PRE-NUM
           END-READ.
           ADD 1 TO LAST-PRE-NUM.
           MOVE LAST-PRE-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
           MOVE LAST-PRE-NUM(27:9) TO PRESTAMO-CONTRATADO.

           OPEN I-O PRESTAMOS CLOSE PRESTAMOS.
           OPEN I-O PRESTAMOS.
           IF FSPR <> 00
               GO TO PSYS-ERR.
           MOVE PRESTAMO-CONTRATADO TO PRE-NUM.
           MOVE CUENTA-BASE         TO PRE-TARJETA.
           MOVE CENT-CONTRATADO     TO PRE-CENT-PRINCIPAL.
           MOVE OFERTA-TASA         TO PRE-TASA-ANUAL-X10000.
           MOVE PLAZO-CONTRATADO    TO PRE-PLAZO-MESES.
           IF DIA > 28
               MOVE 28 TO PRE-DIA-PAGO
           ELSE
               MOVE DIA TO PRE-DIA-PAGO
           END-IF.
           MOVE CENT-CUOTA-OFERTA   TO PRE-CENT-CUOTA.
           MOVE CENT-CONTRATADO     TO PRE-CENT-PENDIENTE.
           MOVE 0                   TO PRE-CUOTAS-PAGADAS.
           MOVE 1                   TO PRE-ESTADO.
           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PRESTAMOS.

           *> Abono del capital en la cuenta corriente
           PERFORM CONSULTA-SALDO THRU CONSULTA-SALDO-FIN.
           ADD CENT-CONTRATADO TO CENT-SALDO-CTA.

           MOVE SPACES TO REFERENCIA-PRE.
           STRING "Prestamo " DELIMITED BY SIZE
                  PRESTAMO-CONTRATADO DELIMITED BY SIZE
             INTO REFERENCIA-PRE.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "MOVIMIENTO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-MOV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-MOV-NUM
           END-READ.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CUENTA-BASE     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = (CENT-CONTRATADO / 100).
           MOVE FUNCTION MOD(CENT-CONTRATADO, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-ENTREGA TO MOV-CONCEPTO.
           MOVE REFERENCIA-PRE TO MOV-REFERENCIA.
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> Prestamo y abono anotados: la oferta queda consumida
           OPEN I-O PREAPROBADOS.
           IF FSPA <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO PAP-TARJETA.
           READ PREAPROBADOS INVALID KEY
               CLOSE PREAPROBADOS
               GO TO PSYS-ERR.
           MOVE 2 TO PAP-ESTADO.
           REWRITE PREAPROBADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PREAPROBADOS.
           MOVE "N" TO OFERTA-SW.

           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.

           MOVE "A" TO EVENTO-OFERTA.
           PERFORM ANOTAR-HISTORICO-OFERTA
               THRU ANOTAR-HISTORICO-OFERTA-FIN.

           PERFORM IMPRIMIR-RECIBO THRU IMPRIMIR-RECIBO-FIN.
       CONTRATAR-OFERTA-FIN.
           EXIT.

      *> SI EL PRESTAMO ES A TIPO VARIABLE, TIPO VIGENTE Y FECHA DE LA
      *> PROXIMA REVISION EN LA LINEA 8
       PINTAR-TIPO-VARIABLE.
           OPEN INPUT PRESTAMOS-VAR.
           IF FSPV <> 00
               CLOSE PRESTAMOS-VAR
               GO TO PINTAR-TIPO-VARIABLE-FIN.
           MOVE PRE-NUM TO PVA-PRESTAMO.
           READ PRESTAMOS-VAR INVALID KEY
               CLOSE PRESTAMOS-VAR
               GO TO PINTAR-TIPO-VARIABLE-FIN.
           CLOSE PRESTAMOS-VAR.
           IF NOT PVA-VARIABLE
               GO TO PINTAR-TIPO-VARIABLE-FIN.

           MOVE "Tipo variable:" TO TEXTO-PANTALLA.
           MOVE 419 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:20) AT LINE 8 COL 15.
           COMPUTE TASA-ENT-EDIT = PRE-TASA-ANUAL-X10000 / 10000.
           MOVE FUNCTION MOD(PRE-TASA-ANUAL-X10000, 10000)
               TO TASA-DEC-EDIT.
           DISPLAY TASA-ENT-EDIT AT LINE 8 COL 30.
           DISPLAY "," AT LINE 8 COL 32.
           DISPLAY TASA-DEC-EDIT AT LINE 8 COL 33.
           DISPLAY "%" AT LINE 8 COL 38.
           MOVE "Revision:" TO TEXTO-PANTALLA.
           MOVE 420 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:15) AT LINE 8 COL 42.
           DISPLAY PVA-FECHA-REVISION(7:2) AT LINE 8 COL 59.
           DISPLAY "/" AT LINE 8 COL 61.
           DISPLAY PVA-FECHA-REVISION(5:2) AT LINE 8 COL 62.
           DISPLAY "/" AT LINE 8 COL 64.
           DISPLAY PVA-FECHA-REVISION(1:4) AT LINE 8 COL 65.
       PINTAR-TIPO-VARIABLE-FIN.
           EXIT.

      *> CARGA LA OFERTA VIGENTE DE LA CUENTA BASE, SI LA HAY
       LEER-OFERTA.
           MOVE "N" TO OFERTA-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT PREAPROBADOS.
           IF FSPA <> 00
               CLOSE PREAPROBADOS
               GO TO LEER-OFERTA-FIN.
           MOVE CUENTA-BASE TO PAP-TARJETA.
           READ PREAPROBADOS INVALID KEY
               CLOSE PREAPROBADOS
               GO TO LEER-OFERTA-FIN.
           CLOSE PREAPROBADOS.
           IF NOT PAP-VIGENTE OR PAP-FECHA-CADUCIDAD < FECHA-HOY
               GO TO LEER-OFERTA-FIN.
           MOVE "S"                   TO OFERTA-SW.
           MOVE PAP-CENT-MAXIMO       TO OFERTA-CENT-MAXIMO.
           MOVE PAP-PLAZO-MAX         TO OFERTA-PLAZO-MAX.
           MOVE PAP-TASA-ANUAL-X10000 TO OFERTA-TASA.
       LEER-OFERTA-FIN.
           EXIT.

      *> AVISO DE LA OFERTA EN LA LINEA LINEA-CUADRO; LA PRIMERA VEZ
      *> EN LA SESION QUEDA ANOTADA COMO MOSTRADA
       AVISAR-OFERTA.
           MOVE "Tiene un prestamo preaprobado de" TO TEXTO-PANTALLA.
           MOVE 411 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE LINEA-CUADRO COL 2
               WITH FOREGROUND-COLOR IS YELLOW.
           MOVE OFERTA-CENT-MAXIMO TO CENT-EDITAR.
           MOVE 35 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           DISPLAY "EUR" AT LINE LINEA-CUADRO COL 47.
           MOVE "F2 - Contratar" TO TEXTO-PANTALLA.
           MOVE 412 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:25) AT LINE LINEA-CUADRO COL 52
               WITH FOREGROUND-COLOR IS YELLOW.

           IF OFERTA-MOSTRADA-SW = "S"
               GO TO AVISAR-OFERTA-FIN.
           MOVE "S" TO OFERTA-MOSTRADA-SW.
           MOVE CUENTA-BASE        TO PAP-TARJETA.
           MOVE OFERTA-CENT-MAXIMO TO PAP-CENT-MAXIMO.
           MOVE OFERTA-PLAZO-MAX   TO PAP-PLAZO-MAX.
           MOVE 0                  TO CENT-CONTRATADO.
           MOVE 0                  TO PLAZO-CONTRATADO.
           MOVE 0                  TO PRESTAMO-CONTRATADO.
           MOVE "M" TO EVENTO-OFERTA.
           PERFORM ANOTAR-HISTORICO-OFERTA
               THRU ANOTAR-HISTORICO-OFERTA-FIN.
       AVISAR-OFERTA-FIN.
           EXIT.

      *> DEJA EN ofertas_historico.ubd EL EVENTO EVENTO-OFERTA SOBRE
      *> LA OFERTA DE LA CUENTA BASE
       ANOTAR-HISTORICO-OFERTA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO ANOTAR-HISTORICO-OFERTA-FIN.
           MOVE "OFERTA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-OFH-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-OFH-NUM
           END-READ.
           ADD 1 TO LAST-OFH-NUM.
           MOVE LAST-OFH-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O OFERTAS-HIST CLOSE OFERTAS-HIST.
           OPEN I-O OFERTAS-HIST.
           IF FSOH <> 00
               CLOSE OFERTAS-HIST
               GO TO ANOTAR-HISTORICO-OFERTA-FIN.
           MOVE LAST-OFH-NUM(27:9) TO OFH-NUM.
           MOVE CUENTA-BASE        TO OFH-TARJETA.
           COMPUTE OFH-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE HORAS              TO OFH-HOR.
           MOVE MINUTOS            TO OFH-MIN.
           MOVE EVENTO-OFERTA      TO OFH-EVENTO.
           MOVE OFERTA-CENT-MAXIMO TO OFH-CENT-MAXIMO.
           MOVE OFERTA-PLAZO-MAX   TO OFH-PLAZO-MAX.
           MOVE CENT-CONTRATADO    TO OFH-CENT-CONTRATADO.
           MOVE PLAZO-CONTRATADO   TO OFH-PLAZO-CONTRATADO.
           MOVE PRESTAMO-CONTRATADO TO OFH-PRESTAMO.
           MOVE TERMINAL-ACTUAL    TO OFH-TERMINAL.
           WRITE OFERTA-HIST-REG INVALID KEY CONTINUE.
           CLOSE OFERTAS-HIST.
       ANOTAR-HISTORICO-OFERTA-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO TEXTO-PANTALLA.
