       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK42.
       *> Anticipo de nomina en el cajero (submenu BANK18): el cliente
       *> con la nomina domiciliada en la casa (anticipos_nomina.ubd,
       *> el limite lo fija cada noche EVALUAR_NOMINAS) pide un
       *> adelanto hasta lo que le queda de limite. Antes de anotar
       *> nada se le ensena la comision (tarifa ANTNOMINA de
       *> tarifas.ubd) y el dia en que se espera la nomina que lo
       *> devolvera; si acepta, el anticipo se abona en el acto en la
       *> cuenta corriente de la cuenta base y la comision se carga en
       *> movimiento aparte. La recuperacion es automatica: el
       *> siguiente abono de nomina lo descuenta (ver
       *> NOMINA_RECIBIDA), y lo que pase de la fecha prevista sin
       *> recuperarse lo lista EVALUAR_NOMINAS a la sucursal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANTICIPOS-NOMINA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANN-TARJETA
           FILE STATUS IS FSAN.

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

           SELECT OPTIONAL BLOQUEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

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
       FD ANTICIPOS-NOMINA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos_nomina.ubd".
       01 ANTICIPO-NOMINA-REG.
           02 ANN-TARJETA           PIC 9(16).
           02 ANN-PAGADOR           PIC X(30).
           02 ANN-MESES             PIC  9(2).
           02 ANN-CENT-MEDIA        PIC  9(9).
           02 ANN-CENT-LIMITE       PIC  9(9).
           02 ANN-DIA-COBRO         PIC  9(2).
           02 ANN-FECHA-CALCULO     PIC  9(8).
           02 ANN-ELEGIBLE          PIC  X(1).
               88 ANN-ES-ELEGIBLE   VALUE "S".
           02 ANN-CENT-VIVO         PIC  9(9).
           02 ANN-CENT-COMISION     PIC  9(9).
           02 ANN-FECHA-ANTICIPO    PIC  9(8).
           02 ANN-FECHA-PREVISTA    PIC  9(8).
           02 ANN-FECHA-RECUPERA    PIC  9(8).
           02 ANN-CENT-RECUPERADO   PIC  9(9).

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

       FD BLOQUEOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bloqueos.ubd".
       01 BLOQUEO-REG.
           02 BLK-TARJETA           PIC 9(16).
           02 BLK-TERMINAL          PIC  9(3).
           02 BLK-FECHA             PIC  9(8).
           02 BLK-HOR               PIC  9(2).
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

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
       *> BLOQUEO DE CUENTA DURANTE LA ACTUALIZACION (VER BANK4):
       *> TODO EL QUE REESCRIBE cuentas.ubd TIENE QUE PASAR POR EL,
       *> O DOS PANTALLAS A LA VEZ SE PISAN EL REWRITE
       77 FSBL                     PIC  X(2).
       77 BLOQUEO-SEG              PIC  9(4) VALUE 120.
       77 BLOQUEO-OK-SW            PIC  X(1).
       77 BLK-TARJETA-W            PIC 9(16).
       77 SEG-ABS-AHORA            PIC S9(12).
       77 SEG-ABS-BLOQUEO          PIC S9(12).
       77 FECHA-ABS-TMP            PIC  9(8).

       77 FSTXO                    PIC  X(2).
       77 TEXTO-ID                 PIC  9(4).
       77 TEXTO-PANTALLA           PIC X(50).
       77 TIMEOUT-SEG              PIC  9(4) VALUE 120.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSAN                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSTA                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSTI                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 CUENTA-BASE              PIC  9(16).
       77 LAST-MOV-NUM             PIC  9(35).
       77 FECHA-NEGOCIO            PIC  9(8).

       77 EURENT-USUARIO           PIC S9(7).
       77 EURDEC-USUARIO           PIC  9(2).
       77 CENT-IMPOR-USER          PIC S9(9).
       77 CENT-DISPONIBLE          PIC S9(9).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CENT-MOV                 PIC S9(9).

       *> Comision del anticipo (ver CALCULAR-TARIFA en BANK10)
       77 TARIFA-OPERACION         PIC  X(10) VALUE "ANTNOMINA".
       77 TARIFA-CLASE             PIC   9(2) VALUE 0.
       77 CENT-BASE-TARIFA         PIC   9(9).
       77 CENT-COMISION-TARIFA     PIC   9(9).

       *> Dia de cobro esperado de la nomina que devolvera el anticipo
       77 FECHA-PREVISTA           PIC  9(8).
       01 FECHA-CALCULO.
           02 FCAL-ANO              PIC  9(4).
           02 FCAL-MES              PIC  9(2).
           02 FCAL-DIA              PIC  9(2).
       77 DIA-COBRO                PIC  9(2).

       77 IMPORTE-ENT-EDIT         PIC  ZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 FECHA-EDIT               PIC X(10).
       77 LINEA-EDIT               PIC  9(2).

       77 MSJ-ANTICIPO             PIC X(35)
           VALUE "Anticipo de nomina".
       77 MSJ-COMISION             PIC X(35)
           VALUE "Comision anticipo nomina".
       77 REFERENCIA-MOV           PIC X(30).

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

       01 ENTRADA-ANTICIPO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 45 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 15 COL 53 PIC 9(2) USING EURDEC-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O ANTICIPOS-NOMINA CLOSE ANTICIPOS-NOMINA.

           PERFORM RESOLVER-CUENTA-BASE
               THRU RESOLVER-CUENTA-BASE-FIN.
           PERFORM LEER-PARAMETROS-ANTICIPO
               THRU LEER-PARAMETROS-ANTICIPO-FIN.
           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

       *> SIN NOMINA DOMICILIADA RECONOCIDA NO HAY ANTICIPO
       LEER-LIMITE.
           OPEN INPUT ANTICIPOS-NOMINA.
           IF FSAN <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO ANN-TARJETA.
           READ ANTICIPOS-NOMINA INVALID KEY
               CLOSE ANTICIPOS-NOMINA
               GO TO SIN-ANTICIPO.
           CLOSE ANTICIPOS-NOMINA.
           IF NOT ANN-ES-ELEGIBLE OR ANN-CENT-LIMITE = 0
               GO TO SIN-ANTICIPO.

           COMPUTE CENT-DISPONIBLE = ANN-CENT-LIMITE - ANN-CENT-VIVO.
           IF CENT-DISPONIBLE <= 0
               GO TO LIMITE-AGOTADO.

           PERFORM CALCULAR-FECHA-PREVISTA
               THRU CALCULAR-FECHA-PREVISTA-FIN.

       PANTALLA-ANTICIPO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-LIMITE THRU MOSTRAR-LIMITE-FIN.

           MOVE "Importe a anticipar:" TO TEXTO-PANTALLA.
           MOVE 578 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:26) AT LINE 15 COL 17.
           DISPLAY "." AT LINE 15 COL 52.
           DISPLAY "EUR" AT LINE 15 COL 56.

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
           ACCEPT ENTRADA-ANTICIPO
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               EXIT PROGRAM
           END-IF
           GO TO PANTALLA-ANTICIPO.

           COMPUTE CENT-IMPOR-USER = (EURENT-USUARIO * 100)
                                     + EURDEC-USUARIO.
           IF CENT-IMPOR-USER <= 0
               GO TO PANTALLA-ANTICIPO.

           IF CENT-IMPOR-USER > CENT-DISPONIBLE
               MOVE "El importe supera su disponible!!"
                   TO TEXTO-PANTALLA
               MOVE 582 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 17 COL 17
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ANTICIPO.

           MOVE CENT-IMPOR-USER TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.

      *> LA COMISION Y LA FECHA EN QUE SE RECUPERA SE ENSENAN ANTES
      *> DE ANOTAR NADA: EL CLIENTE LO ACEPTA CON ENTER O SE VA CON
      *> ESC
       PANTALLA-CONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Anticipo de nomina" TO TEXTO-PANTALLA.
           MOVE 572 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.

           MOVE "Importe a anticipar:" TO TEXTO-PANTALLA.
           MOVE 578 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 10 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = CENT-IMPOR-USER / 100.
           MOVE FUNCTION MOD(CENT-IMPOR-USER, 100)
               TO IMPORTE-DEC-EDIT.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 10 COL 50.
           DISPLAY "." AT LINE 10 COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 10 COL 58.
           DISPLAY "EUR" AT LINE 10 COL 61.

           MOVE "Comision del anticipo:" TO TEXTO-PANTALLA.
           MOVE 579 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 11 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = CENT-COMISION-TARIFA / 100.
           MOVE FUNCTION MOD(CENT-COMISION-TARIFA, 100)
               TO IMPORTE-DEC-EDIT.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 11 COL 50.
           DISPLAY "." AT LINE 11 COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 11 COL 58.
           DISPLAY "EUR" AT LINE 11 COL 61.

           MOVE "Se recupera de la nomina prevista el"
               TO TEXTO-PANTALLA.
           MOVE 580 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:40) AT LINE 13 COL 15.
           MOVE SPACES TO FECHA-EDIT.
           STRING FECHA-PREVISTA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-PREVISTA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-PREVISTA(1:4) DELIMITED BY SIZE
             INTO FECHA-EDIT.
           DISPLAY FECHA-EDIT AT LINE 13 COL 56.

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

       ANOTAR-ANTICIPO.
           *> Nadie mas toca la cuenta desde aqui hasta el apunte
           *> (ver BANK4)
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               GO TO PSYS-ERR.

           *> El limite se vuelve a leer bajo el bloqueo: otra sesion
           *> de la misma cuenta ha podido pedir otro anticipo
           OPEN I-O ANTICIPOS-NOMINA.
           IF FSAN <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO ANN-TARJETA.
           READ ANTICIPOS-NOMINA INVALID KEY GO TO PSYS-ERR.
           IF CENT-IMPOR-USER > (ANN-CENT-LIMITE - ANN-CENT-VIVO)
               CLOSE ANTICIPOS-NOMINA
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               GO TO LIMITE-AGOTADO.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE SPACES TO REFERENCIA-MOV.
           STRING "Recupera nomina " DELIMITED BY SIZE
                  FECHA-PREVISTA DELIMITED BY SIZE
             INTO REFERENCIA-MOV.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

           *> El anticipo se abona y la comision se carga en
           *> movimiento propio, para que el cliente vea lo que pago
           MOVE CENT-IMPOR-USER TO CENT-MOV.
           MOVE MSJ-ANTICIPO    TO MOV-CONCEPTO.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN.

           IF CENT-COMISION-TARIFA > 0
               COMPUTE CENT-MOV = - CENT-COMISION-TARIFA
               MOVE MSJ-COMISION TO MOV-CONCEPTO
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN
           END-IF.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> El anticipo queda vivo hasta la proxima nomina; un
           *> segundo anticipo antes de cobrarla se suma al primero
           IF ANN-CENT-VIVO = 0
               MOVE FECHA-NEGOCIO TO ANN-FECHA-ANTICIPO.
           ADD CENT-IMPOR-USER      TO ANN-CENT-VIVO.
           ADD CENT-COMISION-TARIFA TO ANN-CENT-COMISION.
           MOVE FECHA-PREVISTA      TO ANN-FECHA-PREVISTA.
           REWRITE ANTICIPO-NOMINA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ANTICIPOS-NOMINA.

           *> Cuenta reescrita: se suelta el bloqueo
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Anticipo abonado en su cuenta" TO TEXTO-PANTALLA.
           MOVE 581 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 25.
           MOVE "El saldo resultante es de" TO TEXTO-PANTALLA.
           MOVE 137 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 11 COL 15.
           IF CENT-SALDO-CTA < 0
               DISPLAY "-" AT LINE 11 COL 49.
           COMPUTE IMPORTE-ENT-EDIT = FUNCTION ABS(CENT-SALDO-CTA)
               / 100.
           MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-CTA), 100)
               TO IMPORTE-DEC-EDIT.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 11 COL 50.
           DISPLAY "." AT LINE 11 COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 11 COL 58.
           DISPLAY "EUR" AT LINE 11 COL 61.
           MOVE "Se recupera de la nomina prevista el"
               TO TEXTO-PANTALLA.
           MOVE 580 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:40) AT LINE 13 COL 15.
           DISPLAY FECHA-EDIT AT LINE 13 COL 56.
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

       SIN-ANTICIPO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Anticipo de nomina" TO TEXTO-PANTALLA.
           MOVE 572 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.
           MOVE "No tiene una nomina domiciliada con anticipo"
               TO TEXTO-PANTALLA.
           MOVE 573 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 10 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       LIMITE-AGOTADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-LIMITE THRU MOSTRAR-LIMITE-FIN.
           MOVE "Ya ha agotado el limite del anticipo"
               TO TEXTO-PANTALLA.
           MOVE 583 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 16 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *> CABECERA DE LA OPERACION CON LA NOMINA RECONOCIDA, EL LIMITE,
      *> LO YA ANTICIPADO Y LO QUE QUEDA
       MOSTRAR-LIMITE.
           MOVE "Anticipo de nomina" TO TEXTO-PANTALLA.
           MOVE 572 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.

           MOVE "Nomina de:" TO TEXTO-PANTALLA.
           MOVE 574 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:16) AT LINE 8 COL 15.
           DISPLAY ANN-PAGADOR AT LINE 8 COL 32.

           MOVE "Limite del anticipo:" TO TEXTO-PANTALLA.
           MOVE 575 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 10 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = ANN-CENT-LIMITE / 100.
           MOVE FUNCTION MOD(ANN-CENT-LIMITE, 100)
               TO IMPORTE-DEC-EDIT.
           MOVE 10 TO LINEA-EDIT.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.

           MOVE "Anticipo pendiente:" TO TEXTO-PANTALLA.
           MOVE 576 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 11 COL 15.
           COMPUTE IMPORTE-ENT-EDIT = ANN-CENT-VIVO / 100.
           MOVE FUNCTION MOD(ANN-CENT-VIVO, 100)
               TO IMPORTE-DEC-EDIT.
           MOVE 11 TO LINEA-EDIT.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.

           MOVE "Disponible para anticipar:" TO TEXTO-PANTALLA.
           MOVE 577 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:34) AT LINE 12 COL 15.
           IF CENT-DISPONIBLE < 0
               MOVE 0 TO CENT-DISPONIBLE.
           COMPUTE IMPORTE-ENT-EDIT = CENT-DISPONIBLE / 100.
           MOVE FUNCTION MOD(CENT-DISPONIBLE, 100)
               TO IMPORTE-DEC-EDIT.
           MOVE 12 TO LINEA-EDIT.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
       MOSTRAR-LIMITE-FIN.
           EXIT.

       PINTAR-IMPORTE.
           DISPLAY IMPORTE-ENT-EDIT AT LINE LINEA-EDIT COL 50.
           DISPLAY "." AT LINE LINEA-EDIT COL 57.
           DISPLAY IMPORTE-DEC-EDIT AT LINE LINEA-EDIT COL 58.
           DISPLAY "EUR" AT LINE LINEA-EDIT COL 61.
       PINTAR-IMPORTE-FIN.
           EXIT.

      *> UN MOVIMIENTO DE CENT-MOV (CON SIGNO; CONCEPTO EN
      *> MOV-CONCEPTO) SOBRE LA CORRIENTE DE LA CUENTA BASE, CON
      *> F-MOVIMIENTOS ABIERTO Y CENT-SALDO-CTA AL DIA
       ANOTAR-MOVIMIENTO.
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

           ADD CENT-MOV TO CENT-SALDO-CTA.

           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CUENTA-BASE     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           IF CENT-MOV < 0
               COMPUTE MOV-IMPORTE-ENT =
                   - (FUNCTION ABS(CENT-MOV) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-MOV), 100)
                   TO MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-MOV / 100)
               MOVE FUNCTION MOD(CENT-MOV, 100)
                   TO MOV-IMPORTE-DEC
           END-IF.
           MOVE REFERENCIA-MOV TO MOV-REFERENCIA.
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
       ANOTAR-MOVIMIENTO-FIN.
           EXIT.

      *> LA NOMINA SE ESPERA EL DIA DE COBRO DE LA ULTIMA RECIBIDA: EN
      *> ESTE MES SI TODAVIA NO HA LLEGADO ESE DIA, SI NO EN EL
      *> SIGUIENTE (LOS DIAS 29 A 31 SE TOMAN COMO 28 PARA QUE LA
      *> FECHA EXISTA EN TODOS LOS MESES)
       CALCULAR-FECHA-PREVISTA.
           MOVE FECHA-NEGOCIO TO FECHA-CALCULO.
           MOVE ANN-DIA-COBRO TO DIA-COBRO.
           IF DIA-COBRO = 0 OR DIA-COBRO > 28
               MOVE 28 TO DIA-COBRO.
           IF FCAL-DIA >= DIA-COBRO
               ADD 1 TO FCAL-MES
               IF FCAL-MES > 12
                   MOVE 1 TO FCAL-MES
                   ADD 1 TO FCAL-ANO
               END-IF
           END-IF.
           MOVE DIA-COBRO TO FCAL-DIA.
           MOVE FECHA-CALCULO TO FECHA-PREVISTA.
       CALCULAR-FECHA-PREVISTA-FIN.
           EXIT.

      *> COMISION SEGUN TARIFAS.UBD (IGUAL QUE CALCULAR-TARIFA EN
      *> BANK10): FIJO MAS PORCENTAJE SOBRE LA BASE, CON MINIMO; SIN
      *> TARIFA NO HAY COMISION
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
           CLOSE ANTICIPOS-NOMINA.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.
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
       *> GESTION_TITULARES), IGUAL QUE BANK4: LA NOMINA SE COBRA Y EL
       *> ANTICIPO SE ABONA EN LA CUENTA BASE
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

       LEER-PARAMETROS-ANTICIPO.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-ANTICIPO-FIN.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-ANTICIPO-FIN.
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

      *> BLOQUEO DE LA CUENTA DE BLK-TARJETA-W, IGUAL QUE EN BANK4:
      *> SI YA ESTA BLOQUEADA POR OTRO TERMINAL Y NO HA CADUCADO
      *> (BLOQUEO-SEG), LA OPERACION NO SIGUE
       ADQUIRIR-BLOQUEO.
           MOVE "N" TO BLOQUEO-OK-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O BLOQUEOS CLOSE BLOQUEOS.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               *> Sin fichero de bloqueos se sigue como siempre
               MOVE "S" TO BLOQUEO-OK-SW
               GO TO ADQUIRIR-BLOQUEO-FIN.

           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               MOVE BLK-TARJETA-W   TO BLK-TARJETA
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               WRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-WRITE
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           *> El bloqueo ya existe: nuestro propio terminal puede
           *> reentrar, y un bloqueo caducado se roba
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           COMPUTE FECHA-ABS-TMP = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE SEG-ABS-AHORA =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (HORAS * 3600) + (MINUTOS * 60) + SEGUNDOS.
           MOVE BLK-FECHA TO FECHA-ABS-TMP.
           COMPUTE SEG-ABS-BLOQUEO =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (BLK-HOR * 3600) + (BLK-MIN * 60) + BLK-SEG.

           IF (SEG-ABS-AHORA - SEG-ABS-BLOQUEO) > BLOQUEO-SEG
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               REWRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-REWRITE
               MOVE "S" TO BLOQUEO-OK-SW.

           CLOSE BLOQUEOS.
       ADQUIRIR-BLOQUEO-FIN.
           EXIT.

      *> SUELTA EL BLOQUEO DE BLK-TARJETA-W SI ES DE ESTE TERMINAL
       LIBERAR-BLOQUEO.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               DELETE BLOQUEOS RECORD INVALID KEY CONTINUE
               END-DELETE.
           CLOSE BLOQUEOS.
       LIBERAR-BLOQUEO-FIN.
           EXIT.
