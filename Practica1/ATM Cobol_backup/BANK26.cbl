       *> acreedor) y permite al titular bloquear, desbloquear o
       *> revocar un acreedor. Contra un mandato bloqueado o revocado
       *> el siguiente recibo se devuelve con su motivo propio en vez
       *> de adeudarse. Con la opcion 4 lista los recibos adeudados
       *> en las ultimas ocho semanas (recibos_adeudados.ubd, los
       *> anota CARGAR_RECIBOS_DOM; si se teclea acreedor, solo los
       *> suyos) y el titular puede pedir el reembolso de uno: se le
       *> abona en el acto en la cuenta corriente, el recibo queda
       *> marcado para que no se reembolse dos veces, se anota la
       *> linea de reembolso para el acreedor en
       *> reembolsos_recibos.txt y LIQUIDAR_ACREEDORES lo descuenta
       *> de su siguiente remesa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL RECIBOS-ADEUDADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAD-MOV-NUM
           ALTERNATE RECORD KEY IS RAD-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRA.

           SELECT OPTIONAL REEMBOLSOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRE.

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

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.

       FD RECIBOS-ADEUDADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos_adeudados.ubd".
       01 RECIBO-ADEUDADO-REG.
           02 RAD-MOV-NUM           PIC  9(35).
           02 RAD-TARJETA           PIC 9(16).
           02 RAD-ACREEDOR          PIC X(10).
           02 RAD-ACREEDOR-NOM      PIC X(20).
           02 RAD-REFERENCIA        PIC X(30).
           02 RAD-CENT              PIC  9(9).
           02 RAD-FECHA             PIC  9(8).
           02 RAD-ESTADO            PIC  9(1).
               88 RAD-ADEUDADO      VALUE 1.
               88 RAD-REEMBOLSADO   VALUE 2.
               88 RAD-DESCONTADO    VALUE 3.
           02 RAD-FECHA-REEMBOLSO   PIC  9(8).
           02 RAD-FECHA-DESCUENTO   PIC  9(8).

       *> Reembolsos pedidos por los titulares, una linea por recibo,
       *> para enviar a cada acreedor
       FD REEMBOLSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reembolsos_recibos.txt".
       01 LINEA-REEMBOLSO             PIC X(120).

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
       77 FSMA                     PIC  X(2).
       77 FSTI                     PIC  X(2).
       77 FSRA                     PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.

       77 CUENTA-BASE              PIC  9(16).
       77 FILAS-MOSTRADAS          PIC  9(2).
       77 ACREEDOR-USUARIO         PIC  X(10).
       77 ACCION-USUARIO BLANK WHEN ZERO PIC 9(1).

       *> Plazo SEPA del deudor para pedir el reembolso de un recibo
       *> autorizado: ocho semanas desde el adeudo
       77 DIAS-REEMBOLSO           PIC  9(3) VALUE 56.
       77 FECHA-NEGOCIO            PIC  9(8).
       77 DIAS-DESDE-ADEUDO        PIC S9(7).
       77 RECIBO-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 IND-REEMBOLSO            PIC  9(1).
       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 IMPORTE-EDIT             PIC ZZZZZZ9,99.
       77 IMPORTE-TMP              PIC  9(7)V99.
       01 FECHA-EDIT.
           02 FE-DIA                PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FE-MES                PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FE-ANO                PIC  9(4).
       01 FECHA-TRABAJO            PIC  9(8).
       01 FILLER REDEFINES FECHA-TRABAJO.
           02 FT-ANO                PIC  9(4).
           02 FT-MES                PIC  9(2).
           02 FT-DIA                PIC  9(2).

       *> Recibos listados en pantalla, por numero de fila
       01 TABLA-REEMBOLSOS.
           02 TRE-MOV-NUM OCCURS 8 TIMES PIC 9(35).

       77 MSJ-REEMBOLSO            PIC X(35)
           VALUE "Reembolso recibo domiciliado".

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
           05 FILLER AUTO UNDERLINE
               LINE 19 COL 36 PIC X(10) USING ACREEDOR-USUARIO.
           05 FILLER LINE 21 COL 15 VALUE
               "1 Bloquear 2 Desbloquear 3 Revocar 4 Reembolso:".
           05 FILLER BLANK ZERO UNDERLINE
               LINE 21 COL 64 PIC 9(1) USING ACCION-USUARIO.

       01 SELECCION-REEMBOLSO-SCR.
           05 FILLER LINE 20 COL 15
               VALUE "Recibo a reembolsar (0 - ninguno):".
           05 FILLER BLANK ZERO UNDERLINE
               LINE 20 COL 51 PIC 9(1) USING RECIBO-USUARIO.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.

           PERFORM RESOLVER-CUENTA-BASE
               THRU RESOLVER-CUENTA-BASE-FIN.
           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-FIN.
           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

       PANTALLA-MANDATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           END-IF
           GO TO PANTALLA-MANDATOS.

           *> El reembolso no necesita acreedor: si se teclea, la
           *> lista se limita a sus recibos
           IF ACCION-USUARIO = 4
               GO TO PANTALLA-REEMBOLSOS.

           IF ACREEDOR-USUARIO = SPACES
               OR ACCION-USUARIO < 1 OR ACCION-USUARIO > 3
               GO TO PANTALLA-MANDATOS.

           GO TO PANTALLA-MANDATOS.

       PANTALLA-REEMBOLSOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Reembolso de recibos" TO TEXTO-PANTALLA.
           MOVE 429 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 30.

           DISPLAY
               "N Fecha      Acreedor   Referencia              Importe"
               AT LINE 8 COL 5.

           PERFORM LISTAR-REEMBOLSOS THRU LISTAR-REEMBOLSOS-FIN.

           IF FILAS-MOSTRADAS = 0
               MOVE "No tiene recibos reembolsables"
                   TO TEXTO-PANTALLA
               MOVE 430 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 11 COL 25
               MOVE "Enter - Aceptar" TO TEXTO-PANTALLA
               MOVE 51 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33
               GO TO EXIT-ENTER.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

           INITIALIZE RECIBO-USUARIO.
           ACCEPT SELECCION-REEMBOLSO-SCR
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED
               GO TO PANTALLA-MANDATOS
           END-IF
           GO TO PANTALLA-REEMBOLSOS.

           MOVE RECIBO-USUARIO TO IND-REEMBOLSO.
           IF IND-REEMBOLSO = 0
               GO TO PANTALLA-MANDATOS.
           IF IND-REEMBOLSO > FILAS-MOSTRADAS
               GO TO PANTALLA-REEMBOLSOS.

       TRATAR-REEMBOLSO.
           *> Nadie mas toca la cuenta desde aqui hasta el apunte
           *> (ver BANK4)
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               GO TO PSYS-ERR.

           OPEN I-O RECIBOS-ADEUDADOS.
           IF FSRA <> 00
               GO TO PSYS-ERR.
           MOVE TRE-MOV-NUM(IND-REEMBOLSO) TO RAD-MOV-NUM.
           READ RECIBOS-ADEUDADOS INVALID KEY GO TO PSYS-ERR.

           *> Un recibo solo se reembolsa una vez, y solo dentro del
           *> plazo; se vuelve a mirar aqui por si la pantalla llevaba
           *> tiempo abierta
           IF NOT RAD-ADEUDADO
               CLOSE RECIBOS-ADEUDADOS
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               DISPLAY "El recibo ya esta reembolsado!!"
                   AT LINE 23 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-REEMBOLSOS.
           COMPUTE DIAS-DESDE-ADEUDO =
               FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE(RAD-FECHA).
           IF DIAS-DESDE-ADEUDO > DIAS-REEMBOLSO
               CLOSE RECIBOS-ADEUDADOS
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               DISPLAY "Fuera del plazo de reembolso!!"
                   AT LINE 23 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-REEMBOLSOS.

           *> El recibo se marca antes del abono: si algo falla a
           *> medias, antes queda un reembolso por revisar que uno
           *> pagado dos veces
           MOVE 2             TO RAD-ESTADO.
           MOVE FECHA-NEGOCIO TO RAD-FECHA-REEMBOLSO.
           REWRITE RECIBO-ADEUDADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECIBOS-ADEUDADOS.

       ABONAR-REEMBOLSO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

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
           ADD RAD-CENT TO CENT-SALDO-CTA.

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
           COMPUTE MOV-IMPORTE-ENT = (RAD-CENT / 100).
           MOVE FUNCTION MOD(RAD-CENT, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-REEMBOLSO  TO MOV-CONCEPTO.
           MOVE RAD-REFERENCIA TO MOV-REFERENCIA.
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

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> Cuenta reescrita: se suelta el bloqueo
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.

       COMUNICAR-REEMBOLSO.
           *> Linea de reembolso para el acreedor (motivo SEPA MD06),
           *> con el mismo formato separado por barras que las
           *> devoluciones de CARGAR_RECIBOS_DOM
           OPEN EXTEND REEMBOLSOS.
           IF FSRE <> 00 AND FSRE <> 05
               GO TO PSYS-ERR.
           MOVE SPACES TO LINEA-REEMBOLSO.
           STRING RAD-ACREEDOR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RAD-REFERENCIA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RAD-TARJETA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RAD-CENT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FECHA-NEGOCIO DELIMITED BY SIZE
                  "|MD06 REEMBOLSO SOLICITADO POR EL DEUDOR"
                      DELIMITED BY SIZE
             INTO LINEA-REEMBOLSO.
           WRITE LINEA-REEMBOLSO.
           CLOSE REEMBOLSOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Recibo reembolsado" TO TEXTO-PANTALLA.
           MOVE 431 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 31.
           MOVE RAD-CENT TO IMPORTE-TMP.
           DIVIDE 100 INTO IMPORTE-TMP.
           MOVE IMPORTE-TMP TO IMPORTE-EDIT.
           DISPLAY IMPORTE-EDIT AT LINE 12 COL 33.
           DISPLAY "EUR" AT LINE 12 COL 44.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *> LISTA LOS RECIBOS ADEUDADOS A LA CUENTA BASE DENTRO DEL PLAZO
      *> DE REEMBOLSO (HASTA 8), SOLO LOS DEL ACREEDOR TECLEADO SI LO
      *> HAY, Y GUARDA SU NUMERO DE APUNTE POR FILA
       LISTAR-REEMBOLSOS.
           MOVE 0 TO FILAS-MOSTRADAS.
           MOVE 9 TO LINEA-CUADRO.

           OPEN INPUT RECIBOS-ADEUDADOS.
           IF FSRA <> 00
               CLOSE RECIBOS-ADEUDADOS
               GO TO LISTAR-REEMBOLSOS-FIN.

           MOVE CUENTA-BASE TO RAD-TARJETA.
           START RECIBOS-ADEUDADOS KEY IS EQUAL TO RAD-TARJETA
               INVALID KEY
                   CLOSE RECIBOS-ADEUDADOS
                   GO TO LISTAR-REEMBOLSOS-FIN
           END-START.

       LEER-REEMBOLSO-LISTA.
           READ RECIBOS-ADEUDADOS NEXT RECORD AT END
               CLOSE RECIBOS-ADEUDADOS
               GO TO LISTAR-REEMBOLSOS-FIN.
           IF RAD-TARJETA NOT = CUENTA-BASE
               CLOSE RECIBOS-ADEUDADOS
               GO TO LISTAR-REEMBOLSOS-FIN.
           IF ACREEDOR-USUARIO NOT = SPACES
               AND RAD-ACREEDOR NOT = ACREEDOR-USUARIO
               GO TO LEER-REEMBOLSO-LISTA.
           COMPUTE DIAS-DESDE-ADEUDO =
               FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE(RAD-FECHA).
           IF DIAS-DESDE-ADEUDO > DIAS-REEMBOLSO
               GO TO LEER-REEMBOLSO-LISTA.
           IF FILAS-MOSTRADAS >= 8
               CLOSE RECIBOS-ADEUDADOS
               GO TO LISTAR-REEMBOLSOS-FIN.

           ADD 1 TO FILAS-MOSTRADAS.
           MOVE RAD-MOV-NUM TO TRE-MOV-NUM(FILAS-MOSTRADAS).

           MOVE RAD-FECHA TO FECHA-TRABAJO.
           MOVE FT-DIA TO FE-DIA.
           MOVE FT-MES TO FE-MES.
           MOVE FT-ANO TO FE-ANO.
           MOVE RAD-CENT TO IMPORTE-TMP.
           DIVIDE 100 INTO IMPORTE-TMP.
           MOVE IMPORTE-TMP TO IMPORTE-EDIT.

           DISPLAY FILAS-MOSTRADAS(2:1) AT LINE LINEA-CUADRO COL 5.
           DISPLAY FECHA-EDIT AT LINE LINEA-CUADRO COL 7.
           DISPLAY RAD-ACREEDOR AT LINE LINEA-CUADRO COL 18.
           DISPLAY RAD-REFERENCIA(1:20) AT LINE LINEA-CUADRO COL 29.
           DISPLAY IMPORTE-EDIT AT LINE LINEA-CUADRO COL 50.
           IF NOT RAD-ADEUDADO
               DISPLAY "reembolsado" AT LINE LINEA-CUADRO COL 62.

           ADD 1 TO LINEA-CUADRO.
           GO TO LEER-REEMBOLSO-LISTA.
       LISTAR-REEMBOLSOS-FIN.
           EXIT.

      *> LISTA LOS MANDATOS DE LA CUENTA BASE (HASTA 8)
       LISTAR-MANDATOS.
           MOVE 0 TO FILAS-MOSTRADAS.
       RESOLVER-CUENTA-BASE-FIN.
           EXIT.

       LEER-PARAMETROS.
           OPEN I-O PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-FIN.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-FIN.
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
