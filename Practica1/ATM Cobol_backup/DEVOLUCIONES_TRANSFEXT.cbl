       *> listados no la sigan mostrando como enviada sin mas. Se
       *> ejecuta de forma independiente (no se llama desde el menu
       *> del cajero).
       *> Las transferencias internacionales en divisa (ver BANK6 y
       *> transfext_div.ubd) vuelven en divisa: se reabona el
       *> contravalor al cambio de compra del dia de la devolucion
       *> (cambios.ubd) y el informe recoge la diferencia de cambio
       *> contra el cambio de venta con que se cargo la orden.
       *> Lo devuelto por la red de compensacion (no las divisas) se
       *> anota como posicion con la red (POSICION_RED) para casarlo
       *> con el extracto de liquidacion en CONCILIAR_RED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL TRANSFEXT-DIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDV-NUM
           FILE STATUS IS FSTD.

           SELECT OPTIONAL CAMBIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-MONEDA
           FILE STATUS IS FSCB.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

       *> Datos en divisa de las transferencias internacionales,
       *> con la misma clave que transfext.ubd
       FD TRANSFEXT-DIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext_div.ubd".
       01 TRANSFEXT-DIV-REG.
           02 TDV-NUM               PIC 9(35).
           02 TDV-CUENTA-DST        PIC X(34).
           02 TDV-BIC               PIC X(11).
           02 TDV-DIR-BANCO         PIC X(35).
           02 TDV-MONEDA            PIC  X(3).
           02 TDV-CENT-PEDIDO       PIC 9(11).
           02 TDV-CENT-DIVISA       PIC 9(11).
           02 TDV-CAMBIO-X10000     PIC  9(8).
           02 TDV-CENT-EUROS        PIC  9(9).
           02 TDV-GASTOS            PIC  X(3).
               88 TDV-GASTOS-OUR    VALUE "OUR".
               88 TDV-GASTOS-SHA    VALUE "SHA".
               88 TDV-GASTOS-BEN    VALUE "BEN".
           02 TDV-CENT-COMISION     PIC  9(9).
           02 TDV-FECHA-ALTA        PIC  9(8).
           02 TDV-FECHA-DEVOL       PIC  9(8).
           02 TDV-CAMBIO-DEVOL      PIC  9(8).
           02 TDV-CENT-REABONO      PIC  9(9).

       *> Cambio del dia por divisa (ver CARGAR_CAMBIOS)
       FD CAMBIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambios.ubd".
       01 CAMBIO-REG.
           02 CAM-MONEDA            PIC  X(3).
           *> EUROS POR UNIDAD DE DIVISA, POR 10000: 9200 = 0,9200 EUR
           02 CAM-COMPRA-X10000     PIC  9(8).
           02 CAM-VENTA-X10000      PIC  9(8).
           02 CAM-FECHA             PIC  9(8).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSDV                     PIC  X(2).
       77 FSTX                     PIC  X(2).
       77 FSTD                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       *> Devolucion de una transferencia internacional en divisa
       77 DIVISA-SW                PIC  X(1).
       77 CAMBIO-DIA-SW            PIC  X(1).
       77 FECHA-PROCESO            PIC  9(8).
       77 CAMBIO-DEVOL-X10000      PIC  9(8).
       77 CENT-ORIGINAL            PIC  9(9).
       77 CENT-DIF-CAMBIO          PIC S9(9).
       77 CENT-TOTAL-DIF-CAMBIO    PIC S9(11) VALUE 0.
       77 CNT-INTERNACIONALES      PIC  9(7) VALUE 0.
       77 IMPORTE-EDIT             PIC  -------9.99.
       77 IMPORTE-EDIT-W           PIC S9(9)V99.
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 CNT-SIN-CUENTA           PIC  9(7) VALUE 0.
       77 REABONO-HECHO-SW         PIC  X(1).
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       *> Devoluciones en euros que abona la red de compensacion
       77 CNT-DEVUELTAS-RED        PIC  9(7) VALUE 0.
       77 CENT-DEVUELTO-RED        PIC S9(13) VALUE 0.

       *> Anotacion del fichero en la posicion con la red (ver
       *> POSICION_RED y CONCILIAR_RED)
       01 PETICION-POSICION.
           02 PR-FECHA              PIC  9(8).
           02 PR-FICHERO            PIC X(12).
           02 PR-SECUENCIA          PIC  9(6).
           02 PR-PROGRAMA           PIC X(20).
           02 PR-OPERACIONES        PIC  9(7).
           02 PR-CENT               PIC S9(13).
           02 PR-RESULTADO          PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
       INICIO.
           PERFORM OBTENER-FECHA-PROCESO
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

           OPEN INPUT DEVOLUCIONES.
           IF FSDV <> 00
           IF FSTX <> 00
               GO TO FIN.

           OPEN I-O TRANSFEXT-DIV CLOSE TRANSFEXT-DIV.
           OPEN I-O TRANSFEXT-DIV.
           IF FSTD <> 00
               GO TO FIN.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF NOT TEXT-ENVIADA AND NOT TEXT-LIQUIDADA
               GO TO DEVOLUCION-SIN-CASAR.

           *> Una internacional se reabona en euros al cambio de
           *> compra del dia de la devolucion
           MOVE "N" TO DIVISA-SW.
           MOVE TEXT-NUM TO TDV-NUM.
           READ TRANSFEXT-DIV
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO DIVISA-SW
           END-READ.
           IF DIVISA-SW = "S"
               PERFORM VALORAR-DEVOLUCION-DIVISA
                   THRU VALORAR-DEVOLUCION-DIVISA-FIN.

           PERFORM REABONAR-ORDENANTE
               THRU REABONAR-ORDENANTE-FIN.

               (ANO * 10000) + (MES * 100) + DIA.
           REWRITE TRANSFEXT-REG INVALID KEY GO TO FIN.

           *> Las internacionales no vuelven por la red de
           *> compensacion sino por su corresponsal
           IF DIVISA-SW = "N"
               ADD 1 TO CNT-DEVUELTAS-RED
               COMPUTE CENT-DEVUELTO-RED = CENT-DEVUELTO-RED
                   + (TEXT-IMPORTE-ENT * 100) + TEXT-IMPORTE-DEC
           END-IF.

           IF REABONO-HECHO-SW = "S"
               ADD 1 TO CNT-REABONADAS
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF DIVISA-SW = "S"
               PERFORM INFORMAR-DEVOLUCION-DIVISA
                   THRU INFORMAR-DEVOLUCION-DIVISA-FIN.

           GO TO LEER-DEVOLUCION.

      *> CONTRAVALOR DE LA DEVOLUCION EN DIVISA: LO QUE VIAJO
      *> (TDV-CENT-DIVISA) AL CAMBIO DE COMPRA DEL DIA; SIN CAMBIO
      *> DEL DIA PARA LA DIVISA SE REABONA AL CAMBIO ORIGINAL, SIN
      *> DIFERENCIA, Y EL INFORME LO SENALA. LA DIFERENCIA DE CAMBIO
      *> SE MIDE CONTRA EL CONTRAVALOR AL CAMBIO DE VENTA DE LA ORDEN
       VALORAR-DEVOLUCION-DIVISA.
           COMPUTE CENT-ORIGINAL ROUNDED =
               TDV-CENT-DIVISA * TDV-CAMBIO-X10000 / 10000.
           MOVE "S" TO CAMBIO-DIA-SW.
           OPEN INPUT CAMBIOS.
           IF FSCB <> 00
               MOVE "N" TO CAMBIO-DIA-SW
           ELSE
               MOVE TDV-MONEDA TO CAM-MONEDA
               READ CAMBIOS INVALID KEY
                   MOVE "N" TO CAMBIO-DIA-SW
               END-READ
           END-IF.
           CLOSE CAMBIOS.
           IF CAMBIO-DIA-SW = "S"
               IF CAM-FECHA NOT = FECHA-PROCESO
                   OR CAM-COMPRA-X10000 = 0
                   MOVE "N" TO CAMBIO-DIA-SW
               END-IF
           END-IF.

           IF CAMBIO-DIA-SW = "S"
               MOVE CAM-COMPRA-X10000 TO CAMBIO-DEVOL-X10000
               COMPUTE CENT-IMPORTE =
                   TDV-CENT-DIVISA * CAMBIO-DEVOL-X10000 / 10000
           ELSE
               MOVE TDV-CAMBIO-X10000 TO CAMBIO-DEVOL-X10000
               MOVE CENT-ORIGINAL     TO CENT-IMPORTE
           END-IF.
           COMPUTE CENT-DIF-CAMBIO = CENT-IMPORTE - CENT-ORIGINAL.
       VALORAR-DEVOLUCION-DIVISA-FIN.
           EXIT.

      *> DEJA LA DEVOLUCION EN TRANSFEXT_DIV.UBD Y SACA AL INFORME EL
      *> CONTRAVALOR REABONADO Y LA DIFERENCIA DE CAMBIO
       INFORMAR-DEVOLUCION-DIVISA.
           MOVE FECHA-PROCESO       TO TDV-FECHA-DEVOL.
           MOVE CAMBIO-DEVOL-X10000 TO TDV-CAMBIO-DEVOL.
           IF REABONO-HECHO-SW = "S"
               MOVE CENT-IMPORTE TO TDV-CENT-REABONO
               ADD CENT-DIF-CAMBIO TO CENT-TOTAL-DIF-CAMBIO
           ELSE
               MOVE 0 TO TDV-CENT-REABONO
           END-IF.
           REWRITE TRANSFEXT-DIV-REG INVALID KEY CONTINUE
           END-REWRITE.

           ADD 1 TO CNT-INTERNACIONALES.

           COMPUTE IMPORTE-EDIT-W = CENT-IMPORTE / 100.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   " DELIMITED BY SIZE
               TDV-MONEDA DELIMITED BY SIZE
               " contravalor EUR " DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           COMPUTE IMPORTE-EDIT-W = CENT-DIF-CAMBIO / 100.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           IF CAMBIO-DIA-SW = "S"
               STRING " dif. cambio " DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME(35:46)
           ELSE
               MOVE " sin cambio del dia: al cambio original"
                 TO LINEA-INFORME(35:46)
           END-IF.
           WRITE LINEA-INFORME.
       INFORMAR-DEVOLUCION-DIVISA-FIN.
           EXIT.

       REABONAR-ORDENANTE.
           MOVE "S" TO REABONO-HECHO-SW.

                                        + CTA-SALDO-DEC
           END-IF.

           *> En divisa el contravalor ya viene calculado
           IF DIVISA-SW NOT = "S"
               COMPUTE CENT-IMPORTE =
                   (FUNCTION ABS(TEXT-IMPORTE-ENT) * 100)
                   + TEXT-IMPORTE-DEC
           END-IF.
           ADD CENT-IMPORTE TO CENT-SALDO-CTA.

           OPEN I-O F-MOVIMIENTOS.
       FIN.
           CLOSE DEVOLUCIONES.
           CLOSE TRANSFEXT.
           CLOSE TRANSFEXT-DIV.

           *> Lo devuelto lo abona la red en la liquidacion: queda en
           *> la posicion para conciliarlo (el fichero no lleva
           *> secuencia)
           IF CNT-DEVUELTAS-RED > 0
               MOVE FECHA-PROCESO     TO PR-FECHA
               MOVE "devoluciones"    TO PR-FICHERO
               MOVE 0                 TO PR-SECUENCIA
               MOVE "DEVOLUCIONES_TRANSFEXT" TO PR-PROGRAMA
               MOVE CNT-DEVUELTAS-RED TO PR-OPERACIONES
               MOVE CENT-DEVUELTO-RED TO PR-CENT
               CALL "POSICION_RED" USING PETICION-POSICION
           END-IF.

           IF FSINF = 00
               MOVE CNT-LEIDAS TO CNT-EDIT
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-INTERNACIONALES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Devoluciones internacionales en divisa: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE IMPORTE-EDIT-W = CENT-TOTAL-DIF-CAMBIO / 100
               MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Diferencia de cambio total (EUR): "
                   DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-CASAR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Devoluciones sin casar: " DELIMITED BY SIZE
