           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSEN.

           SELECT OPTIONAL TRAMOS-PRECIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRP-CLAVE
           FILE STATUS IS FSTRP.

           SELECT OPTIONAL ENTRADAS-TRAMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETR-ENT-NUM
           FILE STATUS IS FSETR.

           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-NUM
           ALTERNATE RECORD KEY IS RSV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRSV.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDO-TARJETA
           FILE STATUS IS FSRD.

           SELECT OPTIONAL VALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAL-CODIGO
           FILE STATUS IS FSVAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL FACTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-CLAVE
           ALTERNATE RECORD KEY IS FAC-TARJETA WITH DUPLICATES
           FILE STATUS IS FSFAC.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           02 ENT-TARJETA-ANT       PIC 9(16).
           02 ENT-CESION-FECHA      PIC  9(8).

       FD TRAMOS-PRECIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tramos_precio.ubd".
       01 TRAMO-PRECIO-REG.
           02 TRP-CLAVE.
               03 TRP-ESPECT        PIC  9(4).
               03 TRP-ZONA          PIC  9(1).
           02 TRP-AFORO             PIC  9(7).
           02 TRP-ANTICIPADA-CENT   PIC  9(6).
           02 TRP-ANTICIPADA-HASTA  PIC  9(8).
           02 TRP-TRAMO OCCURS 3 TIMES.
               03 TRP-UMBRAL-PCT    PIC  9(3).
               03 TRP-SUBIDA-PCT    PIC  9(3).

       FD ENTRADAS-TRAMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas_tramo.ubd".
       01 ENTRADA-TRAMO-REG.
           02 ETR-ENT-NUM           PIC  9(9).
           02 ETR-TRAMO             PIC  9(1).
               88 ETR-ANTICIPADA    VALUE 0.
               88 ETR-BASE          VALUE 1.

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

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
               88 RDO-BAJA          VALUE 2.
           02 RDO-CENT-ACUMULADO    PIC  9(9).

       FD VALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vales.ubd".
       01 VALE-REG.
           02 VAL-CODIGO            PIC  9(12).
           02 VAL-TARJETA-COMPRA    PIC 9(16).
           02 VAL-CANAL             PIC  X(1).
               88 VAL-CANAL-CAJERO   VALUE "C".
               88 VAL-CANAL-SUCURSAL VALUE "S".
           02 VAL-OPERADOR          PIC  9(4).
           02 VAL-FECHA-ALTA        PIC  9(8).
           02 VAL-FECHA-CADUCIDAD   PIC  9(8).
           02 VAL-CENT-INICIAL      PIC  9(7).
           02 VAL-CENT-SALDO        PIC  9(7).
           02 VAL-FECHA-ULT-USO     PIC  9(8).
           02 VAL-ESTADO            PIC  9(1).
               88 VAL-VIVO          VALUE 1.
               88 VAL-AGOTADO       VALUE 2.
               88 VAL-CADUCADO      VALUE 3.
           02 VAL-CENT-CADUCADO     PIC  9(7).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       WORKING-STORAGE SECTION.
       *> Traza unica de la operacion (ver CONSULTA_TRAZA): todos
       *> los registros que deja la misma operacion cuelgan de ella
       77 FSESP                     PIC   X(2).
       77 FSSEC                     PIC   X(2).

       *> Peticion a USOS_TARJETA (ver su cabecera)
       01 PETICION-USOS.
           02 PUS-OPERACION         PIC  X(1).
           02 PUS-TARJETA           PIC 9(16).
           02 PUS-FUNCION           PIC  X(1).
           02 PUS-ENTRADAS          PIC  X(1).
           02 PUS-RECARGAS          PIC  X(1).
           02 PUS-CODIGOS           PIC  X(1).
           02 PUS-TRANSF-EXT        PIC  X(1).
           02 PUS-RECIBOS           PIC  X(1).
           02 PUS-HORA-DESDE        PIC  9(4).
           02 PUS-HORA-HASTA        PIC  9(4).
           02 PUS-RESULTADO         PIC  X(1).
           02 PUS-MOTIVO            PIC  9(1).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
           88 ESC-PRESSED           VALUE 2005.
           88 F1-PRESSED            VALUE 1001.
           88 F2-PRESSED            VALUE 1002.
           88 F3-PRESSED            VALUE 1003.
           88 F4-PRESSED            VALUE 1004.
           88 F5-PRESSED            VALUE 1005.
       77 PRESSED-KEY   BLANK WHEN ZERO            PIC   9(4).

       77 USER-NUM-ENTRADAS         PIC   9(2).
       77 FECHA-HOY-PROMO           PIC   9(8).
       77 CENT-PRECIO-PROMO         PIC  S9(9).
       77 REF-PROMO                 PIC  X(30).
       77 PROMO-TIPO-W              PIC   9(1).
       77 PROMO-VALOR-W             PIC   9(7).
       *> TRAMOS DE PRECIO POR DEMANDA (VER tramos_precio.ubd Y
       *> GESTION_TRAMOS): CADA ENTRADA SE COBRA AL TRAMO VIGENTE
       *> SEGUN LO VENDIDO DEL AFORO JUSTO ANTES DE ELLA, ASI QUE UNA
       *> MISMA COMPRA PUEDE CRUZAR UN ESCALON; EL TRAMO APLICADO
       *> QUEDA EN entradas_tramo.ubd POR ENT-NUM
       77 FSTRP                     PIC   X(2).
       77 FSETR                     PIC   X(2).
       77 TRAMOS-SW                 PIC   X(1) VALUE "N".
       01 TRAMOS-ZONA-W.
           02 CLAVE-TRAMO           PIC  9(5).
           02 AFORO-TRAMO           PIC  9(7).
           02 ANTICIPADA-CENT-TRAMO PIC  9(6).
           02 ANTICIPADA-HASTA-TRAMO PIC 9(8).
           02 ESCALON-TRAMO OCCURS 3 TIMES.
               03 UMBRAL-TRAMO      PIC  9(3).
               03 SUBIDA-TRAMO      PIC  9(3).
       77 CENT-BASE-TRAMO           PIC   9(6).
       77 CENT-PRECIO-TRAMO         PIC  S9(9).
       77 VENDIDAS-TRAMO            PIC  S9(9).
       77 PCT-VENDIDO-TRAMO         PIC   9(3).
       77 FECHA-HOY-TRAMO           PIC   9(8).
       77 TRAMO-ENTRADA             PIC   9(1).
       77 IND-TRAMO                 PIC   9(1).
       77 IND-ENT-TRAMO             PIC   9(2).
       *> ABONO DE TEMPORADA (VER abonos.ubd Y GESTION_ABONOS): UN
       *> SOLO CARGO Y UNA ENTRADA POR ESPECTACULO INCLUIDO, CADA
       *> UNA CON SU PARTE PRORRATEADA DEL PRECIO EN ENT-PRECIO, DE
       77 PLAZA-ABO                 PIC   9(1).
       77 PRIMERA-ABO-SW            PIC   X(1).
       77 LINEA-ABO                 PIC   9(2).
       *> RESERVA SIN PAGO (VER reservas.ubd Y GESTION_RESERVAS):
       *> EL TITULAR PAGA AQUI LAS PLAZAS APARTADAS ANTES DEL LIMITE
       77 FSRSV                     PIC   X(2).
       77 RESERVA-ELEGIDA BLANK WHEN ZERO PIC 9(9).
       77 PLAZAS-RSV BLANK WHEN ZERO PIC 9(2).
       77 PLAZAS-RSV-W              PIC   9(2).
       77 PENDIENTES-RSV            PIC   9(2).
       77 PAGADAS-RSV               PIC   9(2).
       77 IND-RSV                   PIC   9(2).
       77 LINEA-RSV                 PIC   9(2).
       77 FECHA-HOY-RSV             PIC   9(8).
       77 REF-RSV                   PIC  X(30).
       01 FECHA-LIMITE-RSV.
           02 ANO-LIMITE-RSV        PIC   9(4).
           02 MES-LIMITE-RSV        PIC   9(2).
           02 DIA-LIMITE-RSV        PIC   9(2).
       *> VALE REGALO (VER vales.ubd Y GESTION_VALES): SE COMPRA CON
       *> F4 CONTRA EL SALDO Y CUALQUIER TITULAR LO CANJEA AL PAGAR
       *> ENTRADAS, ENTERO O EN PARTE; EL RESTO SIGUE EN EL VALE
       77 FSVAL                     PIC   X(2).
       77 FSP                       PIC   X(2).
       77 VALE-CAD-DIAS             PIC   9(4) VALUE 365.
       77 IMPORTE-VALE BLANK WHEN ZERO PIC 9(3).
       77 IMPORTE-VALE-W            PIC   9(3).
       77 CENT-VALE                 PIC  S9(9).
       77 CODIGO-VALE-USUARIO BLANK WHEN ZERO PIC 9(12).
       77 VALE-ACTIVO-SW            PIC   X(1) VALUE "N".
       77 VALE-CANJEADO-SW          PIC   X(1) VALUE "N".
       77 CENT-VALE-APLICADO        PIC  S9(9) VALUE 0.
       77 VALE-ENT-W                PIC   9(6).
       77 VALE-DEC-W                PIC   9(2).
       77 FECHA-HOY-VALE            PIC   9(8).
       77 LAST-VAL-NUM              PIC  9(35).
       77 REF-VALE                  PIC  X(30).
       77 MSJ-COMPRA-VALE           PIC  X(35)
           VALUE "Compra vale regalo".
       77 MSJ-CANJE-VALE            PIC  X(35)
           VALUE "Canje vale regalo".
       01 CODIGO-VALE-W.
           02 VCOD-BASE             PIC  9(10).
           02 VCOD-CONTROL          PIC   9(2).
       01 CODIGO-VALE-NUM REDEFINES CODIGO-VALE-W PIC 9(12).
       01 FECHA-CAD-VALE.
           02 ANO-CAD-VALE          PIC   9(4).
           02 MES-CAD-VALE          PIC   9(2).
           02 DIA-CAD-VALE          PIC   9(2).
       01 FECHA-CAD-VALE-NUM REDEFINES FECHA-CAD-VALE PIC 9(8).
       *> FACTURACION (VER EMITIR_FACTURA): CADA COBRO DE ENTRADAS
       *> DEJA SU FACTURA SIMPLIFICADA Y CADA CANCELACION SU
       *> RECTIFICATIVA; CON F5 EL TITULAR REIMPRIME LAS SUYAS
       77 FSFAC                     PIC   X(2).
       77 IVA-ENTRADAS              PIC   9(4) VALUE 1000.
       77 IVA-SERVICIOS             PIC   9(4) VALUE 2100.
       77 MOV-DESDE-FAC             PIC  9(35).
       77 CENT-ENTRADAS-FAC         PIC   9(9).
       77 FACTURA-EMITIDA           PIC  X(12).
       77 FACTURA-RECT-EMITIDA      PIC  X(12).
       77 CNT-FACTURAS-TARJ         PIC   9(2).
       77 IND-FTA                   PIC   9(2).
       77 LINEA-FTA                 PIC   9(2).
       77 FACTURA-ELEGIDA BLANK WHEN ZERO PIC 9(2).
       77 IMPORTE-FTA-EDIT          PIC  -------9.99.
       01 FECHA-FTA.
           02 ANO-FTA               PIC   9(4).
           02 MES-FTA               PIC   9(2).
           02 DIA-FTA               PIC   9(2).
       01 FECHA-FTA-NUM REDEFINES FECHA-FTA PIC 9(8).
       01 TABLA-FACTURAS-TARJETA.
           02 TFT-FACTURA OCCURS 10 TIMES.
               03 TFT-SERIE         PIC   X(2).
               03 TFT-NUMERO        PIC   9(9).
               03 TFT-FECHA         PIC   9(8).
               03 TFT-CENT-TOTAL    PIC  S9(11).
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
       77 HAY-ASIENTOS-SW           PIC   X(1) VALUE "N".
       77 FILA-USUARIO BLANK WHEN ZERO PIC 9(2).
       77 ASIENTO-USUARIO BLANK WHEN ZERO PIC 9(3).
                AT LINE 6 COL 22.

       CONSULTA-SALDO.
           *> El titular puede haber apagado la compra de entradas
           MOVE "E" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               GO TO USO-NO-PERMITIDO.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-USER-MOV-NUM.
           MOVE 0 TO LAST-MOV-NUM.
           MOVE "N" TO VALE-ACTIVO-SW.
           MOVE "N" TO VALE-CANJEADO-SW.
           MOVE 0 TO CENT-VALE-APLICADO.
           MOVE SPACES TO FACTURA-EMITIDA.
           MOVE SPACES TO FACTURA-RECT-EMITIDA.


       LECTURA-MOV.
           MOVE 403 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 23 COL 54.
           MOVE "F3 - Reservas"
               TO TEXTO-PANTALLA
           MOVE 492 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 23 COL 33.
           MOVE "F4 - Vales"
               TO TEXTO-PANTALLA
           MOVE 503 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 23 COL 67.
           MOVE "F5 - Facturas"
               TO TEXTO-PANTALLA
           MOVE 515 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 20 COL 67.

           MOVE 0 TO ESP-EN-PANTALLA.
           MOVE 9 TO LINEA-ESP-ACTUAL.
                  GO TO ABONO-INICIO
              END-IF

              IF F3-PRESSED THEN
                  GO TO RESERVA-INICIO
              END-IF

              IF F4-PRESSED THEN
                  GO TO VALE-INICIO
              END-IF

              IF F5-PRESSED THEN
                  GO TO FACTURAS-INICIO
              END-IF

           END-ACCEPT.

           IF USER-NUM-ENTRADAS = 0
           PERFORM SELECCIONAR-ASIENTOS
               THRU SELECCIONAR-ASIENTOS-FIN.

           *> Con tramos de precio en la zona, el precio de arriba es
           *> la base de los escalones (ver GESTION_TRAMOS)
           PERFORM CARGAR-TRAMOS THRU CARGAR-TRAMOS-FIN.

           *> Y si el cliente trae un codigo promocional valido, el
           *> precio por entrada baja antes de calcular el total
           PERFORM PEDIR-PROMOCION
               THRU PEDIR-PROMOCION-FIN.

           IF TRAMOS-SW = "S"
               PERFORM TOTALIZAR-TRAMOS THRU TOTALIZAR-TRAMOS-FIN
           ELSE
               COMPUTE IMPORTE-ENTRADAS-CENT =
                   ((PRECIO-VENTA-E * 100) + PRECIO-VENTA-D)
                   * USER-NUM-ENTRADAS
           END-IF.

           *> Con el total ya calculado, el cliente puede pagar parte
           *> o todo con un vale regalo; lo que cubre el vale no
           *> tiene que salir del saldo
           PERFORM PEDIR-VALE THRU PEDIR-VALE-FIN.

           IF (SALDO-USER-CENT + CENT-VALE-APLICADO)
               < IMPORTE-ENTRADAS-CENT
               GO TO SALDO-INSUFICIENTE.
           IF DISP-VENTA < USER-NUM-ENTRADAS
               GO TO NO-ENTR-DISP.
           DISPLAY IMPORTE-ENTRADAS-DEC  AT LINE 14 COL 37.
           DISPLAY "EUR"  AT LINE 14 COL 40.

           IF TRAMOS-SW = "S"
               MOVE "Precio segun el tramo de venta vigente"
                   TO TEXTO-PANTALLA
               MOVE 491 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 15 COL 15
           END-IF.

           IF VALE-ACTIVO-SW = "S"
               MOVE "Pagado con vale regalo:"
                   TO TEXTO-PANTALLA
               MOVE 512 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 16 COL 15
               COMPUTE VALE-ENT-W = CENT-VALE-APLICADO / 100
               MOVE FUNCTION MOD(CENT-VALE-APLICADO, 100)
                   TO VALE-DEC-W
               DISPLAY VALE-ENT-W AT LINE 16 COL 39
               DISPLAY "." AT LINE 16 COL 45
               DISPLAY VALE-DEC-W AT LINE 16 COL 46
               DISPLAY "EUR" AT LINE 16 COL 49
           END-IF.

           MOVE "Enter - Confirmar"
               TO TEXTO-PANTALLA
           MOVE 53 TO TEXTO-ID
           IF ESP-DISP < USER-NUM-ENTRADAS
               GO TO NO-ENTR-DISP.

           *> Con tramos, el total se vuelve a calcular sobre la
           *> disponibilidad releida: manda el tramo vigente en el
           *> momento de la compra, aunque otra venta se haya
           *> adelantado desde la confirmacion
           IF TRAMOS-SW = "S"
               IF USER-ZONA > 0
                   MOVE ESP-ZONA-DISP(USER-ZONA) TO DISP-VENTA
               ELSE
                   MOVE ESP-DISP TO DISP-VENTA
               END-IF
               PERFORM TOTALIZAR-TRAMOS THRU TOTALIZAR-TRAMOS-FIN
               IF (SALDO-USER-CENT + CENT-VALE-APLICADO)
                   < IMPORTE-ENTRADAS-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           END-IF.

           *> El vale regalo se descuenta antes de ocupar nada: si
           *> otro canje lo gasto entretanto, la venta no sigue; si la
           *> venta se abandona despues, NO-ENTR-DISP lo devuelve
           PERFORM CANJEAR-VALE THRU CANJEAR-VALE-FIN.

           *> Las butacas elegidas se ocupan aqui, bajo el mismo
           *> registro de espectaculo releido que protege la
           *> disponibilidad: si otra compra se adelanto con alguna,

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           IF VALE-CANJEADO-SW = "S"
               PERFORM ANOTAR-MOV-CANJE THRU ANOTAR-MOV-CANJE-FIN
           END-IF.

           MOVE FUNCTION
               CONCATENATE ("Compra entradas UnizarBank cod. ",
               ESP-NUM) TO ENTRAD-CONCEPTO.
           *> comprada (en vez de uno solo por el importe total), de
           *> forma que cada entrada quede identificada por su propio
           *> numero de movimiento y su saldo resultante.
           MOVE 0 TO IND-ENT-TRAMO.
           COMPUTE MOV-DESDE-FAC = LAST-MOV-NUM + 1.
           MOVE 0 TO CENT-ENTRADAS-FAC.
           PERFORM USER-NUM-ENTRADAS TIMES
               IF TRAMOS-SW = "S"
                   ADD 1 TO IND-ENT-TRAMO
                   PERFORM PRECIAR-ENTRADA THRU PRECIAR-ENTRADA-FIN
               END-IF
               ADD PRECIO-UNIDAD-CENT TO CENT-ENTRADAS-FAC
               ADD 1 TO LAST-MOV-NUM
               SUBTRACT PRECIO-UNIDAD-CENT FROM SALDO-USER-CENT
               COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100)
               PERFORM ANOTAR-TRAZA THRU ANOTAR-TRAZA-FIN
           END-IF.

           *> Una factura simplificada por compra: las entradas y,
           *> si los hubo, los gastos de gestion en linea aparte
           INITIALIZE PETICION-FACTURA.
           MOVE ESP-NUM TO PFA-ESPECT.
           MOVE MOV-DESDE-FAC TO PFA-MOV-DESDE.
           STRING "Entradas espectaculo " DELIMITED BY SIZE
                  ESP-NUM DELIMITED BY SIZE
             INTO PFA-CONCEPTO(1).
           MOVE USER-NUM-ENTRADAS    TO PFA-UNIDADES(1).
           MOVE CENT-ENTRADAS-FAC    TO PFA-CENT-IMPORTE(1).
           MOVE CENT-COMISION-TARIFA TO PFA-CENT-IMPORTE(2).
           PERFORM FACTURAR-COMPRA THRU FACTURAR-COMPRA-FIN.

           CLOSE F-MOVIMIENTOS.
           CLOSE F-ESPECTACULOS.

           PERFORM ACUMULAR-REDONDEO
               THRU ACUMULAR-REDONDEO-FIN.
           MOVE "N" TO VALE-CANJEADO-SW.

       PANTALLA-RECOGIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY SALDOPOSTERIOR.
           DISPLAY "." AT LINE 12 COL 57.
           DISPLAY SALDO-POST-DEC AT LINE 12 COL 58.
           PERFORM MOSTRAR-FACTURA-EMITIDA
               THRU MOSTRAR-FACTURA-EMITIDA-FIN.

           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
               GO TO RECOGER-ENTER.

       NO-ENTR-DISP.
           *> Si la venta ya habia descontado el vale regalo, se le
           *> devuelve antes de nada
           PERFORM DEVOLVER-VALE THRU DEVOLVER-VALE-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY  "Compra de entradas de espectaculos"
               AT LINE 06 COL 22.
           IF CANCEL-CANTIDAD = 0
               GO TO NO-CANCELACION-DISP.

           *> Una compra pagada en todo o en parte con vale regalo no
           *> se cancela en el cajero: el reembolso iria a la cuenta y
           *> no al vale. El abono del canje es justo el movimiento en
           *> que se detuvo la racha
           IF MOV-TARJETA = TNUM
               AND MOV-CONCEPTO = MSJ-CANJE-VALE
               GO TO NO-CANCELACION-DISP.

           COMPUTE CANCEL-IMPORTE-CENT =
               CANCEL-CANTIDAD * CANCEL-PRECIO-CENT.
           COMPUTE CANCEL-IMPORTE-ENT = (CANCEL-IMPORTE-CENT / 100).
           MOVE LAST-MOV-NUM TO TRZ-REGISTRO-W.
           PERFORM ANOTAR-TRAZA THRU ANOTAR-TRAZA-FIN.

           PERFORM FACTURAR-CANCELACION THRU FACTURAR-CANCELACION-FIN.

           *> Los tickets devueltos se anulan (la puerta no debe
           *> admitirlos ni la liquidacion pagarlos) y sus plazas
           *> vuelven tambien al contador de su zona
           DISPLAY SALDOPOSTERIOR.
           DISPLAY "." AT LINE 12 COL 57.
           DISPLAY SALDO-POST-DEC AT LINE 12 COL 58.
           IF FACTURA-RECT-EMITIDA NOT = SPACES
               MOVE "Factura rectificativa:" TO TEXTO-PANTALLA
               MOVE 514 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 14 COL 21
               DISPLAY FACTURA-RECT-EMITIDA AT LINE 14 COL 47
           END-IF.

           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
      *> CANJEA COMO SIEMPRE Y REEMBOLSAR_ESPECTACULO DEVUELVE LA
      *> PRORRATA SI UNA SESION INCLUIDA SE CANCELA
       ABONO-INICIO.
           MOVE "N" TO TRAMOS-SW.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de abono" TO TEXTO-PANTALLA.
           MOVE 404 TO TEXTO-ID.
           MOVE LAST-MOV-NUM TO TRZ-REGISTRO-W.
           PERFORM ANOTAR-TRAZA THRU ANOTAR-TRAZA-FIN.

           *> El abono se factura entero en una sola linea, con
           *> todas sus entradas como unidades
           INITIALIZE PETICION-FACTURA.
           MOVE LAST-MOV-NUM TO PFA-MOV-DESDE.
           STRING "Abono temporada " DELIMITED BY SIZE
                  ABO-NUM DELIMITED BY SIZE
             INTO PFA-CONCEPTO(1).
           MOVE ENTRADAS-ABONO TO PFA-UNIDADES(1).
           MOVE CENT-ABONO     TO PFA-CENT-IMPORTE(1).
           PERFORM FACTURAR-COMPRA THRU FACTURAR-COMPRA-FIN.

           *> Cada entrada nace con su parte prorrateada del precio;
           *> el pico de division va a la primera
           COMPUTE CENT-PRORRATA = CENT-ABONO / ENTRADAS-ABONO.
           MOVE 215 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 25.
           PERFORM MOSTRAR-FACTURA-EMITIDA
               THRU MOSTRAR-FACTURA-EMITIDA-FIN.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           ELSE
               GO TO ABONO-OK-ENTER.

      *> PAGO DE RESERVA (F3 SOBRE LA CARTELERA): LAS PLAZAS QUE LA
      *> SUCURSAL APARTO A NOMBRE DE LA TARJETA (VER reservas.ubd Y
      *> GESTION_RESERVAS) SE PAGAN AQUI, TODAS O PARTE, ANTES DE LA
      *> FECHA LIMITE. CADA PLAZA PAGADA ES UN MOVIMIENTO Y UNA
      *> ENTRADA NORMALES AL PRECIO VIGENTE DE LA ZONA; LA
      *> DISPONIBILIDAD YA SE DESCONTO AL RESERVAR Y NO SE TOCA
       RESERVA-INICIO.
           MOVE "N" TO TRAMOS-SW.
           MOVE "N" TO HAY-ASIENTOS-SW.
           MOVE "N" TO PROMO-ACTIVA-SW.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Pago de reserva" TO TEXTO-PANTALLA.
           MOVE 493 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 32.

           COMPUTE FECHA-HOY-RSV = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "Reserva" TO TEXTO-PANTALLA.
           MOVE 494 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 4.
           MOVE "Espectaculo" TO TEXTO-PANTALLA.
           MOVE 495 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 15.
           MOVE "Plazas" TO TEXTO-PANTALLA.
           MOVE 496 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 56.
           MOVE "Fecha limite" TO TEXTO-PANTALLA.
           MOVE 497 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 64.

           MOVE 8 TO LINEA-RSV.
           OPEN I-O RESERVAS CLOSE RESERVAS.
           OPEN INPUT RESERVAS.
           IF FSRSV <> 00
               CLOSE RESERVAS
               GO TO RESERVA-NINGUNA.
           MOVE TNUM TO RSV-TARJETA.
           START RESERVAS KEY = RSV-TARJETA
               INVALID KEY
                   CLOSE RESERVAS
                   GO TO RESERVA-NINGUNA
           END-START.

       LISTAR-RESERVA.
           READ RESERVAS NEXT RECORD AT END
               CLOSE RESERVAS
               GO TO RESERVA-LISTADA.
           IF RSV-TARJETA NOT = TNUM
               CLOSE RESERVAS
               GO TO RESERVA-LISTADA.
           IF NOT RSV-VIVA
               GO TO LISTAR-RESERVA.
           IF RSV-FECHA-LIMITE < FECHA-HOY-RSV
               GO TO LISTAR-RESERVA.
           IF LINEA-RSV >= 18
               CLOSE RESERVAS
               GO TO RESERVA-LISTADA.
           ADD 1 TO LINEA-RSV.
           MOVE RSV-ESPECT TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               MOVE SPACES TO ESP-DESCR.
           COMPUTE PENDIENTES-RSV = RSV-CANTIDAD - RSV-PAGADAS.
           MOVE RSV-FECHA-LIMITE TO FECHA-LIMITE-RSV.
           DISPLAY RSV-NUM AT LINE LINEA-RSV COL 4.
           DISPLAY ESP-DESCR AT LINE LINEA-RSV COL 15.
           DISPLAY PENDIENTES-RSV AT LINE LINEA-RSV COL 58.
           DISPLAY DIA-LIMITE-RSV AT LINE LINEA-RSV COL 64.
           DISPLAY "-" AT LINE LINEA-RSV COL 66.
           DISPLAY MES-LIMITE-RSV AT LINE LINEA-RSV COL 67.
           DISPLAY "-" AT LINE LINEA-RSV COL 69.
           DISPLAY ANO-LIMITE-RSV AT LINE LINEA-RSV COL 70.
           GO TO LISTAR-RESERVA.

       RESERVA-LISTADA.
           IF LINEA-RSV = 8
               GO TO RESERVA-NINGUNA.

           MOVE "Numero de reserva:" TO TEXTO-PANTALLA.
           MOVE 499 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 20 COL 15.
           MOVE "Plazas a pagar:" TO TEXTO-PANTALLA.
           MOVE 500 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 21 COL 15.

       PEDIR-RESERVA-A1.
           INITIALIZE RESERVA-ELEGIDA.
           ACCEPT RESERVA-ELEGIDA AT LINE 20 COL 35
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIR-RESERVA-A1
               END-IF
           END-ACCEPT.

           IF RESERVA-ELEGIDA = 0
               GO TO PEDIR-RESERVA-A1.

           OPEN INPUT RESERVAS.
           IF FSRSV <> 00
               CLOSE RESERVAS
               GO TO PSYS-ERR.
           MOVE RESERVA-ELEGIDA TO RSV-NUM.
           READ RESERVAS INVALID KEY
               CLOSE RESERVAS
               DISPLAY FORM-ERR
               GO TO PEDIR-RESERVA-A1.
           CLOSE RESERVAS.

           *> Solo las reservas vivas de esta misma tarjeta y dentro
           *> de plazo, sobre un espectaculo que siga a la venta
           IF RSV-TARJETA NOT = TNUM OR NOT RSV-VIVA
               DISPLAY FORM-ERR
               GO TO PEDIR-RESERVA-A1.
           IF RSV-FECHA-LIMITE < FECHA-HOY-RSV
               DISPLAY FORM-ERR
               GO TO PEDIR-RESERVA-A1.
           MOVE RSV-ESPECT TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               DISPLAY FORM-ERR
               GO TO PEDIR-RESERVA-A1.
           IF ESP-CANCELADO OR ESP-REEMBOLSADO OR ESP-LIQUIDADO
               DISPLAY FORM-ERR
               GO TO PEDIR-RESERVA-A1.
           COMPUTE PENDIENTES-RSV = RSV-CANTIDAD - RSV-PAGADAS.

       PEDIR-PLAZAS-RSV-A1.
           INITIALIZE PLAZAS-RSV.
           ACCEPT PLAZAS-RSV AT LINE 21 COL 35
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIR-PLAZAS-RSV-A1
               END-IF
           END-ACCEPT.

           MOVE PLAZAS-RSV TO PLAZAS-RSV-W.
           IF PLAZAS-RSV-W = 0 OR PLAZAS-RSV-W > PENDIENTES-RSV
               DISPLAY FORM-ERR
               GO TO PEDIR-PLAZAS-RSV-A1.

           *> Se cobra el precio vigente de la zona reservada, sin
           *> tramos ni codigo promocional: la plaza ya estaba apartada
           MOVE RSV-ZONA TO USER-ZONA.
           IF USER-ZONA > 0
               MOVE ESP-ZONA-PRECIO-ENT(USER-ZONA) TO PRECIO-VENTA-E
               MOVE ESP-ZONA-PRECIO-DEC(USER-ZONA) TO PRECIO-VENTA-D
           ELSE
               MOVE ESP-PRECIO-ENT TO PRECIO-VENTA-E
               MOVE ESP-PRECIO-DEC TO PRECIO-VENTA-D
           END-IF.
           COMPUTE PRECIO-UNIDAD-CENT = (PRECIO-VENTA-E * 100)
                                        + PRECIO-VENTA-D.
           COMPUTE IMPORTE-ENTRADAS-CENT = PRECIO-UNIDAD-CENT
                                           * PLAZAS-RSV-W.
           COMPUTE IMPORTE-ENTRADAS-ENT = IMPORTE-ENTRADAS-CENT / 100.
           MOVE FUNCTION MOD(IMPORTE-ENTRADAS-CENT, 100)
               TO IMPORTE-ENTRADAS-DEC.

           COMPUTE SALDO-USER-CENT = (SALDO-USER-ENT * 100)
                                     + SALDO-USER-DEC.
           IF SALDO-USER-CENT < IMPORTE-ENTRADAS-CENT
               GO TO SALDO-INSUFICIENTE.

       RESERVA-CONFIRMA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Pago de reserva" TO TEXTO-PANTALLA.
           MOVE 493 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 32.
           MOVE "Vas a pagar    plazas de la reserva"
               TO TEXTO-PANTALLA.
           MOVE 501 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 15.
           DISPLAY PLAZAS-RSV-W AT LINE 8 COL 27.
           DISPLAY RSV-NUM AT LINE 8 COL 51.
           DISPLAY ESP-DESCR AT LINE 9 COL 15.
           MOVE "con fecha"
               TO TEXTO-PANTALLA
           MOVE 248 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 11 COL 15.
           DISPLAY ESP-DIA  AT LINE 11 COL 25.
           DISPLAY "-"  AT LINE 11 COL 27.
           DISPLAY ESP-MES  AT LINE 11 COL 28.
           DISPLAY "-"  AT LINE 11 COL 30.
           DISPLAY ESP-ANO  AT LINE 11 COL 31.
           MOVE "Importe total:"
               TO TEXTO-PANTALLA
           MOVE 169 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 14 COL 15.
           DISPLAY IMPORTE-ENTRADAS-ENT  AT LINE 14 COL 30.
           DISPLAY "."  AT LINE 14 COL 36.
           DISPLAY IMPORTE-ENTRADAS-DEC  AT LINE 14 COL 37.
           DISPLAY "EUR"  AT LINE 14 COL 40.
           MOVE "Enter - Confirmar"
               TO TEXTO-PANTALLA
           MOVE 53 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 24 COL 2.
           MOVE "ESC - Cancelar"
               TO TEXTO-PANTALLA
           MOVE 52 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 24 COL 65.

       RESERVA-CONFIRMA-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED THEN
               GO TO RESERVA-COBRAR
           ELSE
               IF ESC-PRESSED THEN
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO RESERVA-CONFIRMA-ENTER
               END-IF
           END-IF.

       RESERVA-COBRAR.
           *> La reserva se relee en I-O justo antes de cobrar, por si
           *> otro cajero o la liberacion nocturna la han tocado
           OPEN I-O RESERVAS.
           IF FSRSV <> 00
               GO TO PSYS-ERR.
           MOVE RESERVA-ELEGIDA TO RSV-NUM.
           READ RESERVAS INVALID KEY
               CLOSE RESERVAS
               GO TO PSYS-ERR.
           COMPUTE PENDIENTES-RSV = RSV-CANTIDAD - RSV-PAGADAS.
           IF NOT RSV-VIVA OR PENDIENTES-RSV < PLAZAS-RSV-W
               CLOSE RESERVAS
               GO TO RESERVA-NINGUNA.

           PERFORM OBTENER-TRAZA THRU OBTENER-TRAZA-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE SPACES TO REF-RSV.
           STRING "Reserva " DELIMITED BY SIZE
                  RSV-NUM DELIMITED BY SIZE
             INTO REF-RSV.

           MOVE 0 TO PAGADAS-RSV.
           MOVE 1 TO IND-RSV.
           COMPUTE MOV-DESDE-FAC = LAST-MOV-NUM + 1.
       RESERVA-PAGAR-PLAZA.
           IF PAGADAS-RSV >= PLAZAS-RSV-W
               GO TO RESERVA-ANOTAR.
           IF IND-RSV > RSV-CANTIDAD
               GO TO RESERVA-ANOTAR.
           IF NOT PLAZA-RETENIDA(IND-RSV)
               ADD 1 TO IND-RSV
               GO TO RESERVA-PAGAR-PLAZA.

           *> Un movimiento por plaza, como en la compra normal
           ADD 1 TO LAST-MOV-NUM.
           SUBTRACT PRECIO-UNIDAD-CENT FROM SALDO-USER-CENT.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TNUM            TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - PRECIO-VENTA-E.
           MOVE PRECIO-VENTA-D  TO MOV-IMPORTE-DEC.
           MOVE ESP-DESCR       TO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT  TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC  TO MOV-SALDOPOS-DEC.
           MOVE REF-RSV         TO MOV-REFERENCIA.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "M" TO TRZ-TIPO-W.
           MOVE LAST-MOV-NUM TO TRZ-REGISTRO-W.
           PERFORM ANOTAR-TRAZA THRU ANOTAR-TRAZA-FIN.

           PERFORM EMITIR-ENTRADA THRU EMITIR-ENTRADA-FIN.
           PERFORM OCUPAR-ASIENTO-RESERVA
               THRU OCUPAR-ASIENTO-RESERVA-FIN.

           MOVE 2            TO RSV-PLAZA-ESTADO(IND-RSV).
           MOVE LAST-ENT-NUM TO RSV-ENT-NUM(IND-RSV).
           ADD 1 TO RSV-PAGADAS.
           ADD 1 TO PAGADAS-RSV.
           ADD 1 TO IND-RSV.
           GO TO RESERVA-PAGAR-PLAZA.

       RESERVA-ANOTAR.
           IF RSV-PAGADAS >= RSV-CANTIDAD
               MOVE 2 TO RSV-ESTADO.
           REWRITE RESERVA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RESERVAS.

           *> Las plazas pagadas ahora van en una sola factura
           IF PAGADAS-RSV > 0
               INITIALIZE PETICION-FACTURA
               MOVE RSV-ESPECT TO PFA-ESPECT
               MOVE MOV-DESDE-FAC TO PFA-MOV-DESDE
               STRING "Entradas espectaculo " DELIMITED BY SIZE
                      RSV-ESPECT DELIMITED BY SIZE
                 INTO PFA-CONCEPTO(1)
               MOVE PAGADAS-RSV TO PFA-UNIDADES(1)
               COMPUTE PFA-CENT-IMPORTE(1) =
                   PAGADAS-RSV * PRECIO-UNIDAD-CENT
               PERFORM FACTURAR-COMPRA THRU FACTURAR-COMPRA-FIN
           END-IF.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ESPECTACULOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Reserva pagada" TO TEXTO-PANTALLA.
           MOVE 502 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 33.
           MOVE "Por favor, retire las entradas"
               TO TEXTO-PANTALLA.
           MOVE 215 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 25.
           PERFORM MOSTRAR-FACTURA-EMITIDA
               THRU MOSTRAR-FACTURA-EMITIDA-FIN.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.

       RESERVA-OK-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO RESERVA-OK-ENTER.

       RESERVA-NINGUNA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "No tiene reservas pendientes de pago"
               TO TEXTO-PANTALLA.
           MOVE 498 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 22
               WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO VENTA-ERR-ENTER.

      *> LA BUTACA RETENIDA POR LA RESERVA PASA A OCUPADA Y QUEDA
      *> LIGADA A LA ENTRADA RECIEN EMITIDA (SIN MAPA NO HAY BUTACA)
       OCUPAR-ASIENTO-RESERVA.
           IF RSV-FILA(IND-RSV) = 0 AND RSV-ASIENTO(IND-RSV) = 0
               GO TO OCUPAR-ASIENTO-RESERVA-FIN.
           OPEN I-O ASIENTOS.
           IF FSASI <> 00
               CLOSE ASIENTOS
               GO TO OCUPAR-ASIENTO-RESERVA-FIN.
           MOVE RSV-ESPECT           TO ASI-ESPECT.
           MOVE RSV-ZONA             TO ASI-ZONA.
           MOVE RSV-FILA(IND-RSV)    TO ASI-FILA.
           MOVE RSV-ASIENTO(IND-RSV) TO ASI-ASIENTO.
           READ ASIENTOS INVALID KEY
               CLOSE ASIENTOS
               GO TO OCUPAR-ASIENTO-RESERVA-FIN.
           MOVE 2            TO ASI-ESTADO.
           MOVE LAST-ENT-NUM TO ASI-ENT-NUM.
           REWRITE ASIENTO-REG INVALID KEY CONTINUE.
           CLOSE ASIENTOS.
       OCUPAR-ASIENTO-RESERVA-FIN.
           EXIT.

      *> COMPRA DE VALE REGALO (F4 SOBRE LA CARTELERA): EL TITULAR
      *> PAGA CON SU SALDO UN VALE DE 10 A 500 EUROS ENTEROS, CON
      *> CODIGO UNICO Y CADUCIDAD A VALECADDIAS DIAS (parametros.ubd);
      *> EL VALE LO CANJEA LUEGO CUALQUIER TITULAR AL PAGAR ENTRADAS
       VALE-INICIO.
           MOVE "N" TO TRAMOS-SW.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de vale regalo" TO TEXTO-PANTALLA.
           MOVE 504 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 29.

           *> Plazo de caducidad del vale; sin parametro, un anyo
           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "VALECADDIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO VALE-CAD-DIAS
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-VALE = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE FECHA-CAD-VALE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-VALE)
               + VALE-CAD-DIAS).

           MOVE "Importe del vale (10-500 EUR):" TO TEXTO-PANTALLA.
           MOVE 505 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 15.

       PEDIR-VALE-IMPORTE-A1.
           INITIALIZE IMPORTE-VALE.
           ACCEPT IMPORTE-VALE AT LINE 10 COL 47
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIR-VALE-IMPORTE-A1
               END-IF
           END-ACCEPT.

           MOVE IMPORTE-VALE TO IMPORTE-VALE-W.
           IF IMPORTE-VALE-W < 10 OR IMPORTE-VALE-W > 500
               DISPLAY FORM-ERR
               GO TO PEDIR-VALE-IMPORTE-A1.

           COMPUTE CENT-VALE = IMPORTE-VALE-W * 100.
           COMPUTE SALDO-USER-CENT = (SALDO-USER-ENT * 100)
                                     + SALDO-USER-DEC.
           IF SALDO-USER-CENT < CENT-VALE
               GO TO SALDO-INSUFICIENTE.

       VALE-CONFIRMA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de vale regalo" TO TEXTO-PANTALLA.
           MOVE 504 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 29.
           MOVE "Importe del vale:" TO TEXTO-PANTALLA.
           MOVE 506 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 15.
           DISPLAY IMPORTE-VALE AT LINE 9 COL 35.
           DISPLAY "EUR" AT LINE 9 COL 39.
           MOVE "Valido hasta el" TO TEXTO-PANTALLA.
           MOVE 507 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 15.
           DISPLAY DIA-CAD-VALE AT LINE 11 COL 35.
           DISPLAY "-" AT LINE 11 COL 37.
           DISPLAY MES-CAD-VALE AT LINE 11 COL 38.
           DISPLAY "-" AT LINE 11 COL 40.
           DISPLAY ANO-CAD-VALE AT LINE 11 COL 41.
           MOVE "Enter - Confirmar"
               TO TEXTO-PANTALLA
           MOVE 53 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 24 COL 2.
           MOVE "ESC - Cancelar"
               TO TEXTO-PANTALLA
           MOVE 52 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 24 COL 65.

       VALE-CONFIRMA-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED THEN
               GO TO VALE-COBRAR
           ELSE
               IF ESC-PRESSED THEN
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO VALE-CONFIRMA-ENTER
               END-IF
           END-IF.

       VALE-COBRAR.
           PERFORM OBTENER-TRAZA THRU OBTENER-TRAZA-FIN.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM GENERAR-CODIGO-VALE THRU GENERAR-CODIGO-VALE-FIN.

           *> El vale se da de alta antes del cargo: si no se puede
           *> grabar, al cliente no se le cobra nada
           OPEN I-O VALES CLOSE VALES.
           OPEN I-O VALES.
           IF FSVAL <> 00
               CLOSE VALES
               GO TO PSYS-ERR.
           MOVE CODIGO-VALE-NUM    TO VAL-CODIGO.
           MOVE TNUM               TO VAL-TARJETA-COMPRA.
           MOVE "C"                TO VAL-CANAL.
           MOVE 0                  TO VAL-OPERADOR.
           MOVE FECHA-HOY-VALE     TO VAL-FECHA-ALTA.
           MOVE FECHA-CAD-VALE-NUM TO VAL-FECHA-CADUCIDAD.
           MOVE CENT-VALE          TO VAL-CENT-INICIAL.
           MOVE CENT-VALE          TO VAL-CENT-SALDO.
           MOVE 0                  TO VAL-FECHA-ULT-USO.
           MOVE 1                  TO VAL-ESTADO.
           MOVE 0                  TO VAL-CENT-CADUCADO.
           WRITE VALE-REG INVALID KEY
               CLOSE VALES
               GO TO PSYS-ERR.
           CLOSE VALES.

           MOVE SPACES TO REF-VALE.
           STRING "Vale " DELIMITED BY SIZE
                  VAL-CODIGO DELIMITED BY SIZE
             INTO REF-VALE.

           ADD 1 TO LAST-MOV-NUM.
           SUBTRACT CENT-VALE FROM SALDO-USER-CENT.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100)
               TO SALDO-POST-DEC.

           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TNUM            TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-VALE / 100).
           MOVE 0               TO MOV-IMPORTE-DEC.
           MOVE MSJ-COMPRA-VALE TO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT  TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC  TO MOV-SALDOPOS-DEC.
           MOVE REF-VALE        TO MOV-REFERENCIA.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "M" TO TRZ-TIPO-W.
           MOVE LAST-MOV-NUM TO TRZ-REGISTRO-W.
           PERFORM ANOTAR-TRAZA THRU ANOTAR-TRAZA-FIN.

           CLOSE F-MOVIMIENTOS.
           CLOSE F-ESPECTACULOS.

       VALE-OK.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de vale regalo" TO TEXTO-PANTALLA.
           MOVE 504 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 29.
           MOVE "Vale regalo emitido" TO TEXTO-PANTALLA.
           MOVE 508 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 30.
           MOVE "Codigo del vale:" TO TEXTO-PANTALLA.
           MOVE 509 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 21.
           DISPLAY CODIGO-VALE-NUM AT LINE 10 COL 47
               WITH FOREGROUND-COLOR IS YELLOW.
           MOVE "El saldo resultante es de"
               TO TEXTO-PANTALLA
           MOVE 137 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 21.
           DISPLAY SALDOPOSTERIOR.
           DISPLAY "." AT LINE 12 COL 57.
           DISPLAY SALDO-POST-DEC AT LINE 12 COL 58.
           MOVE "Valido hasta el" TO TEXTO-PANTALLA.
           MOVE 507 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 14 COL 21.
           DISPLAY DIA-CAD-VALE AT LINE 14 COL 47.
           DISPLAY "-" AT LINE 14 COL 49.
           DISPLAY MES-CAD-VALE AT LINE 14 COL 50.
           DISPLAY "-" AT LINE 14 COL 52.
           DISPLAY ANO-CAD-VALE AT LINE 14 COL 53.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO RECOGER-ENTER.

      *> MIS FACTURAS (F5 SOBRE LA CARTELERA): LAS DIEZ ULTIMAS
      *> FACTURAS DE LA TARJETA (VER facturas.ubd Y EMITIR_FACTURA);
      *> LA ELEGIDA SE IMPRIME DE NUEVO COMO DUPLICADO EN EL CAJERO
       FACTURAS-INICIO.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ESPECTACULOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Mis facturas" TO TEXTO-PANTALLA.
           MOVE 516 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 34.

           MOVE 0 TO CNT-FACTURAS-TARJ.
           OPEN I-O FACTURAS CLOSE FACTURAS.
           OPEN INPUT FACTURAS.
           IF FSFAC <> 00
               CLOSE FACTURAS
               GO TO FACTURAS-NINGUNA.
           MOVE TNUM TO FAC-TARJETA.
           START FACTURAS KEY = FAC-TARJETA
               INVALID KEY
                   CLOSE FACTURAS
                   GO TO FACTURAS-NINGUNA
           END-START.

      *> LAS FACTURAS DE LA TARJETA SALEN EN ORDEN DE EMISION; SE
      *> QUEDAN LAS DIEZ ULTIMAS CORRIENDO LA TABLA HACIA ARRIBA
       LEER-FACTURA-TARJETA.
           READ FACTURAS NEXT RECORD AT END
               CLOSE FACTURAS
               GO TO FACTURAS-LISTAR.
           IF FAC-TARJETA NOT = TNUM
               CLOSE FACTURAS
               GO TO FACTURAS-LISTAR.
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

       FACTURAS-LISTAR.
           IF CNT-FACTURAS-TARJ = 0
               GO TO FACTURAS-NINGUNA.

           MOVE "Factura" TO TEXTO-PANTALLA.
           MOVE 517 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 9.
           MOVE "Fecha" TO TEXTO-PANTALLA.
           MOVE 518 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 26.
           MOVE "Importe" TO TEXTO-PANTALLA.
           MOVE 519 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 43.

           MOVE 1 TO IND-FTA.
           MOVE 9 TO LINEA-FTA.
       FACTURAS-LISTAR-UNA.
           IF IND-FTA > CNT-FACTURAS-TARJ
               GO TO FACTURAS-ELEGIR.
           MOVE TFT-FECHA(IND-FTA) TO FECHA-FTA-NUM.
           COMPUTE IMPORTE-FTA-EDIT = TFT-CENT-TOTAL(IND-FTA) / 100.
           DISPLAY IND-FTA AT LINE LINEA-FTA COL 4.
           DISPLAY TFT-SERIE(IND-FTA) AT LINE LINEA-FTA COL 9.
           DISPLAY "/" AT LINE LINEA-FTA COL 11.
           DISPLAY TFT-NUMERO(IND-FTA) AT LINE LINEA-FTA COL 12.
           DISPLAY DIA-FTA AT LINE LINEA-FTA COL 26.
           DISPLAY "-" AT LINE LINEA-FTA COL 28.
           DISPLAY MES-FTA AT LINE LINEA-FTA COL 29.
           DISPLAY "-" AT LINE LINEA-FTA COL 31.
           DISPLAY ANO-FTA AT LINE LINEA-FTA COL 32.
           DISPLAY IMPORTE-FTA-EDIT AT LINE LINEA-FTA COL 40.
           DISPLAY "EUR" AT LINE LINEA-FTA COL 52.
           ADD 1 TO IND-FTA.
           ADD 1 TO LINEA-FTA.
           GO TO FACTURAS-LISTAR-UNA.

       FACTURAS-ELEGIR.
           MOVE "Factura a imprimir (linea):" TO TEXTO-PANTALLA.
           MOVE 520 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 21 COL 15.
           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 56 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 65.

       PEDIR-FACTURA-A1.
           INITIALIZE FACTURA-ELEGIDA.
           ACCEPT FACTURA-ELEGIDA AT LINE 21 COL 45
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-FACTURA-A1
               END-IF
           END-ACCEPT.

           IF FACTURA-ELEGIDA = 0
               OR FACTURA-ELEGIDA > CNT-FACTURAS-TARJ
               DISPLAY FORM-ERR
               GO TO PEDIR-FACTURA-A1.

           MOVE FACTURA-ELEGIDA TO IND-FTA.
           INITIALIZE PETICION-FACTURA.
           MOVE "I" TO PFA-OPERACION.
           MOVE "C" TO PFA-DESTINO.
           MOVE TFT-SERIE(IND-FTA)  TO PFA-SERIE.
           MOVE TFT-NUMERO(IND-FTA) TO PFA-NUMERO.
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO NOT = "S"
               DISPLAY FORM-ERR
               GO TO PEDIR-FACTURA-A1.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Mis facturas" TO TEXTO-PANTALLA.
           MOVE 516 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 34.
           MOVE "Por favor, retire su factura" TO TEXTO-PANTALLA.
           MOVE 522 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 26.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO RECOGER-ENTER.

       FACTURAS-NINGUNA.
           MOVE "No tiene facturas emitidas" TO TEXTO-PANTALLA.
           MOVE 521 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 27
               WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
       FACTURAS-NINGUNA-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO FACTURAS-NINGUNA-ENTER.

       CORRER-FACTURAS.
           IF IND-FTA >= 10
               GO TO CORRER-FACTURAS-FIN.
           MOVE TFT-FACTURA(IND-FTA + 1) TO TFT-FACTURA(IND-FTA).
           ADD 1 TO IND-FTA.
           GO TO CORRER-FACTURAS.
       CORRER-FACTURAS-FIN.
           EXIT.

      *> CODIGO PROMOCIONAL: SE PIDE EN LA COMPRA, SE VALIDA CONTRA
      *> promociones.ubd (VENTANA DE FECHAS Y CUPO) Y REBAJA EL
      *> PRECIO POR ENTRADA; LA ENTRADA QUEDA EMITIDA YA AL PRECIO
      *> REBAJADO, QUE ES EL QUE LIQUIDA CON EL PROMOTOR
       PEDIR-PROMOCION.
           MOVE "N" TO PROMO-ACTIVA-SW.
           MOVE SPACES TO REF-PROMO.

           *> Sin promociones dadas de alta para el espectaculo no
           *> se molesta al cliente
           OPEN INPUT PROMOCIONES.
           IF FSPMO <> 00
               CLOSE PROMOCIONES
               GO TO PEDIR-PROMOCION-FIN.
           MOVE USER-NUM-ESPECT TO PMO-ESPECT.
           MOVE LOW-VALUES      TO PMO-CODIGO.
           START PROMOCIONES KEY >= PMO-CLAVE
               INVALID KEY
                   CLOSE PROMOCIONES
                   GO TO PEDIR-PROMOCION-FIN
           END-START.
           READ PROMOCIONES NEXT RECORD AT END
               CLOSE PROMOCIONES
               GO TO PEDIR-PROMOCION-FIN.
           IF PMO-ESPECT NOT = USER-NUM-ESPECT
               CLOSE PROMOCIONES
               GO TO PEDIR-PROMOCION-FIN.
           CLOSE PROMOCIONES.

           MOVE "Codigo promocional (vacio - ninguno):"
               TO TEXTO-PANTALLA
           MOVE 401 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 23 COL 15.

       PEDIR-PROMOCION-A1.
           MOVE SPACES TO CODIGO-PROMO.
           ACCEPT CODIGO-PROMO AT LINE 23 COL 54
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIR-PROMOCION-A1
               END-IF
           END-ACCEPT.

           IF CODIGO-PROMO = SPACES
               GO TO PEDIR-PROMOCION-FIN.

           OPEN INPUT PROMOCIONES.
           IF FSPMO <> 00
               CLOSE PROMOCIONES
               GO TO PEDIR-PROMOCION-FIN.
           MOVE USER-NUM-ESPECT TO PMO-ESPECT.
           MOVE CODIGO-PROMO    TO PMO-CODIGO.
           READ PROMOCIONES INVALID KEY
               CLOSE PROMOCIONES
               GO TO PROMO-NO-VALIDA.
           CLOSE PROMOCIONES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-PROMO = (ANO * 10000) + (MES * 100)
               + DIA.
           IF FECHA-HOY-PROMO < PMO-DESDE
               OR FECHA-HOY-PROMO > PMO-HASTA
               GO TO PROMO-NO-VALIDA.
           COMPUTE CENT-PRECIO-PROMO = PMO-USOS + USER-NUM-ENTRADAS.
           IF CENT-PRECIO-PROMO > PMO-MAX-USOS
               GO TO PROMO-NO-VALIDA.

           *> Con tramos de precio la rebaja se repite entrada a
           *> entrada sobre el precio de su tramo (PRECIAR-ENTRADA)
           MOVE PMO-TIPO  TO PROMO-TIPO-W.
           MOVE PMO-VALOR TO PROMO-VALOR-W.

           *> Rebaja por entrada: porcentaje o importe fijo
           COMPUTE CENT-PRECIO-PROMO = (PRECIO-VENTA-E * 100)
               + PRECIO-VENTA-D.
           IF PMO-PORCENTAJE
               COMPUTE CENT-PRECIO-PROMO = CENT-PRECIO-PROMO
                   - ((CENT-PRECIO-PROMO * PMO-VALOR) / 100)
           ELSE
               SUBTRACT PMO-VALOR FROM CENT-PRECIO-PROMO
           END-IF.
           IF CENT-PRECIO-PROMO < 0
               MOVE 0 TO CENT-PRECIO-PROMO.

           COMPUTE PRECIO-VENTA-E = CENT-PRECIO-PROMO / 100.
           MOVE FUNCTION MOD(CENT-PRECIO-PROMO, 100)
               TO PRECIO-VENTA-D.

           MOVE "S" TO PROMO-ACTIVA-SW.
           STRING "Promo " DELIMITED BY SIZE
                  CODIGO-PROMO DELIMITED BY SIZE
             INTO REF-PROMO.
           GO TO PEDIR-PROMOCION-FIN.

       PROMO-NO-VALIDA.
           MOVE "Codigo no valido o agotado" TO TEXTO-PANTALLA.
           MOVE 402 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 22 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PEDIR-PROMOCION-A1.
       PEDIR-PROMOCION-FIN.
           EXIT.

      *> CUENTA EL CANJE SOBRE EL REGISTRO DE LA PROMOCION, LEYENDO
      *> Y REESCRIBIENDO EN LA MISMA APERTURA: EL CUPO NO SE PUEDE
      *> REBASAR NI CON COMPRAS CONCURRENTES
       CONTAR-PROMOCION.
           IF PROMO-ACTIVA-SW NOT = "S"
               GO TO CONTAR-PROMOCION-FIN.
           OPEN I-O PROMOCIONES.
           IF FSPMO <> 00
               CLOSE PROMOCIONES
               GO TO PSYS-ERR.
           MOVE USER-NUM-ESPECT TO PMO-ESPECT.
           MOVE CODIGO-PROMO    TO PMO-CODIGO.
           READ PROMOCIONES INVALID KEY
               GO TO CONTAR-PROMOCION-ATRAS.
           COMPUTE CENT-PRECIO-PROMO = PMO-USOS + USER-NUM-ENTRADAS.
           IF CENT-PRECIO-PROMO > PMO-MAX-USOS
               GO TO CONTAR-PROMOCION-ATRAS.
           ADD USER-NUM-ENTRADAS TO PMO-USOS.
           REWRITE PROMOCION-REG INVALID KEY
               GO TO CONTAR-PROMOCION-ATRAS.
           CLOSE PROMOCIONES.
           GO TO CONTAR-PROMOCION-FIN.
       CONTAR-PROMOCION-FIN.
           EXIT.

      *> VALE REGALO COMO MEDIO DE PAGO DE LA COMPRA DE ENTRADAS:
      *> SI EL CLIENTE TECLEA UN CODIGO VIVO Y EN PLAZO, EL VALE
      *> CUBRE HASTA SU SALDO Y EL RESTO SALE DE LA CUENTA. AQUI
      *> SOLO SE VALIDA; EL SALDO DEL VALE SE DESCUENTA AL CONFIRMAR
      *> LA VENTA (CANJEAR-VALE)
       PEDIR-VALE.
           MOVE "N" TO VALE-ACTIVO-SW.
           MOVE "N" TO VALE-CANJEADO-SW.
           MOVE 0 TO CENT-VALE-APLICADO.
           IF IMPORTE-ENTRADAS-CENT = 0
               GO TO PEDIR-VALE-FIN.

           MOVE "Vale regalo (vacio - ninguno):"
               TO TEXTO-PANTALLA
           MOVE 510 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 23 COL 15.

       PEDIR-VALE-A1.
           INITIALIZE CODIGO-VALE-USUARIO.
           ACCEPT CODIGO-VALE-USUARIO AT LINE 23 COL 54
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIR-VALE-A1
               END-IF
           END-ACCEPT.

           MOVE CODIGO-VALE-USUARIO TO CODIGO-VALE-NUM.
           IF CODIGO-VALE-NUM = 0
               GO TO PEDIR-VALE-FIN.

           *> Los dos ultimos digitos son de control: un codigo mal
           *> tecleado se rechaza sin llegar a buscarlo
           IF FUNCTION MOD(VCOD-BASE, 97) NOT = VCOD-CONTROL
               GO TO VALE-NO-VALIDO.

           OPEN INPUT VALES.
           IF FSVAL <> 00
               CLOSE VALES
               GO TO VALE-NO-VALIDO.
           MOVE CODIGO-VALE-NUM TO VAL-CODIGO.
           READ VALES INVALID KEY
               CLOSE VALES
               GO TO VALE-NO-VALIDO.
           CLOSE VALES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-VALE = (ANO * 10000) + (MES * 100) + DIA.
           IF NOT VAL-VIVO OR VAL-CENT-SALDO = 0
               GO TO VALE-NO-VALIDO.
           IF VAL-FECHA-CADUCIDAD < FECHA-HOY-VALE
               GO TO VALE-NO-VALIDO.

           IF VAL-CENT-SALDO < IMPORTE-ENTRADAS-CENT
               MOVE VAL-CENT-SALDO TO CENT-VALE-APLICADO
           ELSE
               MOVE IMPORTE-ENTRADAS-CENT TO CENT-VALE-APLICADO
           END-IF.
           MOVE "S" TO VALE-ACTIVO-SW.
           MOVE SPACES TO REF-VALE.
           STRING "Vale " DELIMITED BY SIZE
                  VAL-CODIGO DELIMITED BY SIZE
             INTO REF-VALE.
           GO TO PEDIR-VALE-FIN.

       VALE-NO-VALIDO.
           MOVE "Vale no valido, caducado o sin saldo"
               TO TEXTO-PANTALLA.
           MOVE 511 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 22 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PEDIR-VALE-A1.
       PEDIR-VALE-FIN.
           EXIT.

      *> DESCUENTA EL CANJE DEL SALDO DEL VALE LEYENDO Y
      *> REESCRIBIENDO EN LA MISMA APERTURA, COMO EL CUPO DE LA
      *> PROMOCION: SI OTRO CANJE LO GASTO ENTRETANTO, LO APLICADO SE
      *> RECALCULA Y, SI YA NO LLEGA CON EL SALDO, LA VENTA NO SIGUE
       CANJEAR-VALE.
           IF VALE-ACTIVO-SW NOT = "S"
               GO TO CANJEAR-VALE-FIN.
           OPEN I-O VALES.
           IF FSVAL <> 00
               CLOSE VALES
               GO TO PSYS-ERR.
           MOVE CODIGO-VALE-NUM TO VAL-CODIGO.
           READ VALES INVALID KEY
               CLOSE VALES
               GO TO VALE-AGOTADO.
           IF NOT VAL-VIVO OR VAL-FECHA-CADUCIDAD < FECHA-HOY-VALE
               CLOSE VALES
               GO TO VALE-AGOTADO.

           IF VAL-CENT-SALDO < IMPORTE-ENTRADAS-CENT
               MOVE VAL-CENT-SALDO TO CENT-VALE-APLICADO
           ELSE
               MOVE IMPORTE-ENTRADAS-CENT TO CENT-VALE-APLICADO
           END-IF.
           IF CENT-VALE-APLICADO = 0
               OR (SALDO-USER-CENT + CENT-VALE-APLICADO)
                   < IMPORTE-ENTRADAS-CENT
               CLOSE VALES
               GO TO VALE-AGOTADO.

           SUBTRACT CENT-VALE-APLICADO FROM VAL-CENT-SALDO.
           IF VAL-CENT-SALDO = 0
               MOVE 2 TO VAL-ESTADO.
           MOVE FECHA-HOY-VALE TO VAL-FECHA-ULT-USO.
           REWRITE VALE-REG INVALID KEY
               CLOSE VALES
               GO TO PSYS-ERR.
           CLOSE VALES.
           MOVE "S" TO VALE-CANJEADO-SW.
           GO TO CANJEAR-VALE-FIN.

       VALE-AGOTADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de entradas de espectaculos"
               TO TEXTO-PANTALLA
           MOVE 65 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 6 COL 22.
           MOVE "Lamentamos comunicarle que"
               TO TEXTO-PANTALLA
           MOVE 192 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 8 COL 27
               WITH BACKGROUND-COLOR RED.
           MOVE "Vale no valido, caducado o sin saldo"
               TO TEXTO-PANTALLA
           MOVE 511 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 9 COL 22
               WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO VENTA-ERR-ENTER.
       CANJEAR-VALE-FIN.
           EXIT.

      *> LA VENTA SE ABANDONO DESPUES DEL CANJE (BUTACAS O CUPO DE
      *> PROMOCION AGOTADOS): LO DESCONTADO VUELVE AL VALE
       DEVOLVER-VALE.
           IF VALE-CANJEADO-SW NOT = "S"
               GO TO DEVOLVER-VALE-FIN.
           OPEN I-O VALES.
           IF FSVAL <> 00
               CLOSE VALES
               GO TO DEVOLVER-VALE-FIN.
           MOVE CODIGO-VALE-NUM TO VAL-CODIGO.
           READ VALES INVALID KEY
               CLOSE VALES
               GO TO DEVOLVER-VALE-FIN.
           ADD CENT-VALE-APLICADO TO VAL-CENT-SALDO.
           MOVE 1 TO VAL-ESTADO.
           REWRITE VALE-REG INVALID KEY CONTINUE.
           CLOSE VALES.
           MOVE "N" TO VALE-CANJEADO-SW.
       DEVOLVER-VALE-FIN.
           EXIT.

      *> LO QUE PAGA EL VALE ENTRA EN LA CUENTA COMO UN ABONO PROPIO
      *> JUSTO ANTES DE LOS CARGOS DE LAS ENTRADAS, QUE SE SIGUEN
      *> ANOTANDO A PRECIO COMPLETO: EL EXTRACTO Y LA CONTABILIDAD
      *> VEN EL CANJE Y LA VENTA POR SEPARADO
       ANOTAR-MOV-CANJE.
           ADD 1 TO LAST-MOV-NUM.
           ADD CENT-VALE-APLICADO TO SALDO-USER-CENT.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TNUM            TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = (CENT-VALE-APLICADO / 100).
           MOVE FUNCTION MOD(CENT-VALE-APLICADO, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-CANJE-VALE  TO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT  TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC  TO MOV-SALDOPOS-DEC.
           MOVE REF-VALE        TO MOV-REFERENCIA.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "M" TO TRZ-TIPO-W.
           MOVE LAST-MOV-NUM TO TRZ-REGISTRO-W.
           PERFORM ANOTAR-TRAZA THRU ANOTAR-TRAZA-FIN.
       ANOTAR-MOV-CANJE-FIN.
           EXIT.

      *> CODIGO DEL VALE: SERIE DE SECUENCIAS ("VALE"), CUATRO
      *> DIGITOS DEL RELOJ PARA QUE NO SE PUEDA ADIVINAR EL SIGUIENTE
      *> Y DOS DE CONTROL (MODULO 97 DE LOS DIEZ ANTERIORES)
       GENERAR-CODIGO-VALE.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO PSYS-ERR.
           MOVE "VALE" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-VAL-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-VAL-NUM
           END-READ.
           ADD 1 TO LAST-VAL-NUM.
           MOVE LAST-VAL-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           COMPUTE VCOD-BASE = (FUNCTION MOD(LAST-VAL-NUM, 1000000)
               * 10000) + (SEGUNDOS * 100) + MILISEGUNDOS.
           MOVE FUNCTION MOD(VCOD-BASE, 97) TO VCOD-CONTROL.
       GENERAR-CODIGO-VALE-FIN.
           EXIT.

      *> CAMBIO DE SESION DENTRO DE LA MISMA PRODUCCION (VER
      *> sesiones.ubd Y GESTION_PRODUCCIONES): SE LISTAN LAS DEMAS
      *> FUNCIONES DE LA OBRA Y EL CLIENTE PUEDE QUEDARSE (0) O
           WRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ENTRADAS.

           PERFORM ANOTAR-TRAMO-ENTRADA
               THRU ANOTAR-TRAMO-ENTRADA-FIN.

           PERFORM ANOTAR-ASIENTO-ENTRADA
               THRU ANOTAR-ASIENTO-ENTRADA-FIN.
       EMITIR-ENTRADA-FIN.
           EXIT.

      *> TRAMOS DE PRECIO DE LA ZONA ELEGIDA (ZONA 0 SIN ZONAS): SE
      *> GUARDA EL PRECIO BASE ANTES DE CUALQUIER PROMOCION Y SE
      *> COPIA EL REGISTRO DE TRAMOS PARA PRECIAR CADA ENTRADA
       CARGAR-TRAMOS.
           MOVE "N" TO TRAMOS-SW.
           COMPUTE CENT-BASE-TRAMO = (PRECIO-VENTA-E * 100)
               + PRECIO-VENTA-D.
           OPEN INPUT TRAMOS-PRECIO.
           IF FSTRP <> 00
               CLOSE TRAMOS-PRECIO
               GO TO CARGAR-TRAMOS-FIN.
           MOVE ESP-NUM   TO TRP-ESPECT.
           MOVE USER-ZONA TO TRP-ZONA.
           READ TRAMOS-PRECIO INVALID KEY
               CLOSE TRAMOS-PRECIO
               GO TO CARGAR-TRAMOS-FIN.
           MOVE TRAMO-PRECIO-REG TO TRAMOS-ZONA-W.
           CLOSE TRAMOS-PRECIO.
           IF AFORO-TRAMO = 0
               GO TO CARGAR-TRAMOS-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-TRAMO = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE "S" TO TRAMOS-SW.
       CARGAR-TRAMOS-FIN.
           EXIT.

      *> IMPORTE TOTAL DE LA COMPRA SUMANDO EL PRECIO DE CADA
      *> ENTRADA EN SU TRAMO
       TOTALIZAR-TRAMOS.
           MOVE 0 TO IMPORTE-ENTRADAS-CENT.
           MOVE 0 TO IND-ENT-TRAMO.
       TOTALIZAR-TRAMOS-UNA.
           IF IND-ENT-TRAMO >= USER-NUM-ENTRADAS
               GO TO TOTALIZAR-TRAMOS-FIN.
           ADD 1 TO IND-ENT-TRAMO.
           PERFORM PRECIAR-ENTRADA THRU PRECIAR-ENTRADA-FIN.
           ADD PRECIO-UNIDAD-CENT TO IMPORTE-ENTRADAS-CENT.
           GO TO TOTALIZAR-TRAMOS-UNA.
       TOTALIZAR-TRAMOS-FIN.
           EXIT.

      *> PRECIO DE LA ENTRADA IND-ENT-TRAMO DE LA COMPRA: ANTICIPADA
      *> SI AUN ESTA EN PLAZO; SI NO, EL ESCALON MAS ALTO CUYO
      *> PORCENTAJE DE VENTA SE HA ALCANZADO CONTANDO LAS ENTRADAS
      *> ANTERIORES DE ESTA MISMA COMPRA. LA PROMOCION, SI LA HAY,
      *> SE APLICA DESPUES SOBRE ESE PRECIO
       PRECIAR-ENTRADA.
           MOVE 1 TO TRAMO-ENTRADA.
           MOVE CENT-BASE-TRAMO TO CENT-PRECIO-TRAMO.

           IF ANTICIPADA-CENT-TRAMO > 0
               AND FECHA-HOY-TRAMO NOT > ANTICIPADA-HASTA-TRAMO
               MOVE 0 TO TRAMO-ENTRADA
               MOVE ANTICIPADA-CENT-TRAMO TO CENT-PRECIO-TRAMO
               GO TO PRECIAR-ENTRADA-PROMO.

           COMPUTE VENDIDAS-TRAMO = AFORO-TRAMO - DISP-VENTA
               + IND-ENT-TRAMO - 1.
           IF VENDIDAS-TRAMO < 0
               MOVE 0 TO VENDIDAS-TRAMO.
           IF VENDIDAS-TRAMO > AFORO-TRAMO
               MOVE AFORO-TRAMO TO VENDIDAS-TRAMO.
           COMPUTE PCT-VENDIDO-TRAMO =
               (VENDIDAS-TRAMO * 100) / AFORO-TRAMO.
           MOVE 1 TO IND-TRAMO.
       PRECIAR-ENTRADA-ESCALON.
           IF IND-TRAMO > 3
               GO TO PRECIAR-ENTRADA-SUBIDA.
           IF UMBRAL-TRAMO(IND-TRAMO) = 0
               GO TO PRECIAR-ENTRADA-SUBIDA.
           IF PCT-VENDIDO-TRAMO < UMBRAL-TRAMO(IND-TRAMO)
               GO TO PRECIAR-ENTRADA-SUBIDA.
           COMPUTE TRAMO-ENTRADA = IND-TRAMO + 1.
           ADD 1 TO IND-TRAMO.
           GO TO PRECIAR-ENTRADA-ESCALON.
       PRECIAR-ENTRADA-SUBIDA.
           IF TRAMO-ENTRADA > 1
               COMPUTE IND-TRAMO = TRAMO-ENTRADA - 1
               COMPUTE CENT-PRECIO-TRAMO ROUNDED = CENT-BASE-TRAMO
                   * (100 + SUBIDA-TRAMO(IND-TRAMO)) / 100
           END-IF.
       PRECIAR-ENTRADA-PROMO.
           IF PROMO-ACTIVA-SW = "S"
               IF PROMO-TIPO-W = 1
                   COMPUTE CENT-PRECIO-TRAMO = CENT-PRECIO-TRAMO
                       - ((CENT-PRECIO-TRAMO * PROMO-VALOR-W) / 100)
               ELSE
                   SUBTRACT PROMO-VALOR-W FROM CENT-PRECIO-TRAMO
               END-IF
           END-IF.
           IF CENT-PRECIO-TRAMO < 0
               MOVE 0 TO CENT-PRECIO-TRAMO.

           MOVE CENT-PRECIO-TRAMO TO PRECIO-UNIDAD-CENT.
           COMPUTE PRECIO-VENTA-E = CENT-PRECIO-TRAMO / 100.
           MOVE FUNCTION MOD(CENT-PRECIO-TRAMO, 100)
               TO PRECIO-VENTA-D.
       PRECIAR-ENTRADA-FIN.
           EXIT.

      *> TRAMO CON EL QUE SE COBRO LA ENTRADA RECIEN EMITIDA, PARA
      *> EL DESGLOSE DE RECAUDACION DE LOS INFORMES
       ANOTAR-TRAMO-ENTRADA.
           IF TRAMOS-SW NOT = "S"
               GO TO ANOTAR-TRAMO-ENTRADA-FIN.
           OPEN I-O ENTRADAS-TRAMO CLOSE ENTRADAS-TRAMO.
           OPEN I-O ENTRADAS-TRAMO.
           IF FSETR <> 00
               GO TO PSYS-ERR.
           MOVE LAST-ENT-NUM  TO ETR-ENT-NUM.
           MOVE TRAMO-ENTRADA TO ETR-TRAMO.
           WRITE ENTRADA-TRAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ENTRADAS-TRAMO.
       ANOTAR-TRAMO-ENTRADA-FIN.
           EXIT.

      *> LA COMPRA CANCELADA ES LA RACHA DE MOVIMIENTOS CONSECUTIVOS
      *> QUE TERMINA EN EL ULTIMO DEL USUARIO (VER
      *> CANCELACION-CONTAR-TICKETS); SUS REGISTROS POR ENTRADA SE
       ANULAR-ENTRADAS-CANCELADAS-FIN.
           EXIT.

      *> FACTURA SIMPLIFICADA DE LO COBRADO: EL LLAMANTE DEJA EN LA
      *> PETICION EL CONCEPTO, UNIDADES E IMPORTE DE LAS ENTRADAS,
      *> LOS GASTOS DE GESTION Y EL PRIMER MOVIMIENTO DEL COBRO; LAS
      *> ENTRADAS VAN AL TIPO IVAENTRADAS Y LOS GASTOS AL
      *> IVASERVICIOS, IVA INCLUIDO EN AMBOS CASOS
       FACTURAR-COMPRA.
           PERFORM LEER-IVA THRU LEER-IVA-FIN.
           MOVE "E"  TO PFA-OPERACION.
           MOVE "C"  TO PFA-DESTINO.
           MOVE "FS" TO PFA-SERIE.
           COMPUTE PFA-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE TNUM TO PFA-TARJETA.
           MOVE LAST-MOV-NUM TO PFA-MOV-HASTA.
           MOVE "S" TO PFA-IVA-INCLUIDO.
           MOVE IVA-ENTRADAS TO PFA-IVA-X100(1).
           MOVE "Gastos de gestion" TO PFA-CONCEPTO(2).
           MOVE 1 TO PFA-UNIDADES(2).
           MOVE IVA-SERVICIOS TO PFA-IVA-X100(2).
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO = "S"
               MOVE SPACES TO FACTURA-EMITIDA
               STRING PFA-SERIE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PFA-NUMERO DELIMITED BY SIZE
                 INTO FACTURA-EMITIDA
           END-IF.
       FACTURAR-COMPRA-FIN.
           EXIT.

      *> RECTIFICATIVA DE LA CANCELACION: SE BUSCA LA SIMPLIFICADA
      *> QUE COMPRENDE LA ULTIMA ENTRADA CANCELADA Y SE EMITE EN
      *> NEGATIVO POR LAS ENTRADAS DEVUELTAS, AL MISMO TIPO DE IVA
      *> CON QUE SE FACTURARON. UNA COMPRA SIN FACTURA (ANTERIOR A LA
      *> FACTURACION) NO SE RECTIFICA
       FACTURAR-CANCELACION.
           INITIALIZE PETICION-FACTURA.
           MOVE "B"  TO PFA-OPERACION.
           MOVE TNUM TO PFA-TARJETA.
           MOVE LAST-USER-MOV-NUM TO PFA-MOV-HASTA.
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO NOT = "S"
               GO TO FACTURAR-CANCELACION-FIN.

           MOVE "E"  TO PFA-OPERACION.
           MOVE "C"  TO PFA-DESTINO.
           MOVE "FR" TO PFA-SERIE.
           COMPUTE PFA-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE LAST-MOV-NUM TO PFA-MOV-DESDE.
           MOVE LAST-MOV-NUM TO PFA-MOV-HASTA.
           MOVE "S" TO PFA-IVA-INCLUIDO.
           MOVE CANCEL-CANTIDAD TO PFA-UNIDADES(1).
           COMPUTE PFA-CENT-IMPORTE(1) = - CANCEL-IMPORTE-CENT.
           MOVE 0 TO PFA-CENT-IMPORTE(2).
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO = "S"
               MOVE SPACES TO FACTURA-RECT-EMITIDA
               STRING PFA-SERIE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PFA-NUMERO DELIMITED BY SIZE
                 INTO FACTURA-RECT-EMITIDA
           END-IF.
       FACTURAR-CANCELACION-FIN.
           EXIT.

      *> TIPOS DE IVA EN VIGOR (parametros.ubd, EN CENTESIMAS DE
      *> PUNTO): IVAENTRADAS PARA LAS ENTRADAS Y ABONOS E
      *> IVASERVICIOS PARA LOS GASTOS DE GESTION
       LEER-IVA.
           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "IVAENTRADAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO IVA-ENTRADAS
               END-READ
               MOVE "IVASERVICIOS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO IVA-SERVICIOS
               END-READ
           END-IF.
           CLOSE PARAMETROS.
       LEER-IVA-FIN.
           EXIT.

       MOSTRAR-FACTURA-EMITIDA.
           IF FACTURA-EMITIDA = SPACES
               GO TO MOSTRAR-FACTURA-EMITIDA-FIN.
           MOVE "Factura simplificada:" TO TEXTO-PANTALLA.
           MOVE 513 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 14 COL 21.
           DISPLAY FACTURA-EMITIDA AT LINE 14 COL 47.
       MOSTRAR-FACTURA-EMITIDA-FIN.
           EXIT.

       USO-NO-PERMITIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Puede cambiarlo en Otras operaciones"
               TO TEXTO-PANTALLA
           MOVE 541 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 20.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ESPECTACULOS.
       CALCULAR-TARIFA-FIN.
           EXIT.

      *> USOS QUE EL TITULAR HA APAGADO PARA SU TARJETA (VER BANK38);
      *> SI SE RECHAZA DEJA EN TEXTO-PANTALLA EL MOTIVO PARA PINTAR
       COMPROBAR-USO.
           MOVE "C"  TO PUS-OPERACION.
           MOVE TNUM TO PUS-TARJETA.
           CALL "USOS_TARJETA" USING PETICION-USOS.
           IF PUS-RESULTADO <> "N"
               GO TO COMPROBAR-USO-FIN.
           IF PUS-MOTIVO = 2
               MOVE "Fuera del horario fijado para su tarjeta"
                   TO TEXTO-PANTALLA
               MOVE 540 TO TEXTO-ID
           ELSE
               MOVE "Operacion desactivada para su tarjeta"
                   TO TEXTO-PANTALLA
               MOVE 539 TO TEXTO-ID
           END-IF.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
       COMPROBAR-USO-FIN.
           EXIT.

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
