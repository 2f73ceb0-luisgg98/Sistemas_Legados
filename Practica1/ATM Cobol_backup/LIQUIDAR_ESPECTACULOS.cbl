       *> mantiene con GESTION_PROMOTORES y cada espectaculo lleva su
       *> promotor en ESP-PROMOTOR (ver GESTION_ESPECTACULOS). Se
       *> ejecuta de forma independiente, normalmente dentro de la
       *> cadena nocturna. Si el espectaculo se vendio con tramos de
       *> precio por demanda (ver GESTION_TRAMOS), el estadillo
       *> desglosa el bruto por tramo. Los anticipos concedidos al
       *> promotor sobre el espectaculo o su produccion (anticipos.ubd,
       *> ver GESTION_ANTICIPOS) se descuentan del neto antes de
       *> encolar el pago. La comision se factura al promotor con
       *> factura completa de la serie FC (ver EMITIR_FACTURA), con
       *> el IVA del tipo IVASERVICIOS encima, que tambien se
       *> descuenta del neto; la factura se imprime en
       *> facturas_promotores.txt para su envio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSEN.

           SELECT OPTIONAL ENTRADAS-TRAMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETR-ENT-NUM
           FILE STATUS IS FSETR.

           SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-ID
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PROMOTORES-FISCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-ID
           FILE STATUS IS FSPF.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUM
           FILE STATUS IS FSANT.

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 ENT-TARJETA-ANT       PIC 9(16).
           02 ENT-CESION-FECHA      PIC  9(8).

       FD ENTRADAS-TRAMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas_tramo.ubd".
       01 ENTRADA-TRAMO-REG.
           02 ETR-ENT-NUM           PIC  9(9).
           02 ETR-TRAMO             PIC  9(1).
               88 ETR-ANTICIPADA    VALUE 0.
               88 ETR-BASE          VALUE 1.

       FD PROMOCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promociones.ubd".
           02 PRO-IBAN              PIC X(24).
           02 PRO-COMISION-X10000   PIC  9(4).

       *> DATOS FISCALES DEL PROMOTOR PARA SU FACTURA DE COMISION
       *> (VER GESTION_PROMOTORES), APARTE DEL MAESTRO
       FD PROMOTORES-FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotores_fiscal.ubd".
       01 PROMOTOR-FISCAL-REG.
           02 PRF-ID                PIC  9(4).
           02 PRF-NIF               PIC  X(9).
           02 PRF-DOMICILIO         PIC X(40).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD ANTICIPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos.ubd".
       01 ANTICIPO-REG.
           02 ANT-NUM               PIC  9(9).
           02 ANT-PROMOTOR          PIC  9(4).
           *> Contra un espectaculo suelto o contra una produccion
           *> entera (ver GESTION_PRODUCCIONES): el otro va a cero
           02 ANT-ESPECT            PIC  9(4).
           02 ANT-PRODUCCION        PIC  9(4).
           02 ANT-FECHA             PIC  9(8).
           *> Importe anticipado, que es lo que se recupera en la
           *> liquidacion; la comision se descuenta del pago
           02 ANT-CENT              PIC  9(9).
           02 ANT-CENT-COMISION     PIC  9(9).
           02 ANT-CENT-RECUPERADO   PIC  9(9).
           02 ANT-ESTADO            PIC  9(1).
               88 ANT-PENDIENTE     VALUE 1.
               88 ANT-RECUPERADO    VALUE 2.
               88 ANT-A-COBRAR      VALUE 3.
           02 ANT-FECHA-ESTADO      PIC  9(8).
           02 ANT-OPERADOR          PIC  9(4).

       FD TRANSFEXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext.ubd".
       WORKING-STORAGE SECTION.
       77 FSSES                    PIC  X(2).
       77 FSPMO                    PIC  X(2).
       *> RECAUDACION POR TRAMO DE PRECIO (VER GESTION_TRAMOS Y
       *> entradas_tramo.ubd): LA FILA ES EL TRAMO MAS UNO, Y LAS
       *> ENTRADAS SIN TRAMO ANOTADO CUENTAN COMO PRECIO BASE
       77 FSETR                    PIC  X(2).
       77 HAY-TRAMOS-SW            PIC  X(1).
       77 IND-TRAMO                PIC  9(1).
       01 NOMBRES-TRAMO-V.
           02 FILLER               PIC  X(10) VALUE "Anticipada".
           02 FILLER               PIC  X(10) VALUE "Base".
           02 FILLER               PIC  X(10) VALUE "Tramo 1".
           02 FILLER               PIC  X(10) VALUE "Tramo 2".
           02 FILLER               PIC  X(10) VALUE "Tramo 3".
       01 NOMBRES-TRAMO REDEFINES NOMBRES-TRAMO-V.
           02 NOMBRE-TRAMO         PIC  X(10) OCCURS 5 TIMES.
       01 TABLA-TRAMOS.
           02 TT-FILA OCCURS 5 TIMES.
               03 TT-CNT            PIC  9(7).
               03 TT-CENT           PIC  9(11).
       *> TOTALES POR PRODUCCION (VER GESTION_PRODUCCIONES): LAS
       *> SESIONES DE UNA MISMA OBRA SE LIQUIDAN CADA UNA POR SU
       *> LADO, PERO EL ESTADILLO TOTALIZA TAMBIEN LA OBRA ENTERA
       77 TPRD-USADOS              PIC  9(2) VALUE 0.
       77 IND-PRD                  PIC  9(2).

       *> ANTICIPOS AL PROMOTOR (VER GESTION_ANTICIPOS): SE
       *> RECUPERAN DEL NETO ANTES DE ENCOLAR EL PAGO
       77 FSANT                    PIC  X(2).
       77 CENT-RECUPERADO          PIC  9(9).
       77 CENT-A-PAGAR             PIC S9(9).
       77 CENT-PEND-ANT            PIC  9(9).
       77 CENT-TOMA-ANT            PIC  9(9).

       77 FSE                      PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSPR                     PIC  X(2).
       77 CNT-SIN-PROMOTOR         PIC  9(5) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZ9.

       *> FACTURA DE LA COMISION AL PROMOTOR (VER EMITIR_FACTURA)
       77 FSPF                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 IVA-SERVICIOS            PIC  9(4) VALUE 2100.
       77 CENT-IVA-COMISION        PIC S9(9).
       77 FACTURA-COMISION         PIC X(12).
       77 CNT-FACTURAS-COM         PIC  9(5) VALUE 0.
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

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

           *> Tipo de IVA de la comision; sin parametro, el general
           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "IVASERVICIOS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO IVA-SERVICIOS
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       ESPECTACULOS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O F-ESPECTACULOS CLOSE F-ESPECTACULOS.
           OPEN I-O ANTICIPOS CLOSE ANTICIPOS.

           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
           MOVE 0 TO CENT-BRUTO.
           MOVE 0 TO CENT-ANULADO.
           MOVE 0 TO CNT-VENDIDAS.
           MOVE "N" TO HAY-TRAMOS-SW.
           INITIALIZE TABLA-TRAMOS.

           OPEN INPUT ENTRADAS.
           IF FSEN <> 00
               CLOSE ENTRADAS
               GO TO LIQUIDAR-UNO-FIN.
           OPEN INPUT ENTRADAS-TRAMO.

       LEER-ENTRADA.
           READ ENTRADAS NEXT RECORD AT END GO TO CIERRE-ENTRADAS.
           ADD 1 TO CNT-VENDIDAS.
           COMPUTE CENT-BRUTO = CENT-BRUTO
               + (ENT-PRECIO-ENT * 100) + ENT-PRECIO-DEC.
           IF FSETR = 00
               PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-FIN.

           GO TO LEER-ENTRADA.

       CIERRE-ENTRADAS.
           CLOSE ENTRADAS.
           CLOSE ENTRADAS-TRAMO.

           *> Comision de la casa segun el maestro del promotor
           OPEN INPUT PROMOTORES.
           COMPUTE CENT-COMISION ROUNDED =
               (CENT-BRUTO * PRO-COMISION-X10000) / 10000.
           COMPUTE CENT-NETO = CENT-BRUTO - CENT-COMISION.

           *> La comision se factura con su IVA, que el promotor
           *> soporta: se le descuenta del neto junto con ella
           MOVE 0 TO CENT-IVA-COMISION.
           MOVE SPACES TO FACTURA-COMISION.
           IF CENT-COMISION > 0
               PERFORM FACTURAR-COMISION THRU FACTURAR-COMISION-FIN
               SUBTRACT CENT-IVA-COMISION FROM CENT-NETO
           END-IF.
           IF CENT-NETO < 0
               MOVE 0 TO CENT-NETO.

           *> Lo anticipado al promotor sobre este espectaculo o su
           *> produccion se cobra primero; se le paga el resto
           MOVE CENT-NETO TO CENT-A-PAGAR.
           PERFORM RECUPERAR-ANTICIPOS
               THRU RECUPERAR-ANTICIPOS-FIN.

           IF CENT-A-PAGAR > 0
               PERFORM ENCOLAR-PAGO THRU ENCOLAR-PAGO-FIN.

           MOVE SPACES TO LINEA-INFORME.
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF FACTURA-COMISION NOT = SPACES
               MOVE SPACES TO LINEA-INFORME
               STRING "   IVA comision cent:" DELIMITED BY SIZE
                      CENT-IVA-COMISION DELIMITED BY SIZE
                      " factura " DELIMITED BY SIZE
                      FACTURA-COMISION DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               IF PFA-NIF = SPACES
                   MOVE SPACES TO LINEA-INFORME
                   STRING "   AVISO: promotor sin NIF en "
                          DELIMITED BY SIZE
                          "promotores_fiscal.ubd" DELIMITED BY SIZE
                     INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
           END-IF.

           IF CENT-RECUPERADO > 0
               MOVE SPACES TO LINEA-INFORME
               STRING "   Anticipo recuperado cent:" DELIMITED BY SIZE
                      CENT-RECUPERADO DELIMITED BY SIZE
                      " pagado cent:" DELIMITED BY SIZE
                      CENT-A-PAGAR DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           *> Desglose del bruto por tramo de precio por demanda
           PERFORM EMITIR-TRAMOS THRU EMITIR-TRAMOS-FIN.

           PERFORM ACUMULAR-PRODUCCION
               THRU ACUMULAR-PRODUCCION-FIN.

           MOVE ANO           TO TEXT-ANO.
           MOVE MES           TO TEXT-MES.
           MOVE DIA           TO TEXT-DIA.
           COMPUTE TEXT-IMPORTE-ENT = (CENT-A-PAGAR / 100).
           MOVE FUNCTION MOD(CENT-A-PAGAR, 100) TO TEXT-IMPORTE-DEC.
           MOVE SPACES TO TEXT-REFERENCIA.
           STRING "Liquidacion espect. " DELIMITED BY SIZE
                  ESP-NUM DELIMITED BY SIZE
       ENCOLAR-PAGO-FIN.
           EXIT.

      *> FACTURA COMPLETA DE LA COMISION AL PROMOTOR, CON SU NIF Y
      *> DOMICILIO DE promotores_fiscal.ubd; LA COMISION ES LA BASE
      *> Y LA CUOTA (IVASERVICIOS) VA ENCIMA
       FACTURAR-COMISION.
           INITIALIZE PETICION-FACTURA.
           OPEN INPUT PROMOTORES-FISCAL.
           IF FSPF = 00
               MOVE PRO-ID TO PRF-ID
               READ PROMOTORES-FISCAL INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRF-NIF       TO PFA-NIF
                   MOVE PRF-DOMICILIO TO PFA-DOMICILIO
               END-READ
           END-IF.
           CLOSE PROMOTORES-FISCAL.

           MOVE "E"  TO PFA-OPERACION.
           MOVE "P"  TO PFA-DESTINO.
           MOVE "FC" TO PFA-SERIE.
           MOVE FECHA-ACTUAL TO PFA-FECHA.
           MOVE PRO-ID       TO PFA-PROMOTOR.
           MOVE PRO-NOMBRE   TO PFA-NOMBRE.
           MOVE ESP-NUM      TO PFA-ESPECT.
           MOVE "N" TO PFA-IVA-INCLUIDO.
           STRING "Comision venta espect. " DELIMITED BY SIZE
                  ESP-NUM DELIMITED BY SIZE
             INTO PFA-CONCEPTO(1).
           MOVE 1             TO PFA-UNIDADES(1).
           MOVE IVA-SERVICIOS TO PFA-IVA-X100(1).
           MOVE CENT-COMISION TO PFA-CENT-IMPORTE(1).
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO = "S"
               MOVE PFA-CENT-CUOTA TO CENT-IVA-COMISION
               STRING PFA-SERIE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PFA-NUMERO DELIMITED BY SIZE
                 INTO FACTURA-COMISION
               ADD 1 TO CNT-FACTURAS-COM
           END-IF.
       FACTURAR-COMISION-FIN.
           EXIT.

      *> RECUPERA DE CENT-A-PAGAR LOS ANTICIPOS PENDIENTES DEL
      *> PROMOTOR SOBRE ESTE ESPECTACULO O SOBRE SU PRODUCCION. EL
      *> ANTICIPO DE UN ESPECTACULO SUELTO QUE NO SE CUBRE ENTERO YA
      *> NO TIENE DE DONDE COBRARSE Y QUEDA A COBRAR AL PROMOTOR; EL
      *> DE UNA PRODUCCION SIGUE PENDIENTE PARA LAS SESIONES QUE
      *> QUEDEN
       RECUPERAR-ANTICIPOS.
           MOVE 0 TO CENT-RECUPERADO.
           PERFORM BUSCAR-PRODUCCION-SESION
               THRU BUSCAR-PRODUCCION-SESION-FIN.

           OPEN I-O ANTICIPOS.
           IF FSANT <> 00
               GO TO FIN.

       RECUPERAR-ANTICIPO-LEER.
           READ ANTICIPOS NEXT RECORD AT END
               CLOSE ANTICIPOS
               GO TO RECUPERAR-ANTICIPOS-FIN.
           IF NOT ANT-PENDIENTE OR ANT-PROMOTOR NOT = ESP-PROMOTOR
               GO TO RECUPERAR-ANTICIPO-LEER.
           IF ANT-ESPECT NOT = ESP-NUM
               AND (ANT-PRODUCCION = 0
                    OR ANT-PRODUCCION NOT = PRODUCCION-ACTUAL)
               GO TO RECUPERAR-ANTICIPO-LEER.

           COMPUTE CENT-PEND-ANT = ANT-CENT - ANT-CENT-RECUPERADO.
           IF CENT-A-PAGAR < CENT-PEND-ANT
               MOVE CENT-A-PAGAR TO CENT-TOMA-ANT
           ELSE
               MOVE CENT-PEND-ANT TO CENT-TOMA-ANT
           END-IF.
           ADD CENT-TOMA-ANT TO ANT-CENT-RECUPERADO.
           SUBTRACT CENT-TOMA-ANT FROM CENT-A-PAGAR.
           ADD CENT-TOMA-ANT TO CENT-RECUPERADO.

           IF ANT-CENT-RECUPERADO >= ANT-CENT
               MOVE 2 TO ANT-ESTADO
               MOVE FECHA-ACTUAL TO ANT-FECHA-ESTADO
           ELSE
               IF ANT-ESPECT = ESP-NUM
                   MOVE 3 TO ANT-ESTADO
                   MOVE FECHA-ACTUAL TO ANT-FECHA-ESTADO
               END-IF
           END-IF.
           REWRITE ANTICIPO-REG INVALID KEY GO TO FIN.

           GO TO RECUPERAR-ANTICIPO-LEER.
       RECUPERAR-ANTICIPOS-FIN.
           EXIT.

       FIN.
           CLOSE F-ESPECTACULOS.

                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-FACTURAS-COM TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Facturas de comision emitidas: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

           GO TO RESUMEN-PROMO-LEER.
       RESUMEN-PROMOCIONES-FIN.
           EXIT.

      *> SUMA LA ENTRADA LEIDA EN ENTRADA-REG A SU TRAMO DE PRECIO
      *> (ENTRADAS-TRAMO YA ABIERTO)
       ACUMULAR-TRAMO.
           MOVE ENT-NUM TO ETR-ENT-NUM.
           READ ENTRADAS-TRAMO INVALID KEY
               MOVE 2 TO IND-TRAMO
           NOT INVALID KEY
               MOVE "S" TO HAY-TRAMOS-SW
               COMPUTE IND-TRAMO = ETR-TRAMO + 1
           END-READ.
           IF IND-TRAMO > 5
               MOVE 2 TO IND-TRAMO.
           ADD 1 TO TT-CNT(IND-TRAMO).
           COMPUTE TT-CENT(IND-TRAMO) = TT-CENT(IND-TRAMO)
               + (ENT-PRECIO-ENT * 100) + ENT-PRECIO-DEC.
       ACUMULAR-TRAMO-FIN.
           EXIT.

      *> UNA LINEA POR TRAMO CON VENTAS, SOLO SI EL ESPECTACULO SE
      *> VENDIO CON TRAMOS
       EMITIR-TRAMOS.
           IF HAY-TRAMOS-SW NOT = "S"
               GO TO EMITIR-TRAMOS-FIN.
           MOVE 1 TO IND-TRAMO.
       EMITIR-TRAMO-UNO.
           IF IND-TRAMO > 5
               GO TO EMITIR-TRAMOS-FIN.
           IF TT-CNT(IND-TRAMO) > 0
               MOVE SPACES TO LINEA-INFORME
               STRING "   Tramo " DELIMITED BY SIZE
                   NOMBRE-TRAMO(IND-TRAMO) DELIMITED BY SIZE
                   " entradas:" DELIMITED BY SIZE
                   TT-CNT(IND-TRAMO) DELIMITED BY SIZE
                   " ingresos cent:" DELIMITED BY SIZE
                   TT-CENT(IND-TRAMO) DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           ADD 1 TO IND-TRAMO.
           GO TO EMITIR-TRAMO-UNO.
       EMITIR-TRAMOS-FIN.
           EXIT.
