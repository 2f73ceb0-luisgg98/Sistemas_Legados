       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR_FACTURA.
       *> Subprograma comun de facturacion de la venta de entradas y
       *> de la comision de los promotores: lleva el libro de
       *> facturas emitidas (facturas.ubd) con una serie de
       *> numeracion propia en secuencias.ubd para cada clase de
       *> factura:
       *>   - FS factura simplificada al comprador (compra de
       *>     entradas, abono o reserva pagada en BANK7);
       *>   - FR factura rectificativa de una simplificada
       *>     (cancelacion en BANK7, reembolso de un espectaculo en
       *>     REEMBOLSAR_ESPECTACULO), con importes en negativo;
       *>   - FC factura completa de la comision al promotor (ver
       *>     LIQUIDAR_ESPECTACULOS).
       *> Operaciones (EF-OPERACION):
       *>   - E emitir: numera la factura, desglosa base y cuota de
       *>     cada linea (con los importes IVA incluido o como base,
       *>     segun EF-IVA-INCLUIDO), la graba pendiente de remitir
       *>     al SII (ver EXPORTAR_SII) y la imprime si se pide;
       *>   - I imprimir de nuevo una factura ya emitida (duplicado);
       *>   - B buscar la factura simplificada de una tarjeta que
       *>     comprende un movimiento dado, para rectificarla:
       *>     devuelve su serie, numero, conceptos y tipos de IVA.
       *> El impreso va a facturas_impresion.txt (cajero y sucursal)
       *> o a facturas_promotores.txt (envio al promotor) segun
       *> EF-DESTINO. EF-RESULTADO vuelve a "S" si la operacion se
       *> hizo y a "N" si no (factura no encontrada o error de
       *> fichero); el que llama sigue en cualquier caso, la
       *> facturacion no detiene la operacion de caja.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-CLAVE
           ALTERNATE RECORD KEY IS FAC-TARJETA WITH DUPLICATES
           FILE STATUS IS FSFAC.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL IMPRESO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIM.

           SELECT OPTIONAL IMPRESO-PROMOTORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIM.


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

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD IMPRESO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "facturas_impresion.txt".
       01 LINEA-IMPRESO                PIC X(80).

       FD IMPRESO-PROMOTORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "facturas_promotores.txt".
       01 LINEA-IMPRESO-PROMOTORES     PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSFAC                    PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSIM                     PIC  X(2).

       *> Datos fiscales del emisor, impresos en todas las facturas
       *> y declarados en el registro del SII
       77 NIF-EMISOR               PIC  X(9) VALUE "A50000001".
       77 NOMBRE-EMISOR            PIC X(30)
           VALUE "UNIZARBANK, S.A.".
       77 DOMICILIO-EMISOR         PIC X(40)
           VALUE "Pedro Cerbuna 12, 50009 Zaragoza".

       77 IND-LIN                  PIC  9(1).
       77 ENCONTRADA-SW            PIC  X(1).
       77 LINEA-FACTURA            PIC X(80).
       77 IMPORTE-EDIT             PIC  -------9.99.
       77 BASE-EDIT                PIC  -------9.99.
       77 CUOTA-EDIT               PIC  -------9.99.
       77 IVA-EDIT                 PIC  ZZ9.99.
       77 UNIDADES-EDIT            PIC  ZZ9.

       01 FECHA-TRABAJO            PIC  9(8).
       01 FILLER REDEFINES FECHA-TRABAJO.
           02 FT-ANO                PIC  9(4).
           02 FT-MES                PIC  9(2).
           02 FT-DIA                PIC  9(2).

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

       LINKAGE SECTION.
       01 EF-PETICION.
           02 EF-OPERACION          PIC  X(1).
               88 EF-EMITIR         VALUE "E".
               88 EF-IMPRIMIR       VALUE "I".
               88 EF-BUSCAR-ORIGEN  VALUE "B".
           02 EF-DESTINO            PIC  X(1).
               88 EF-IMPRESO-CLIENTE   VALUE "C".
               88 EF-IMPRESO-PROMOTOR  VALUE "P".
               88 EF-SIN-IMPRESO       VALUE "N".
           02 EF-SERIE              PIC  X(2).
           02 EF-NUMERO             PIC  9(9).
           02 EF-FECHA              PIC  9(8).
           02 EF-TARJETA            PIC 9(16).
           02 EF-PROMOTOR           PIC  9(4).
           02 EF-NIF                PIC  X(9).
           02 EF-NOMBRE             PIC X(30).
           02 EF-DOMICILIO          PIC X(40).
           02 EF-ESPECT             PIC  9(4).
           02 EF-MOV-DESDE          PIC 9(35).
           02 EF-MOV-HASTA          PIC 9(35).
           02 EF-RECT-SERIE         PIC  X(2).
           02 EF-RECT-NUMERO        PIC  9(9).
           02 EF-IVA-INCLUIDO       PIC  X(1).
           02 EF-LINEA OCCURS 2 TIMES.
               03 EF-CONCEPTO       PIC X(30).
               03 EF-UNIDADES       PIC  9(3).
               03 EF-IVA-X100       PIC  9(4).
               03 EF-CENT-IMPORTE   PIC S9(9).
           02 EF-CENT-TOTAL         PIC S9(11).
           02 EF-CENT-CUOTA         PIC S9(11).
           02 EF-RESULTADO          PIC  X(1).

       PROCEDURE DIVISION USING EF-PETICION.
       INICIO.
           MOVE "N" TO EF-RESULTADO.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O FACTURAS CLOSE FACTURAS.

           IF EF-EMITIR
               PERFORM EMITIR THRU EMITIR-FIN
               GO TO FIN.

           IF EF-BUSCAR-ORIGEN
               PERFORM BUSCAR-ORIGEN THRU BUSCAR-ORIGEN-FIN
               GO TO FIN.

           IF EF-IMPRIMIR
               OPEN INPUT FACTURAS
               IF FSFAC <> 00
                   CLOSE FACTURAS
                   GO TO FIN
               END-IF
               MOVE EF-SERIE  TO FAC-SERIE
               MOVE EF-NUMERO TO FAC-NUMERO
               READ FACTURAS INVALID KEY
                   CLOSE FACTURAS
                   GO TO FIN
               END-READ
               CLOSE FACTURAS
               PERFORM IMPRIMIR-FACTURA THRU IMPRIMIR-FACTURA-FIN
               MOVE "S" TO EF-RESULTADO
           END-IF.

       FIN.
           GOBACK.

      *> ALTA DE UNA FACTURA: SIGUIENTE NUMERO DE SU SERIE, DESGLOSE
      *> DE BASE Y CUOTA POR LINEA Y GRABACION EN EL LIBRO
       EMITIR.
           INITIALIZE FACTURA-REG.
           MOVE EF-SERIE TO FAC-SERIE.
           EVALUATE TRUE
               WHEN FAC-SIMPLIFICADA
                   MOVE "F2" TO FAC-TIPO-SII
               WHEN FAC-RECTIFICATIVA
                   MOVE "R5" TO FAC-TIPO-SII
               WHEN FAC-COMISION
                   MOVE "F1" TO FAC-TIPO-SII
               WHEN OTHER
                   GO TO EMITIR-FIN
           END-EVALUATE.

           IF EF-FECHA = 0
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA
               COMPUTE EF-FECHA = (ANO * 10000) + (MES * 100) + DIA
           END-IF.

           MOVE EF-FECHA       TO FAC-FECHA.
           MOVE EF-TARJETA     TO FAC-TARJETA.
           MOVE EF-PROMOTOR    TO FAC-PROMOTOR.
           MOVE EF-NIF         TO FAC-NIF.
           MOVE EF-NOMBRE      TO FAC-NOMBRE.
           MOVE EF-DOMICILIO   TO FAC-DOMICILIO.
           MOVE EF-ESPECT      TO FAC-ESPECT.
           MOVE EF-MOV-DESDE   TO FAC-MOV-DESDE.
           MOVE EF-MOV-HASTA   TO FAC-MOV-HASTA.
           MOVE EF-RECT-SERIE  TO FAC-RECT-SERIE.
           MOVE EF-RECT-NUMERO TO FAC-RECT-NUMERO.
           MOVE 0 TO FAC-NUM-LINEAS.
           MOVE 0 TO FAC-CENT-TOTAL.
           MOVE 0 TO EF-CENT-CUOTA.

           MOVE 1 TO IND-LIN.
       EMITIR-LINEA.
           IF IND-LIN > 2
               GO TO EMITIR-NUMERAR.
           IF EF-CENT-IMPORTE(IND-LIN) = 0
               ADD 1 TO IND-LIN
               GO TO EMITIR-LINEA.

           ADD 1 TO FAC-NUM-LINEAS.
           MOVE EF-CONCEPTO(IND-LIN)
               TO FAC-CONCEPTO(FAC-NUM-LINEAS).
           MOVE EF-UNIDADES(IND-LIN)
               TO FAC-UNIDADES(FAC-NUM-LINEAS).
           MOVE EF-IVA-X100(IND-LIN)
               TO FAC-IVA-X100(FAC-NUM-LINEAS).

           *> Al publico se le cobra con el IVA dentro: la base sale
           *> del importe y la cuota es la diferencia, para que base
           *> mas cuota den siempre lo cobrado. La comision al
           *> promotor se pacta sin IVA y la cuota va encima
           IF EF-IVA-INCLUIDO = "S"
               COMPUTE FAC-CENT-BASE(FAC-NUM-LINEAS) ROUNDED =
                   EF-CENT-IMPORTE(IND-LIN) * 10000
                   / (10000 + EF-IVA-X100(IND-LIN))
               COMPUTE FAC-CENT-CUOTA(FAC-NUM-LINEAS) =
                   EF-CENT-IMPORTE(IND-LIN)
                   - FAC-CENT-BASE(FAC-NUM-LINEAS)
           ELSE
               MOVE EF-CENT-IMPORTE(IND-LIN)
                   TO FAC-CENT-BASE(FAC-NUM-LINEAS)
               COMPUTE FAC-CENT-CUOTA(FAC-NUM-LINEAS) ROUNDED =
                   EF-CENT-IMPORTE(IND-LIN)
                   * EF-IVA-X100(IND-LIN) / 10000
           END-IF.

           ADD FAC-CENT-BASE(FAC-NUM-LINEAS)
               FAC-CENT-CUOTA(FAC-NUM-LINEAS) TO FAC-CENT-TOTAL.
           ADD FAC-CENT-CUOTA(FAC-NUM-LINEAS) TO EF-CENT-CUOTA.
           ADD 1 TO IND-LIN.
           GO TO EMITIR-LINEA.

       EMITIR-NUMERAR.
           IF FAC-NUM-LINEAS = 0
               GO TO EMITIR-FIN.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO EMITIR-FIN.
           MOVE SPACES TO SEC-ID.
           STRING "FACTURA-" DELIMITED BY SIZE
                  FAC-SERIE DELIMITED BY SIZE
             INTO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO SEC-ULTIMO-NUM
           END-READ.
           ADD 1 TO SEC-ULTIMO-NUM.
           MOVE SEC-ULTIMO-NUM TO FAC-NUMERO.
           READ SECUENCIAS INVALID KEY
               MOVE FAC-NUMERO TO SEC-ULTIMO-NUM
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               MOVE FAC-NUMERO TO SEC-ULTIMO-NUM
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           MOVE 0 TO FAC-SII-ESTADO.
           MOVE 0 TO FAC-SII-FECHA.

           OPEN I-O FACTURAS.
           IF FSFAC <> 00
               CLOSE FACTURAS
               GO TO EMITIR-FIN.
           WRITE FACTURA-REG INVALID KEY
               CLOSE FACTURAS
               GO TO EMITIR-FIN
           END-WRITE.
           CLOSE FACTURAS.

           MOVE FAC-NUMERO     TO EF-NUMERO.
           MOVE FAC-CENT-TOTAL TO EF-CENT-TOTAL.
           MOVE "S" TO EF-RESULTADO.

           IF NOT EF-SIN-IMPRESO
               PERFORM IMPRIMIR-FACTURA THRU IMPRIMIR-FACTURA-FIN.
       EMITIR-FIN.
           EXIT.

      *> LA SIMPLIFICADA QUE SE RECTIFICA ES LA DE LA MISMA TARJETA
      *> CUYO TRAMO DE MOVIMIENTOS COMPRENDE EL MOVIMIENTO DADO
       BUSCAR-ORIGEN.
           OPEN INPUT FACTURAS.
           IF FSFAC <> 00
               CLOSE FACTURAS
               GO TO BUSCAR-ORIGEN-FIN.
           MOVE "N" TO ENCONTRADA-SW.
           MOVE EF-TARJETA TO FAC-TARJETA.
           START FACTURAS KEY = FAC-TARJETA
               INVALID KEY
                   CLOSE FACTURAS
                   GO TO BUSCAR-ORIGEN-FIN
           END-START.
       BUSCAR-ORIGEN-LEER.
           READ FACTURAS NEXT RECORD AT END
               GO TO BUSCAR-ORIGEN-CERRAR.
           IF FAC-TARJETA NOT = EF-TARJETA
               GO TO BUSCAR-ORIGEN-CERRAR.
           IF NOT FAC-SIMPLIFICADA
               GO TO BUSCAR-ORIGEN-LEER.
           IF EF-MOV-HASTA < FAC-MOV-DESDE
               OR EF-MOV-HASTA > FAC-MOV-HASTA
               GO TO BUSCAR-ORIGEN-LEER.

           MOVE "S" TO ENCONTRADA-SW.
           MOVE FAC-SERIE  TO EF-RECT-SERIE.
           MOVE FAC-NUMERO TO EF-RECT-NUMERO.
           MOVE FAC-ESPECT TO EF-ESPECT.
           MOVE 1 TO IND-LIN.
       BUSCAR-ORIGEN-LINEA.
           IF IND-LIN > FAC-NUM-LINEAS
               GO TO BUSCAR-ORIGEN-CERRAR.
           MOVE FAC-CONCEPTO(IND-LIN) TO EF-CONCEPTO(IND-LIN).
           MOVE FAC-IVA-X100(IND-LIN) TO EF-IVA-X100(IND-LIN).
           ADD 1 TO IND-LIN.
           GO TO BUSCAR-ORIGEN-LINEA.
       BUSCAR-ORIGEN-CERRAR.
           CLOSE FACTURAS.
           IF ENCONTRADA-SW = "S"
               MOVE "S" TO EF-RESULTADO.
       BUSCAR-ORIGEN-FIN.
           EXIT.

      *> IMPRESO DE LA FACTURA QUE ESTA EN FACTURA-REG. LA
      *> SIMPLIFICADA NO LLEVA DESTINATARIO; LA COMPLETA SI, CON SU
      *> NIF Y DOMICILIO; LA RECTIFICATIVA CITA LA QUE RECTIFICA
       IMPRIMIR-FACTURA.
           IF EF-IMPRESO-PROMOTOR
               OPEN EXTEND IMPRESO-PROMOTORES
           ELSE
               OPEN EXTEND IMPRESO
           END-IF.
           IF FSIM <> 00 AND FSIM <> 05
               GO TO IMPRIMIR-FACTURA-FIN.

           MOVE SPACES TO LINEA-FACTURA.
           STRING NOMBRE-EMISOR DELIMITED BY "  "
                  " - NIF " DELIMITED BY SIZE
                  NIF-EMISOR DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.
           MOVE DOMICILIO-EMISOR TO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.

           MOVE SPACES TO LINEA-FACTURA.
           EVALUATE TRUE
               WHEN FAC-SIMPLIFICADA
                   MOVE "FACTURA SIMPLIFICADA" TO LINEA-FACTURA
               WHEN FAC-RECTIFICATIVA
                   MOVE "FACTURA RECTIFICATIVA" TO LINEA-FACTURA
               WHEN OTHER
                   MOVE "FACTURA" TO LINEA-FACTURA
           END-EVALUATE.
           MOVE FAC-SERIE TO LINEA-FACTURA(40:2).
           MOVE "/" TO LINEA-FACTURA(42:1).
           MOVE FAC-NUMERO TO LINEA-FACTURA(43:9).
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.

           MOVE FAC-FECHA TO FECHA-TRABAJO.
           MOVE SPACES TO LINEA-FACTURA.
           STRING "Fecha de expedicion: " DELIMITED BY SIZE
                  FT-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  FT-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  FT-ANO DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.

           IF FAC-RECTIFICATIVA
               MOVE SPACES TO LINEA-FACTURA
               STRING "Rectifica la factura " DELIMITED BY SIZE
                      FAC-RECT-SERIE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FAC-RECT-NUMERO DELIMITED BY SIZE
                 INTO LINEA-FACTURA
               PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN
           END-IF.

           IF FAC-COMISION
               MOVE SPACES TO LINEA-FACTURA
               STRING "Destinatario: " DELIMITED BY SIZE
                      FAC-NOMBRE DELIMITED BY "  "
                      " - NIF " DELIMITED BY SIZE
                      FAC-NIF DELIMITED BY SIZE
                 INTO LINEA-FACTURA
               PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN
               MOVE SPACES TO LINEA-FACTURA
               STRING "Domicilio: " DELIMITED BY SIZE
                      FAC-DOMICILIO DELIMITED BY SIZE
                 INTO LINEA-FACTURA
               PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN
           END-IF.

           MOVE SPACES TO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.
           MOVE SPACES TO LINEA-FACTURA.
           STRING "Concepto                       Uds"
                      DELIMITED BY SIZE
                  "   Base imp.  IVA %       Cuota"
                      DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.

           MOVE 1 TO IND-LIN.
       IMPRIMIR-FACTURA-LINEA.
           IF IND-LIN > FAC-NUM-LINEAS
               GO TO IMPRIMIR-FACTURA-TOTAL.
           MOVE FAC-UNIDADES(IND-LIN)   TO UNIDADES-EDIT.
           COMPUTE BASE-EDIT  = FAC-CENT-BASE(IND-LIN) / 100.
           COMPUTE IVA-EDIT   = FAC-IVA-X100(IND-LIN) / 100.
           COMPUTE CUOTA-EDIT = FAC-CENT-CUOTA(IND-LIN) / 100.
           MOVE SPACES TO LINEA-FACTURA.
           STRING FAC-CONCEPTO(IND-LIN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UNIDADES-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IVA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUOTA-EDIT DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.
           ADD 1 TO IND-LIN.
           GO TO IMPRIMIR-FACTURA-LINEA.

       IMPRIMIR-FACTURA-TOTAL.
           COMPUTE IMPORTE-EDIT = FAC-CENT-TOTAL / 100.
           MOVE SPACES TO LINEA-FACTURA.
           STRING "Total factura: " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.

           IF EF-IMPRIMIR
               MOVE "DUPLICADO" TO LINEA-FACTURA
               PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN
           END-IF.

           MOVE SPACES TO LINEA-FACTURA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-FIN.

           IF EF-IMPRESO-PROMOTOR
               CLOSE IMPRESO-PROMOTORES
           ELSE
               CLOSE IMPRESO
           END-IF.
       IMPRIMIR-FACTURA-FIN.
           EXIT.

       ESCRIBIR-LINEA.
           IF EF-IMPRESO-PROMOTOR
               WRITE LINEA-IMPRESO-PROMOTORES FROM LINEA-FACTURA
           ELSE
               WRITE LINEA-IMPRESO FROM LINEA-FACTURA
           END-IF.
       ESCRIBIR-LINEA-FIN.
           EXIT.
