       *> espectaculo concreto las entradas que se hayan devuelto; solo
       *> se informa del total de cancelaciones de todos los
       *> espectaculos al final.
       *>
       *> Los espectaculos vendidos con tramos de precio por demanda
       *> (ver GESTION_TRAMOS) llevan ademas el desglose de ingresos
       *> por tramo, sacado de entradas_tramo.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSEN.

           SELECT OPTIONAL ENTRADAS-TRAMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETR-ENT-NUM
           FILE STATUS IS FSETR.

       DATA DIVISION.
       FILE SECTION.

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

       FD SESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sesiones.ubd".

       WORKING-STORAGE SECTION.
       77 FSSES                    PIC  X(2).
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
       *> TOTALES POR PRODUCCION (VER GESTION_PRODUCCIONES)
       77 PRODUCCION-ACTUAL        PIC  9(4).
       01 TABLA-PRODUCCIONES.

           PERFORM DESGLOSE-ZONAS THRU DESGLOSE-ZONAS-FIN.

           PERFORM DESGLOSE-TRAMOS THRU DESGLOSE-TRAMOS-FIN.

       EMITIR-ESPECTACULO-FIN.
           EXIT.

       DESGLOSE-ZONAS-FIN.
           EXIT.

      *> DESGLOSE DE INGRESOS POR TRAMO DE PRECIO (VER BANK7 Y
      *> GESTION_TRAMOS), SOBRE LAS ENTRADAS NO ANULADAS DE TODAS
      *> LAS ZONAS DEL ESPECTACULO
       DESGLOSE-TRAMOS.
           MOVE "N" TO HAY-TRAMOS-SW.
           INITIALIZE TABLA-TRAMOS.

           OPEN INPUT ENTRADAS-TRAMO.
           IF FSETR <> 00
               CLOSE ENTRADAS-TRAMO
               GO TO DESGLOSE-TRAMOS-FIN.
           OPEN INPUT ENTRADAS.
           IF FSEN <> 00
               CLOSE ENTRADAS
               CLOSE ENTRADAS-TRAMO
               GO TO DESGLOSE-TRAMOS-FIN.

       LEER-ENTRADA-TRAMO.
           READ ENTRADAS NEXT RECORD AT END GO TO CIERRE-TRAMOS.

           IF ENT-ESPECT NOT = ESP-NUM
               GO TO LEER-ENTRADA-TRAMO.
           IF ENT-ANULADA
               GO TO LEER-ENTRADA-TRAMO.

           PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-FIN.

           GO TO LEER-ENTRADA-TRAMO.

       CIERRE-TRAMOS.
           CLOSE ENTRADAS.
           CLOSE ENTRADAS-TRAMO.

           PERFORM EMITIR-TRAMOS THRU EMITIR-TRAMOS-FIN.

       DESGLOSE-TRAMOS-FIN.
           EXIT.

       CONTAR-CANCEL.
           *> Las cancelaciones no llevan el espectaculo en el
           *> concepto (ver cabecera), asi que solo se pueden totalizar
           GO TO EMITIR-PRODUCCION-UNA.
       EMITIR-PRODUCCIONES-FIN.
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
