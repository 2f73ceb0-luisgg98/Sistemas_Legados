       *> que un relanzamiento no anota nada dos veces y
       *> INFORME_DUPLICADOS puede seguirles la pista. Las cuentas
       *> que quedaron en negativo durante el respaldo salen en el
       *> informe. Una retirada de un mes que contabilidad ya cerro
       *> (ver PERIODO_CONTABLE) se anota en la primera fecha abierta
       *> y queda como ajuste de periodo anterior. Se lanza a mano
       *> cuando vuelven los ficheros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
       77 CNT-REPLICADAS           PIC  9(7) VALUE 0.
       77 CNT-NEGATIVAS            PIC  9(7) VALUE 0.
       77 CNT-AJUSTES              PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       *> Mes contable cerrado: el apunte va a la primera fecha
       *> abierta (ver PERIODO_CONTABLE)
       01 PETICION-PERIODO.
           02 PPC-OPERACION         PIC  X(1).
           02 PPC-FECHA-ORIGINAL    PIC  9(8).
           02 PPC-FECHA-APUNTE      PIC  9(8).
           02 PPC-AJUSTE            PIC  X(1).
           02 PPC-MOV-NUM           PIC  9(35).
           02 PPC-TARJETA           PIC  9(16).
           02 PPC-CENTIMOS          PIC S9(11).
           02 PPC-CONCEPTO          PIC  X(35).
           02 PPC-PROGRAMA          PIC  X(20).
           02 PPC-RESULTADO         PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
                  STD-NUM DELIMITED BY SIZE
             INTO REFERENCIA-STD.

           *> Una retirada de un mes ya cerrado en contabilidad se
           *> anota en la primera fecha abierta
           MOVE "F"       TO PPC-OPERACION.
           MOVE STD-FECHA TO PPC-FECHA-ORIGINAL.
           CALL "PERIODO_CONTABLE" USING PETICION-PERIODO.
           IF PPC-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN-ERROR.
           MOVE LAST-MOV-NUM      TO MOV-NUM.
           MOVE STD-TARJETA       TO MOV-TARJETA.
           MOVE PPC-FECHA-APUNTE(1:4) TO MOV-ANO.
           MOVE PPC-FECHA-APUNTE(5:2) TO MOV-MES.
           MOVE PPC-FECHA-APUNTE(7:2) TO MOV-DIA.
           MOVE STD-HOR           TO MOV-HOR.
           MOVE STD-MIN           TO MOV-MIN.
           MOVE STD-SEG           TO MOV-SEG.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-MOVIMIENTOS.

           IF PPC-AJUSTE = "S"
               MOVE "A"                 TO PPC-OPERACION
               MOVE LAST-MOV-NUM        TO PPC-MOV-NUM
               MOVE STD-TARJETA         TO PPC-TARJETA
               COMPUTE PPC-CENTIMOS = - STD-CENT
               MOVE MSJ-RETIRADA        TO PPC-CONCEPTO
               MOVE "RECUPERAR_STANDIN" TO PPC-PROGRAMA
               CALL "PERIODO_CONTABLE" USING PETICION-PERIODO
               ADD 1 TO CNT-AJUSTES
               MOVE SPACES TO LINEA-INFORME
               STRING "MES CERRADO  Tarjeta " DELIMITED BY SIZE
                      STD-TARJETA DELIMITED BY SIZE
                      " del " DELIMITED BY SIZE
                      STD-FECHA DELIMITED BY SIZE
                      " anotada el " DELIMITED BY SIZE
                      PPC-FECHA-APUNTE DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AJUSTES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Entradas de meses ya cerrados: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

