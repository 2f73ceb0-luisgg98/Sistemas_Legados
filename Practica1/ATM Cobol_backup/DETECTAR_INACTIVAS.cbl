           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.
               88 CUENTA-CERRADA    VALUE 3.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
               ADD 1 TO CNT-YA-INACTIVAS
               GO TO LEER-CUENTA.

           *> Una cuenta cancelada (ver GESTION_CIERRES) no vuelve a
           *> ningun otro estado
           IF CUENTA-CERRADA
               GO TO LEER-CUENTA.

           *> Sin ningun movimiento nunca no se declara inactiva:
           *> no hay fecha de la que partir
           IF CTA-ULTIMO-MOV = 0
