               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END GO TO FIN.

           *> La cuenta de credito tiene su propio extracto al corte
           *> (ver LIQUIDAR_CREDITO)
           IF CTA-CREDITO
               GO TO LEER-CUENTA.

           PERFORM EMITIR-ESTADO THRU EMITIR-ESTADO-FIN.

           ADD 1 TO TOTAL-CUENTAS.
