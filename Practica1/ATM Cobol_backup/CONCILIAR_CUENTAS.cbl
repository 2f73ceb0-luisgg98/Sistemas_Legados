               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           IF MOV-TARJETA NOT = CTA-TARJETA
               GO TO CIERRE-MOV-CUENTA.

           *> La cadena de la tarjeta mezcla sus cuentas: los
           *> apuntes del lado ahorro llevan la marca AHO en la cola
           *> de la referencia (BANK20, VENCER_PLAZOS,
           *> BARRER_CUENTAS), los de la cuenta de credito la marca
           *> CRE (BANK4, BANK15, LIQUIDAR_CREDITO) y cada cuenta
           *> cuadra solo contra los suyos
           IF CTA-CORRIENTE
               AND (MOV-REFERENCIA(28:3) = "AHO"
                    OR MOV-REFERENCIA(28:3) = "CRE")
               GO TO LEER-MOV-CUENTA.
           IF CTA-AHORRO
               AND MOV-REFERENCIA(28:3) NOT = "AHO"
               GO TO LEER-MOV-CUENTA.
           IF CTA-CREDITO
               AND MOV-REFERENCIA(28:3) NOT = "CRE"
               GO TO LEER-MOV-CUENTA.

           *> MOV-IMPORTE-DEC va siempre sin signo, es MOV-IMPORTE-ENT
           *> el que lleva el signo del movimiento completo (igual que
