       *> tarjeta que por separado no llegan al umbral pero juntos lo
       *> cruzan (cosa que BANK5 pone facil), y los lleva al informe
       *> de excepciones. Se ejecuta de forma independiente,
       *> normalmente una vez al mes. El efectivo de ventanilla
       *> (GESTION_VENTANILLA) entra igual que el del cajero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       77 MSJ-RETIRADA             PIC  X(35) VALUE "Retirada".
       77 MSJ-INGRESO              PIC  X(35) VALUE "Ingreso".
       77 MSJ-RETIRADA-VENT        PIC  X(35)
           VALUE "Retirada en ventanilla".
       77 MSJ-INGRESO-VENT         PIC  X(35)
           VALUE "Ingreso en ventanilla".

       77 CENT-IMPORTE             PIC  9(9).


           IF MOV-CONCEPTO NOT = MSJ-RETIRADA
               AND MOV-CONCEPTO NOT = MSJ-INGRESO
               AND MOV-CONCEPTO NOT = MSJ-RETIRADA-VENT
               AND MOV-CONCEPTO NOT = MSJ-INGRESO-VENT
               GO TO LEER-MOVIMIENTO.

           COMPUTE CENT-IMPORTE =
           *> Los ingresos se acumulan por tarjeta y dia para la
           *> deteccion de fraccionamiento
           IF MOV-CONCEPTO = MSJ-INGRESO
               OR MOV-CONCEPTO = MSJ-INGRESO-VENT
               PERFORM ACUMULAR-FRACCION THRU ACUMULAR-FRACCION-FIN.

           GO TO LEER-MOVIMIENTO.
