           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSCR.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

       *> Solo hace falta saber si la tarjeta tiene credito activo
       *> (ver GESTION_CREDITO)
       FD CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
       01 CREDITO-REG.
           02 CRD-TARJETA           PIC 9(16).
           02 CRD-DIA-CORTE         PIC  9(2).
           02 CRD-DIAS-PAGO         PIC  9(2).
           02 CRD-MODALIDAD         PIC  9(1).
           02 CRD-CENT-FIJO         PIC  9(9).
           02 CRD-PORCENTAJE        PIC  9(3).
           02 CRD-TASA-ANUAL-X10000 PIC  9(6).
           02 CRD-ESTADO            PIC  9(1).
               88 CRD-ACTIVO        VALUE 1.
           02 CRD-FECHA-CORTE       PIC  9(8).
           02 CRD-ULTIMO-MOV-CORTE  PIC  9(35).
           02 CRD-CENT-EXTRACTO     PIC  9(9).
           02 CRD-CENT-A-PAGAR      PIC  9(9).
           02 CRD-FECHA-VENCIMIENTO PIC  9(8).
           02 CRD-COBRO             PIC  9(1).
           02 CRD-CENT-APLAZADO     PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSCR                     PIC  X(2).
       *> Cuenta sobre la que se carga la retirada: la corriente
       *> (1) o, si la tarjeta tiene credito activo, la de credito
       *> (3), cuyo limite hace de descubierto
       77 TIPO-CUENTA-CARGO        PIC  9(1) VALUE 1.
       77 FSLI                     PIC  X(2).
       *> LIMITE TEMPORAL VIGENTE (VER GESTION_LIMITES): SI LO HAY,
       *> MANDA SOBRE EL PERFIL Y SOBRE EL PARAMETRO GENERAL
       77 LAST-REC-NUM               PIC  9(35).
       77 CTA-EXISTE-SW              PIC  X(1).

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

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       77 CENT-IMPOR-USER          PIC    9(9).

       77 CON                      PIC   X(35) VALUE "Retirada".
       *> La retirada en ventanilla (GESTION_VENTANILLA) gasta el
       *> mismo limite diario que la del cajero
       77 CON-VENTANILLA           PIC   X(35)
           VALUE "Retirada en ventanilla".
       *> 0 RIGHT CORNER NOT SHOWING:
       77 PRESSED-KEY BLANK WHEN ZERO           PIC    9(4).


           PERFORM RESOLVER-CUENTA-BASE
               THRU RESOLVER-CUENTA-BASE-FIN.
           PERFORM RESOLVER-CUENTA-CARGO
               THRU RESOLVER-CUENTA-CARGO-FIN.

           *> La operacion entera cuelga de una traza unica
           PERFORM OBTENER-TRAZA THRU OBTENER-TRAZA-FIN.


       CONSULTA-ULTIMO-MOVIMIENTO SECTION.
           *> El titular puede haber limitado la retirada a unas horas
           MOVE "D" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               GO TO USO-NO-PERMITIDO.

           *> El numero del ultimo movimiento se lee directamente de
           *> SECUENCIAS por clave, en vez de recorrer todo
           *> movimientos.ubd buscando el mayor MOV-NUM.
           IF FSC <> 00
               GO TO PSYS-ERR.

           *> La retirada de efectivo opera sobre la cuenta corriente
           *> de la tarjeta, o sobre la de credito si lo tiene
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO NO-CUENTA-USER.

           MOVE CTA-SALDO-ENT TO SALDO-USUARIO-ENT.
               GO TO LEER-RETIRADO-HOY.

           IF MOV-CONCEPTO NOT = CON
               AND MOV-CONCEPTO NOT = CON-VENTANILLA
               GO TO LEER-RETIRADO-HOY.

           *> El limite diario es por tarjeta: si opera la
           *> operante o referencia del cliente)
           IF DUP-CONFIRMADA-SW = "S"
               MOVE "REP" TO MOV-REFERENCIA(28:3).
           *> El apunte de la cuenta de credito lleva su marca, como
           *> el de ahorro lleva AHO, y manda sobre la de repeticion
           IF TIPO-CUENTA-CARGO = 3
               MOVE "CRE" TO MOV-REFERENCIA(28:3).
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "M" TO TRZ-TIPO-W.
               GO TO PSYS-ERR.

           MOVE CUENTA-BASE       TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO CTA-EXISTE-SW
           NOT INVALID KEY



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
       *> ABONADO EN CUENTA, NO CUENTA COMO DISPONIBLE
       CONSULTA-RETENIDO-PEND.
           MOVE 0 TO CENT-RETENIDO-PEND.
           *> Las retenciones son de ingresos en la corriente: no
           *> restan nada del credito
           IF TIPO-CUENTA-CARGO = 3
               GO TO CONSULTA-RETENIDO-PEND-FIN.

           OPEN INPUT RETENCIONES.
           IF FSRT <> 00
       RESOLVER-CUENTA-BASE-FIN.
           EXIT.

       *> SI LA CUENTA BASE TIENE CREDITO ACTIVO (CREDITOS.UBD) Y SU
       *> CUENTA DE CREDITO EXISTE, LA RETIRADA SE CARGA EN ESTA Y LA
       *> LIQUIDA LUEGO LIQUIDAR_CREDITO CONTRA LA CORRIENTE
       RESOLVER-CUENTA-CARGO.
           MOVE 1 TO TIPO-CUENTA-CARGO.
           OPEN INPUT CREDITOS.
           IF FSCR <> 00
               CLOSE CREDITOS
               GO TO RESOLVER-CUENTA-CARGO-FIN.
           MOVE CUENTA-BASE TO CRD-TARJETA.
           READ CREDITOS INVALID KEY
               CLOSE CREDITOS
               GO TO RESOLVER-CUENTA-CARGO-FIN.
           CLOSE CREDITOS.
           IF NOT CRD-ACTIVO
               GO TO RESOLVER-CUENTA-CARGO-FIN.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO RESOLVER-CUENTA-CARGO-FIN.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 3           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO RESOLVER-CUENTA-CARGO-FIN.
           CLOSE CUENTAS.
           IF CUENTA-OPERATIVA
               MOVE 3 TO TIPO-CUENTA-CARGO.
       RESOLVER-CUENTA-CARGO-FIN.
           EXIT.

       *> DEJA EN MOV-REFERENCIA LA TARJETA OPERANTE CUANDO NO ES LA
       *> PROPIETARIA DE LA CUENTA, PARA QUE LAS RECLAMACIONES SIGAN
       *> SIENDO TRAZABLES
       CONFIRMAR-INTENCION-FIN.
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
               CLOSE CUENTAS
               GO TO COMPROBAR-DUPLICADO-FIN.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO COMPROBAR-DUPLICADO-FIN.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO RELEER-SALDO-BLOQ-FIN.
