       PROGRAM-ID. BANK15.
       *> Recarga de movil desde el cajero: el cliente elige el
       *> operador, teclea el numero de telefono y el importe, y la
       *> recarga se cobra de su cuenta corriente (o de la de credito,
       *> si la tarjeta lo tiene) igual que una retirada de BANK4,
       *> quedando ademas registrada la venta en
       *> recargas.ubd con referencia a su movimiento para que el
       *> batch LIQUIDAR_RECARGAS pueda liquidar con cada operador
       *> (ver operadores_movil.ubd).
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSCR.

       DATA DIVISION.
       FILE SECTION.

               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-CREDITO   VALUE 3.
                   88 CTA-AHORRO    VALUE 2.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
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
       *> Cuenta sobre la que se carga la recarga: la corriente (1)
       *> o, si la tarjeta tiene credito activo, la de credito (3)
       77 TIPO-CUENTA-CARGO        PIC  9(1) VALUE 1.
       *> Traza unica de la operacion (ver CONSULTA_TRAZA): todos
       *> los registros que deja la misma operacion cuelgan de ella
       77 FSTZ                     PIC  X(2).
       77 FSSEC                     PIC   X(2).
       77 FSR                       PIC   X(2).

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
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           PERFORM RESOLVER-CUENTA-CARGO
               THRU RESOLVER-CUENTA-CARGO-FIN.

           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO TEXTO-PANTALLA.
           MOVE 1 TO TEXTO-ID.
           DISPLAY MINUTOS AT LINE 4 COL 47.

       PREPARAR-OPERADORES.
           *> El titular puede haber apagado las recargas de movil
           MOVE "R" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               GO TO USO-NO-PERMITIDO.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O OPERADORES-MOVIL CLOSE OPERADORES-MOVIL.

               GO TO PSYS-ERR.

           MOVE TNUM TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO SALDO-INSUFICIENTE.
                  " Op " DELIMITED BY SIZE
                  OPERADOR-USUARIO DELIMITED BY SIZE
             INTO MOV-REFERENCIA.
           *> El apunte de la cuenta de credito lleva su marca, como
           *> el de ahorro lleva AHO
           IF TIPO-CUENTA-CARGO = 3
               MOVE "CRE" TO MOV-REFERENCIA(28:3).

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL

               GO TO PSYS-ERR.

           MOVE TNUM              TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO CTA-EXISTE-SW
           NOT INVALID KEY
           MOVE 0350 TO OPM-COMISION-X10000.
           WRITE OPERADOR-MOVIL-REG INVALID KEY CONTINUE.

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
           CLOSE OPERADORES-MOVIL.
           CLOSE RECARGAS.
           ELSE
               GO TO EXIT-ENTER.

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
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CTA-TARJETA.
           MOVE TIPO-CUENTA-CARGO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO RELEER-SALDO-BLOQ-FIN.
       RELEER-SALDO-BLOQ-FIN.
           EXIT.

      *> SI LA TARJETA TIENE CREDITO ACTIVO (CREDITOS.UBD) Y SU
      *> CUENTA DE CREDITO EXISTE, LA RECARGA SE CARGA EN ESTA, IGUAL
      *> QUE LAS RETIRADAS DE BANK4
       RESOLVER-CUENTA-CARGO.
           MOVE 1 TO TIPO-CUENTA-CARGO.
           OPEN INPUT CREDITOS.
           IF FSCR <> 00
               CLOSE CREDITOS
               GO TO RESOLVER-CUENTA-CARGO-FIN.
           MOVE TNUM TO CRD-TARJETA.
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
           MOVE TNUM TO CTA-TARJETA.
           MOVE 3    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO RESOLVER-CUENTA-CARGO-FIN.
           CLOSE CUENTAS.
           IF CUENTA-OPERATIVA
               MOVE 3 TO TIPO-CUENTA-CARGO.
       RESOLVER-CUENTA-CARGO-FIN.
           EXIT.

      *> SACA DE SECUENCIAS LA TRAZA UNICA DE LA OPERACION EN CURSO;
      *> CADA REGISTRO QUE DEJE LA OPERACION SE CUELGA DE ELLA EN
      *> TRAZAS.UBD (VER CONSULTA_TRAZA)
