       *> liquidada o rechazada. Se ejecuta de forma independiente
       *> (no se llama desde el menu del cajero), normalmente dentro
       *> de la cadena nocturna.
       *> Antes de volcar cada orden se criba el nombre del
       *> beneficiario contra las listas de sanciones (CRIBAR_NOMBRE):
       *> con coincidencia la orden no sale, queda retenida para
       *> cribado con su caso abierto y la sucursal decide en
       *> REVISAR_CRIBADO si se libera o se bloquea.
       *> Las transferencias internacionales en divisa (las que
       *> tienen sus datos en divisa en transfext_div.ubd, ver BANK6)
       *> no van a la red de compensacion: salen en su propio fichero
       *> de pagos internacionales (pagos_internacionales.txt), con
       *> cuenta, BIC y banco del beneficiario, divisa, importe en
       *> divisa y opcion de gastos, y su propia cabecera y pie.
       *> Al cerrar el fichero de intercambio se anota su posicion con
       *> la red (POSICION_RED: operaciones e importe a cargar) para
       *> casarla con el extracto de liquidacion en CONCILIAR_RED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL TRANSFEXT-DIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDV-NUM
           FILE STATUS IS FSTD.

           SELECT OPTIONAL PAGOS-INTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPI.

           SELECT OPTIONAL CONTROLCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               88 TEXT-LIQUIDADA    VALUE 3.
               88 TEXT-RECHAZADA    VALUE 4.
               88 TEXT-DEVUELTA     VALUE 5.
               88 TEXT-RETENIDA-CRIBADO  VALUE 6.
               88 TEXT-BLOQUEADA-CRIBADO VALUE 7.
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

           02 IC-FECHA-LIQUID       PIC  9(8).
           02 IC-REFERENCIA         PIC  X(30).

       *> Datos en divisa de las transferencias internacionales,
       *> con la misma clave que transfext.ubd
       FD TRANSFEXT-DIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext_div.ubd".
       01 TRANSFEXT-DIV-REG.
           02 TDV-NUM               PIC 9(35).
           02 TDV-CUENTA-DST        PIC X(34).
           02 TDV-BIC               PIC X(11).
           02 TDV-DIR-BANCO         PIC X(35).
           02 TDV-MONEDA            PIC  X(3).
           02 TDV-CENT-PEDIDO       PIC 9(11).
           02 TDV-CENT-DIVISA       PIC 9(11).
           02 TDV-CAMBIO-X10000     PIC  9(8).
           02 TDV-CENT-EUROS        PIC  9(9).
           02 TDV-GASTOS            PIC  X(3).
               88 TDV-GASTOS-OUR    VALUE "OUR".
               88 TDV-GASTOS-SHA    VALUE "SHA".
               88 TDV-GASTOS-BEN    VALUE "BEN".
           02 TDV-CENT-COMISION     PIC  9(9).
           02 TDV-FECHA-ALTA        PIC  9(8).
           02 TDV-FECHA-DEVOL       PIC  9(8).
           02 TDV-CAMBIO-DEVOL      PIC  9(8).
           02 TDV-CENT-REABONO      PIC  9(9).

       *> FORMATO FIJO DEL FICHERO DE PAGOS INTERNACIONALES PARA EL
       *> CORRESPONSAL: NUMERO DE ORDEN, CUENTA, BIC Y DIRECCION DEL
       *> BANCO, BENEFICIARIO, DIVISA, IMPORTE EN CENTIMOS DE DIVISA
       *> (YA NETO DE COMISION CON GASTOS BEN), OPCION DE GASTOS,
       *> FECHAS Y REFERENCIA
       FD PAGOS-INTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pagos_internacionales.txt".
       01 LINEA-CONTROL-PI            PIC X(80).
       01 PAGO-INTL-REG.
           02 PI-TEXT-NUM           PIC  9(35).
           02 PI-CUENTA-DST         PIC  X(34).
           02 PI-BIC                PIC  X(11).
           02 PI-DIR-BANCO          PIC  X(35).
           02 PI-NOMBRE-DST         PIC  X(30).
           02 PI-MONEDA             PIC   X(3).
           02 PI-IMPORTE-DIV        PIC  9(11).
           02 PI-GASTOS             PIC   X(3).
           02 PI-FECHA-ORDEN        PIC   9(8).
           02 PI-FECHA-ENVIO        PIC   9(8).
           02 PI-FECHA-VALOR        PIC   9(8).
           02 PI-REFERENCIA         PIC  X(30).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       77 CENT-TOTAL-CTL           PIC  9(11) VALUE 0.

       77 FSTX                     PIC  X(2).
       77 FSTD                     PIC  X(2).
       77 FSPI                     PIC  X(2).
       77 CNT-INTERNACIONALES      PIC  9(7) VALUE 0.
       77 CNT-DETALLE-PI           PIC  9(7) VALUE 0.
       77 CENT-TOTAL-PI            PIC  9(13) VALUE 0.
       77 FSIC                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
       77 CNT-ENVIADAS             PIC  9(7) VALUE 0.
       77 CNT-RETENIDAS            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       *> Anotacion del fichero en la posicion con la red (ver
       *> POSICION_RED y CONCILIAR_RED)
       01 PETICION-POSICION.
           02 PR-FECHA              PIC  9(8).
           02 PR-FICHERO            PIC X(12).
           02 PR-SECUENCIA          PIC  9(6).
           02 PR-PROGRAMA           PIC X(20).
           02 PR-OPERACIONES        PIC  9(7).
           02 PR-CENT               PIC S9(13).
           02 PR-RESULTADO          PIC  X(1).

       *> Peticion y respuesta de CRIBAR_NOMBRE
       01 PETICION-CRIBADO.
           02 PCR-NOMBRE            PIC X(30).
           02 PCR-ORIGEN            PIC  X(1).
           02 PCR-CLAVE             PIC 9(35).
           02 PCR-TARJETA           PIC 9(16).
           02 PCR-TIPO-CTA          PIC  9(1).
           02 PCR-CENT-IMPORTE      PIC  9(9).
           02 PCR-REFERENCIA        PIC X(30).
           02 PCR-FECHA             PIC  9(8).
       01 RESPUESTA-CRIBADO.
           02 RCR-RESULTADO         PIC  9(1).
               88 RCR-COINCIDENCIA  VALUES 1 2.
           02 RCR-CASO              PIC  9(9).
           02 RCR-CASO-NUEVO        PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
             INTO LINEA-CONTROL-IC.
           WRITE LINEA-CONTROL-IC.

       PAGOS-INTL-OPEN.
           *> El fichero de pagos internacionales tambien se regenera
           *> en cada ejecucion, con su propia secuencia de salida
           OPEN OUTPUT PAGOS-INTL.
           IF FSPI <> 00 AND FSPI <> 05
               GO TO FIN.

           MOVE "pagosintl" TO CCA-FICHERO.
           PERFORM OBTENER-SEC-SALIDA
               THRU OBTENER-SEC-SALIDA-FIN.
           MOVE SPACES TO LINEA-CONTROL-PI.
           STRING "CAB|UNIZARBANK|" DELIMITED BY SIZE
                  FECHA-ENVIO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SEC-SALIDA-W DELIMITED BY SIZE
             INTO LINEA-CONTROL-PI.
           WRITE LINEA-CONTROL-PI.

       TRANSFEXT-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O TRANSFEXT CLOSE TRANSFEXT.
           IF FSTX <> 00
               GO TO FIN.

           *> Sin el fichero de datos en divisa no se distinguiria una
           *> internacional de una SEPA: no se envia nada
           OPEN I-O TRANSFEXT-DIV CLOSE TRANSFEXT-DIV.
           OPEN INPUT TRANSFEXT-DIV.
           IF FSTD <> 00
               GO TO FIN.

       LEER-TRANSFEXT.
           READ TRANSFEXT NEXT RECORD AT END GO TO FIN.


           ADD 1 TO CNT-PENDIENTES.

           *> Cribado del beneficiario: con coincidencia la orden se
           *> retiene hasta que la sucursal resuelva el caso
           INITIALIZE PETICION-CRIBADO.
           MOVE TEXT-NOMBRE-DST  TO PCR-NOMBRE.
           MOVE "S"              TO PCR-ORIGEN.
           MOVE TEXT-NUM         TO PCR-CLAVE.
           MOVE TEXT-TARJETA-ORD TO PCR-TARJETA.
           COMPUTE PCR-CENT-IMPORTE =
               (FUNCTION ABS(TEXT-IMPORTE-ENT) * 100)
               + TEXT-IMPORTE-DEC.
           MOVE TEXT-REFERENCIA  TO PCR-REFERENCIA.
           MOVE FECHA-ENVIO      TO PCR-FECHA.
           CALL "CRIBAR_NOMBRE" USING PETICION-CRIBADO
               RESPUESTA-CRIBADO.
           IF RCR-COINCIDENCIA
               MOVE 6 TO TEXT-ESTADO
               REWRITE TRANSFEXT-REG INVALID KEY GO TO FIN
               END-REWRITE
               ADD 1 TO CNT-RETENIDAS
               GO TO LEER-TRANSFEXT.

           MOVE TEXT-NUM TO TDV-NUM.
           READ TRANSFEXT-DIV
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO VOLCAR-PAGO-INTL
           END-READ.

           MOVE TEXT-NUM        TO IC-TEXT-NUM.
           MOVE TEXT-IBAN-DST   TO IC-IBAN-DST.
           MOVE TEXT-NOMBRE-DST TO IC-NOMBRE-DST.

           GO TO LEER-TRANSFEXT.

       VOLCAR-PAGO-INTL.
           MOVE TEXT-NUM        TO PI-TEXT-NUM.
           MOVE TDV-CUENTA-DST  TO PI-CUENTA-DST.
           MOVE TDV-BIC         TO PI-BIC.
           MOVE TDV-DIR-BANCO   TO PI-DIR-BANCO.
           MOVE TEXT-NOMBRE-DST TO PI-NOMBRE-DST.
           MOVE TDV-MONEDA      TO PI-MONEDA.
           MOVE TDV-CENT-DIVISA TO PI-IMPORTE-DIV.
           MOVE TDV-GASTOS      TO PI-GASTOS.
           COMPUTE PI-FECHA-ORDEN = (TEXT-ANO * 10000)
                                  + (TEXT-MES * 100)
                                  + TEXT-DIA.
           MOVE FECHA-ENVIO     TO PI-FECHA-ENVIO.
           MOVE FECHA-LIQUID    TO PI-FECHA-VALOR.
           MOVE TEXT-REFERENCIA TO PI-REFERENCIA.
           WRITE PAGO-INTL-REG.

           MOVE 2           TO TEXT-ESTADO.
           MOVE FECHA-ENVIO TO TEXT-FECHA-ENVIO.
           REWRITE TRANSFEXT-REG INVALID KEY GO TO FIN.

           *> El total del pie mezcla divisas: es una suma de control
           *> de los importes del fichero, no un importe
           ADD 1 TO CNT-INTERNACIONALES.
           ADD 1 TO CNT-DETALLE-PI.
           ADD TDV-CENT-DIVISA TO CENT-TOTAL-PI.

           GO TO LEER-TRANSFEXT.

       FIN.
           CLOSE TRANSFEXT.
           CLOSE TRANSFEXT-DIV.

           IF FSPI = 00 OR FSPI = 05
               MOVE SPACES TO LINEA-CONTROL-PI
               STRING "PIE|" DELIMITED BY SIZE
                      CNT-DETALLE-PI DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      CENT-TOTAL-PI DELIMITED BY SIZE
                 INTO LINEA-CONTROL-PI
               WRITE LINEA-CONTROL-PI
           END-IF.
           CLOSE PAGOS-INTL.

           *> Pie de control: recuento y total en centimos
           IF FSIC = 00 OR FSIC = 05
           END-IF.
           CLOSE INTERCAMBIO.

           *> Lo que sale en el fichero lo carga la red en la
           *> liquidacion: queda en la posicion para conciliarlo
           IF (FSIC = 00 OR FSIC = 05) AND CNT-DETALLE-CTL > 0
               MOVE FECHA-ENVIO     TO PR-FECHA
               MOVE "intercambio"   TO PR-FICHERO
               MOVE SEC-SALIDA-W    TO PR-SECUENCIA
               MOVE "ENVIAR_TRANSFEXT" TO PR-PROGRAMA
               MOVE CNT-DETALLE-CTL TO PR-OPERACIONES
               COMPUTE PR-CENT = - CENT-TOTAL-CTL
               CALL "POSICION_RED" USING PETICION-POSICION
           END-IF.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-INTERNACIONALES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ordenes internacionales enviadas: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RETENIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ordenes retenidas para cribado: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

