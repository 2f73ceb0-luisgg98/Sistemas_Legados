       *> reparacion para poder devolverlos en vez de perderlos. Se
       *> ejecuta de forma independiente (no se llama desde el menu
       *> del cajero).
       *> El nombre del remitente se criba contra las listas de
       *> sanciones (CRIBAR_NOMBRE): con coincidencia el abono no se
       *> aplica y queda retenido en su caso de casos_cribado.ubd,
       *> con la cuenta destino y el importe, hasta que la sucursal lo
       *> libere (y se abone entonces) o lo bloquee en REVISAR_CRIBADO.
       *> Cada fichero aceptado se anota como posicion con la red
       *> (POSICION_RED: operaciones e importe a abonar) para casarlo
       *> con el extracto de liquidacion en CONCILIAR_RED.
       *> Un abono aplicado con NOMINA en la referencia es una nomina
       *> de otra entidad: se anota en NOMINA_RECIBIDA con el
       *> remitente como pagador, que ademas recupera el anticipo de
       *> nomina vivo de la cuenta (ver BANK42).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.
               88 CUENTA-CERRADA    VALUE 3.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
       77 CNT-LEIDOS               PIC  9(7) VALUE 0.
       77 CNT-ABONADOS             PIC  9(7) VALUE 0.
       77 CNT-REPARACION           PIC  9(7) VALUE 0.
       77 CNT-RETENIDOS            PIC  9(7) VALUE 0.
       77 CNT-NOMINAS              PIC  9(7) VALUE 0.
       77 CNT-RECUPERADOS          PIC  9(7) VALUE 0.
       77 MARCAS-NOMINA            PIC  9(2).
       77 REFERENCIA-MAYUS         PIC X(30).
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

       *> Peticion a NOMINA_RECIBIDA (ver su cabecera)
       01 PETICION-NOMINA.
           02 PNR-TARJETA           PIC 9(16).
           02 PNR-TIPO              PIC  9(1).
           02 PNR-FECHA             PIC  9(8).
           02 PNR-PAGADOR           PIC X(30).
           02 PNR-CENT              PIC  9(9).
           02 PNR-ORIGEN            PIC  X(1).
           02 PNR-MOV-NUM           PIC 9(35).
           02 PNR-TERMINAL          PIC  9(3).
           02 PNR-CENT-RECUPERADO   PIC  9(9).
           02 PNR-RESULTADO         PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               MOVE 8 TO RETURN-CODE
               GOBACK.

           *> La red abona el fichero entero, se pueda aplicar cada
           *> abono o quede en reparacion o retenido: el total de la
           *> pasada de control queda en la posicion para conciliarlo
           IF CNT-CTL > 0
               MOVE FECHA-ACTUAL-CARGA TO PR-FECHA
               MOVE "entrada"          TO PR-FICHERO
               MOVE CAB-SEC            TO PR-SECUENCIA
               MOVE "RECIBIR_TRANSFEXT" TO PR-PROGRAMA
               MOVE CNT-CTL            TO PR-OPERACIONES
               MOVE CENT-CTL           TO PR-CENT
               CALL "POSICION_RED" USING PETICION-POSICION
           END-IF.

           OPEN INPUT ENTRADA.
           IF FSEN <> 00
               GO TO FIN.
           IF CENT-IMPORTE = 0
               GO TO ABONO-A-REPARACION.

           *> Cribado del remitente: con coincidencia el abono queda
           *> retenido en su caso y no se aplica
           INITIALIZE PETICION-CRIBADO.
           MOVE ENT-REMITENTE      TO PCR-NOMBRE.
           MOVE "E"                TO PCR-ORIGEN.
           MOVE TARJETA-DESTINO    TO PCR-TARJETA.
           MOVE TIPO-DESTINO       TO PCR-TIPO-CTA.
           MOVE CENT-IMPORTE       TO PCR-CENT-IMPORTE.
           MOVE ENT-REFERENCIA     TO PCR-REFERENCIA.
           MOVE FECHA-ACTUAL-CARGA TO PCR-FECHA.
           CALL "CRIBAR_NOMBRE" USING PETICION-CRIBADO
               RESPUESTA-CRIBADO.
           IF RCR-COINCIDENCIA
               GO TO ABONO-RETENIDO.

           PERFORM ABONAR-DESTINO THRU ABONAR-DESTINO-FIN.

           IF IBAN-ENCONTRADO = 0

           ADD 1 TO CNT-ABONADOS.

           PERFORM COMPROBAR-NOMINA THRU COMPROBAR-NOMINA-FIN.

           GO TO LEER-ENTRADA.

      *> UN ABONO CON NOMINA EN LA REFERENCIA (EN MAYUSCULAS O NO)
      *> ES UNA NOMINA PAGADA DESDE OTRA ENTIDAD
       COMPROBAR-NOMINA.
           MOVE ENT-REFERENCIA TO REFERENCIA-MAYUS.
           INSPECT REFERENCIA-MAYUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO MARCAS-NOMINA.
           INSPECT REFERENCIA-MAYUS TALLYING MARCAS-NOMINA
               FOR ALL "NOMINA".
           IF MARCAS-NOMINA = 0
               GO TO COMPROBAR-NOMINA-FIN.

           ADD 1 TO CNT-NOMINAS.
           INITIALIZE PETICION-NOMINA.
           MOVE TARJETA-DESTINO    TO PNR-TARJETA.
           MOVE TIPO-DESTINO       TO PNR-TIPO.
           MOVE FECHA-ACTUAL-CARGA TO PNR-FECHA.
           MOVE ENT-REMITENTE      TO PNR-PAGADOR.
           MOVE CENT-IMPORTE       TO PNR-CENT.
           MOVE "T"                TO PNR-ORIGEN.
           MOVE LAST-MOV-NUM       TO PNR-MOV-NUM.
           MOVE TERMINAL-ACTUAL    TO PNR-TERMINAL.
           CALL "NOMINA_RECIBIDA" USING PETICION-NOMINA.
           IF PNR-CENT-RECUPERADO > 0
               ADD 1 TO CNT-RECUPERADOS.
       COMPROBAR-NOMINA-FIN.
           EXIT.

       *> EL DIRECTORIO iban.ubd ESTA CLAVEADO POR CUENTA, ASI QUE LA
       *> BUSQUEDA POR IBAN ES UN RECORRIDO SECUENCIAL, IGUAL QUE EL
       *> RESTO DE BUSQUEDAS SIN CLAVE DE ESTE SISTEMA
               CLOSE CUENTAS
               GO TO ABONAR-DESTINO-FIN.

           *> Una cuenta cancelada (ver GESTION_CIERRES) ya no admite
           *> abonos: va a reparacion para devolverlo al ordenante
           IF CUENTA-CERRADA
               MOVE 0 TO IBAN-ENCONTRADO
               CLOSE CUENTAS
               GO TO ABONAR-DESTINO-FIN.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)

           GO TO LEER-ENTRADA.

       ABONO-RETENIDO.
           ADD 1 TO CNT-RETENIDOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Abono retenido para cribado, caso " DELIMITED BY SIZE
               RCR-CASO DELIMITED BY SIZE
               " IBAN: " DELIMITED BY SIZE
               ENT-IBAN DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-ENTRADA.

       *> EL FICHERO DE LA CAMARA SE VACIA TRAS PROCESARLO ENTERO:
       *> UNA REEJECUCION NO DEBE ABONAR DOS VECES LOS MISMOS APUNTES
       VACIAR-ENTRADA.
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RETENIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Abonos retenidos para cribado: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-NOMINAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Abonos de nomina: " DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RECUPERADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Anticipos de nomina recuperados: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

