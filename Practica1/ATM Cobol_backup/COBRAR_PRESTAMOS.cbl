       *> personales (prestamos.ubd) cuyo dia de pago coincide con la
       *> fecha de negocio: cada cuota se desglosa en dos movimientos
       *> de cargo, la amortizacion de capital y los intereses, con la
       *> traza del prestamo en la referencia. La cuota solo se cobra
       *> hasta el saldo positivo de la cuenta corriente (primero los
       *> intereses, luego el capital): lo que no alcanza queda como
       *> impagado en impagos.ubd contra el PRE-NUM, con sus dias de
       *> vencido y el recargo de demora del cuadro de tarifas
       *> (operacion DEMORAPRE), en lugar de llevar la cuenta a un
       *> descubierto que no se distinguiria del ordinario. Antes de
       *> cobrar las cuotas del dia, cada ejecucion aplica el saldo
       *> disponible a los impagados pendientes, el mas antiguo de
       *> cada tarjeta primero (cuota y despues recargo). Un prestamo
       *> con todo el capital vencido no se da por liquidado hasta
       *> que no le queda ningun impagado. El envejecimiento de la
       *> cartera lo saca INFORME_IMPAGOS. Forma parte del plan de
       *> CADENA_NOCTURNA. La proteccion contra la doble ejecucion
       *> del mismo dia y el rearranque a mitad de fichero van en el
       *> registro de checkpoint comun (REGISTRO_CHECKPOINT, clave
       *> programa + fecha): se graba cada impagado y cada prestamo
       *> tratado, con la pasada en curso ("I" impagos, "P"
       *> prestamos) delante de la clave, y al relanzar se sigue tras
       *> el ultimo grabado con los totales del informe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL IMPAGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMP-CLAVE
           FILE STATUS IS FSIM.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
               88 CAJERO-EN-SERVICIO    VALUE 1.
               88 CAJERO-FUERA-SERVICIO VALUE 2.

       *> Cuotas vencidas y no cobradas (o cobradas en parte). La
       *> clave tarjeta + fecha de vencimiento + prestamo hace que el
       *> recorrido secuencial de una tarjeta salga del impagado mas
       *> antiguo al mas reciente
       FD IMPAGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "impagos.ubd".
       01 IMPAGO-REG.
           02 IMP-CLAVE.
               03 IMP-TARJETA       PIC 9(16).
               03 IMP-FECHA-VTO     PIC  9(8).
               03 IMP-PRESTAMO      PIC  9(9).
           02 IMP-CUOTA-NUM         PIC  9(3).
           *> Importe que quedo sin cobrar el dia del vencimiento
           02 IMP-CENT-ORIGINAL     PIC  9(9).
           *> Lo que aun se debe de la cuota, por partes
           02 IMP-CENT-CAPITAL      PIC  9(9).
           02 IMP-CENT-INTERES      PIC  9(9).
           02 IMP-CENT-DEMORA       PIC  9(7).
           02 IMP-DIAS-VENCIDO      PIC  9(4).
           02 IMP-FECHA-PAGO        PIC  9(8).
           02 IMP-ESTADO            PIC  9(1).
               88 IMP-PENDIENTE     VALUE 1.
               88 IMP-SALDADO       VALUE 2.

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFA-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION     PIC X(10).
               03 TAR-CLASE         PIC  9(2).
           02 TAR-FIJO-CENT         PIC  9(7).
           02 TAR-PCT-X10000        PIC  9(4).
           02 TAR-MIN-CENT          PIC  9(7).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_prestamos.ubd".
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 FSIM                     PIC  X(2).
       77 FSTA                     PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).
       77 CTA-EXISTE-SW            PIC  X(1).
       77 REFERENCIA-PRE           PIC  X(30).
       77 PRE-NUM-GUARDADO         PIC  9(9).
       77 TARJETA-CARGO            PIC 9(16).
       77 CENT-DISPONIBLE          PIC S9(11).
       77 CENT-PAGO-INTERES        PIC S9(9).
       77 CENT-PAGO-AMORTIZACION   PIC S9(9).
       77 CENT-IMPAGADO            PIC S9(9).
       77 IMPAGO-PRESTAMO-SW       PIC  X(1).

       77 TARIFA-OPERACION         PIC  X(10).
       77 TARIFA-CLASE             PIC   9(2).
       77 CENT-BASE-TARIFA         PIC   9(9).
       77 CENT-COMISION-TARIFA     PIC   9(9).

       77 MSJ-AMORTIZACION         PIC X(35)
           VALUE "Cuota prestamo amortizacion".
       77 MSJ-INTERESES            PIC X(35)
           VALUE "Cuota prestamo intereses".
       77 MSJ-DEMORA               PIC X(35)
           VALUE "Comision demora prestamo".

       77 CNT-VIVOS                PIC  9(7) VALUE 0.
       77 CNT-COBRADAS             PIC  9(7) VALUE 0.
       77 CNT-LIQUIDADOS           PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 CENT-TOTAL-COBRADO       PIC S9(11) VALUE 0.
       77 CNT-IMPAGADAS            PIC  9(7) VALUE 0.
       77 CNT-RECUPERADOS          PIC  9(7) VALUE 0.
       77 CENT-TOTAL-IMPAGADO      PIC S9(11) VALUE 0.
       77 CENT-TOTAL-RECUPERADO    PIC S9(11) VALUE 0.
       77 TOTAL-ENT                PIC S9(9).
       77 TOTAL-DEC                PIC  9(2).
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

       *> Rearranque a mitad de fichero (ver REGISTRO_CHECKPOINT)
       01 PETICION-CHECKPOINT.
           02 PCK-OPERACION         PIC  X(1).
           02 PCK-PROGRAMA          PIC X(20).
           02 PCK-FECHA             PIC  9(8).
           02 PCK-CADA              PIC  9(5).
           02 PCK-PENDIENTES        PIC  9(5).
           02 PCK-SITUACION         PIC  X(1).
           02 PCK-DATOS.
               03 PCK-ULTIMA-CLAVE  PIC X(35).
               03 PCK-ULTIMA-NUM REDEFINES PCK-ULTIMA-CLAVE
                                    PIC  9(35).
               03 PCK-REGISTROS     PIC  9(9).
               03 PCK-CONTADOR      PIC  9(9) OCCURS 8 TIMES.
               03 PCK-IMPORTE       PIC S9(11)V9(2) OCCURS 4 TIMES.
           02 PCK-RESULTADO         PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

       CHECKPOINT-OPEN.
           *> Un dia terminado no se cobra dos veces; uno que cayo a
           *> medias sigue tras el ultimo registro grabado con sus
           *> totales. Al apuntar en cuentas se graba cada registro
           MOVE "I"                TO PCK-OPERACION.
           MOVE "COBRAR_PRESTAMOS" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO      TO PCK-FECHA.
           MOVE 1                  TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO YA-COBRADO.

           MOVE PCK-CONTADOR(1) TO CNT-VIVOS.
           MOVE PCK-CONTADOR(2) TO CNT-COBRADAS.
           MOVE PCK-CONTADOR(3) TO CNT-LIQUIDADOS.
           MOVE PCK-CONTADOR(4) TO CNT-IMPAGADAS.
           MOVE PCK-CONTADOR(5) TO CNT-RECUPERADOS.
           MOVE PCK-IMPORTE(1)  TO CENT-TOTAL-COBRADO.
           MOVE PCK-IMPORTE(2)  TO CENT-TOTAL-IMPAGADO.
           MOVE PCK-IMPORTE(3)  TO CENT-TOTAL-RECUPERADO.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR LINEA
           IF FSINF <> 00
               GO TO FIN-ERROR.

      *> PRIMERA PASADA: EL SALDO POSITIVO DE LA CUENTA CORRIENTE SE
      *> APLICA A LOS IMPAGADOS PENDIENTES, DEL MAS ANTIGUO AL MAS
      *> RECIENTE; LOS QUE SIGUEN SIN SALDAR ACTUALIZAN SUS DIAS DE
      *> VENCIDO
       IMPAGOS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O IMPAGOS CLOSE IMPAGOS.

           *> Relanzamiento ya en la segunda pasada: los impagados
           *> se recorrieron enteros
           IF PCK-SITUACION = "R" AND PCK-ULTIMA-CLAVE(1:1) = "P"
               GO TO PRESTAMOS-OPEN.

           OPEN I-O IMPAGOS.
           IF FSIM <> 00
               GO TO FIN-ERROR.

           IF PCK-SITUACION = "R" AND PCK-ULTIMA-CLAVE(1:1) = "I"
               MOVE PCK-ULTIMA-CLAVE(2:33) TO IMP-CLAVE
               START IMPAGOS KEY IS > IMP-CLAVE INVALID KEY
                   GO TO IMPAGOS-CLOSE
               END-START
           END-IF.

       LEER-IMPAGOS.
           READ IMPAGOS NEXT RECORD AT END GO TO IMPAGOS-CLOSE.

           IF NOT IMP-PENDIENTE
               GO TO LEER-IMPAGOS.

           PERFORM RECUPERAR-IMPAGO THRU RECUPERAR-IMPAGO-FIN.

           MOVE "I"       TO PCK-ULTIMA-CLAVE.
           MOVE IMP-CLAVE TO PCK-ULTIMA-CLAVE(2:33).
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-IMPAGOS.

       IMPAGOS-CLOSE.
           CLOSE IMPAGOS.

      *> SEGUNDA PASADA: CUOTAS DEL DIA
       PRESTAMOS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O PRESTAMOS CLOSE PRESTAMOS.
           IF FSPR <> 00
               GO TO FIN-ERROR.

           IF PCK-SITUACION = "R" AND PCK-ULTIMA-CLAVE(1:1) = "P"
               MOVE PCK-ULTIMA-CLAVE(2:9) TO PRE-NUM
               START PRESTAMOS KEY IS > PRE-NUM INVALID KEY
                   GO TO DIA-COBRADO
               END-START
           END-IF.

       LEER-PRESTAMOS.
           READ PRESTAMOS NEXT RECORD AT END GO TO DIA-COBRADO.

           IF NOT PRE-VIVO
               GO TO LEER-PRESTAMOS.

           ADD 1 TO CNT-VIVOS.

           *> Todo el capital ha vencido ya: no quedan cuotas que
           *> cobrar y el prestamo se cierra en cuanto no le quede
           *> ningun impagado
           IF PRE-CENT-PENDIENTE = 0
               PERFORM CERRAR-PRESTAMO-AL-CORRIENTE
                   THRU CERRAR-PRESTAMO-AL-CORRIENTE-FIN
               GO TO PRESTAMO-TRATADO.

           IF PRE-DIA-PAGO NOT = DIA
               GO TO PRESTAMO-TRATADO.

           PERFORM COBRAR-CUOTA THRU COBRAR-CUOTA-FIN.

       PRESTAMO-TRATADO.
           MOVE "P"     TO PCK-ULTIMA-CLAVE.
           MOVE PRE-NUM TO PCK-ULTIMA-CLAVE(2:9).
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-PRESTAMOS.

      *> LAS DOS PASADAS COMPLETAS: EL DIA QUEDA COBRADO
       DIA-COBRADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       COBRAR-CUOTA.
           *> Interes del mes sobre el capital vivo; el resto de la
           *> cuota fija amortiza capital. La ultima cuota se ajusta
               MOVE PRE-CENT-PENDIENTE TO CENT-AMORTIZACION.

           MOVE PRE-NUM TO PRE-NUM-GUARDADO.
           MOVE PRE-TARJETA TO TARJETA-CARGO.
           MOVE SPACES TO REFERENCIA-PRE.
           STRING "Prestamo " DELIMITED BY SIZE
                  PRE-NUM-GUARDADO DELIMITED BY SIZE
               WRITE LINEA-INFORME
               GO TO COBRAR-CUOTA-FIN.

           PERFORM CALCULAR-SALDO-CUENTA THRU CALCULAR-SALDO-CUENTA-FIN.

           *> Con lo disponible se pagan primero los intereses y
           *> despues el capital; el resto queda impagado
           MOVE CENT-INTERES TO CENT-PAGO-INTERES.
           IF CENT-PAGO-INTERES > CENT-DISPONIBLE
               MOVE CENT-DISPONIBLE TO CENT-PAGO-INTERES.
           SUBTRACT CENT-PAGO-INTERES FROM CENT-DISPONIBLE.

           MOVE CENT-AMORTIZACION TO CENT-PAGO-AMORTIZACION.
           IF CENT-PAGO-AMORTIZACION > CENT-DISPONIBLE
               MOVE CENT-DISPONIBLE TO CENT-PAGO-AMORTIZACION.
           SUBTRACT CENT-PAGO-AMORTIZACION FROM CENT-DISPONIBLE.

           IF CENT-PAGO-AMORTIZACION > 0
               MOVE CENT-PAGO-AMORTIZACION TO CENT-CARGO
               MOVE MSJ-AMORTIZACION  TO MOV-CONCEPTO
               PERFORM CARGAR-MOVIMIENTO-CUOTA
                   THRU CARGAR-MOVIMIENTO-CUOTA-FIN.

           IF CENT-PAGO-INTERES > 0
               MOVE CENT-PAGO-INTERES TO CENT-CARGO
               MOVE MSJ-INTERESES    TO MOV-CONCEPTO
               PERFORM CARGAR-MOVIMIENTO-CUOTA
                   THRU CARGAR-MOVIMIENTO-CUOTA-FIN.

           CLOSE CUENTAS.

           COMPUTE CENT-IMPAGADO =
               (CENT-AMORTIZACION - CENT-PAGO-AMORTIZACION)
               + (CENT-INTERES - CENT-PAGO-INTERES).
           IF CENT-IMPAGADO > 0
               PERFORM ANOTAR-IMPAGO THRU ANOTAR-IMPAGO-FIN.

       ACTUALIZAR-PRESTAMO.
           *> El capital de la cuota vence igualmente: si no se ha
           *> cobrado pasa a deberse en impagos.ubd, no en el prestamo
           SUBTRACT CENT-AMORTIZACION FROM PRE-CENT-PENDIENTE.
           ADD 1 TO PRE-CUOTAS-PAGADAS.
           IF PRE-CENT-PENDIENTE = 0 AND CENT-IMPAGADO = 0
               PERFORM COMPROBAR-IMPAGOS-PRESTAMO
                   THRU COMPROBAR-IMPAGOS-PRESTAMO-FIN
               IF IMPAGO-PRESTAMO-SW = "N"
                   MOVE 2 TO PRE-ESTADO
                   ADD 1 TO CNT-LIQUIDADOS
               END-IF
           END-IF.
           REWRITE PRESTAMO-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO CNT-COBRADAS.
           COMPUTE CENT-TOTAL-COBRADO = CENT-TOTAL-COBRADO
               + CENT-PAGO-AMORTIZACION + CENT-PAGO-INTERES.
       COBRAR-CUOTA-FIN.
           EXIT.

      *> SALDO DE LA CUENTA LEIDA EN CENTIMOS (CENT-SALDO-CTA) Y LO
      *> QUE DE EL PUEDE DESTINARSE AL PRESTAMO: SOLO EL SALDO
      *> POSITIVO, NUNCA EL DESCUBIERTO
       CALCULAR-SALDO-CUENTA.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           MOVE CENT-SALDO-CTA TO CENT-DISPONIBLE.
           IF CENT-DISPONIBLE < 0
               MOVE 0 TO CENT-DISPONIBLE.
       CALCULAR-SALDO-CUENTA-FIN.
           EXIT.

      *> DEJA CONSTANCIA DE LA PARTE NO COBRADA DE LA CUOTA DEL DIA,
      *> CON EL RECARGO DE DEMORA DEL CUADRO DE TARIFAS SOBRE LO
      *> IMPAGADO (SE COBRA CUANDO LA CUOTA QUEDA SALDADA)
       ANOTAR-IMPAGO.
           MOVE "DEMORAPRE"   TO TARIFA-OPERACION.
           MOVE 0             TO TARIFA-CLASE.
           MOVE CENT-IMPAGADO TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.

           OPEN I-O IMPAGOS.
           IF FSIM <> 00
               GO TO FIN-ERROR.
           MOVE PRE-TARJETA   TO IMP-TARJETA.
           MOVE FECHA-PROCESO TO IMP-FECHA-VTO.
           MOVE PRE-NUM       TO IMP-PRESTAMO.
           COMPUTE IMP-CUOTA-NUM = PRE-CUOTAS-PAGADAS + 1.
           MOVE CENT-IMPAGADO TO IMP-CENT-ORIGINAL.
           COMPUTE IMP-CENT-CAPITAL =
               CENT-AMORTIZACION - CENT-PAGO-AMORTIZACION.
           COMPUTE IMP-CENT-INTERES =
               CENT-INTERES - CENT-PAGO-INTERES.
           MOVE CENT-COMISION-TARIFA TO IMP-CENT-DEMORA.
           MOVE 0             TO IMP-DIAS-VENCIDO.
           MOVE 0             TO IMP-FECHA-PAGO.
           MOVE 1             TO IMP-ESTADO.
           WRITE IMPAGO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE IMPAGOS.

           ADD 1 TO CNT-IMPAGADAS.
           ADD CENT-IMPAGADO TO CENT-TOTAL-IMPAGADO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Prestamo " DELIMITED BY SIZE
                  PRE-NUM-GUARDADO DELIMITED BY SIZE
                  ": cuota impagada por falta de saldo"
                  DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ANOTAR-IMPAGO-FIN.
           EXIT.

      *> APLICA EL SALDO DISPONIBLE DE LA TARJETA AL IMPAGADO LEIDO
      *> (FICHERO IMPAGOS ABIERTO): INTERESES, CAPITAL Y POR ULTIMO
      *> EL RECARGO DE DEMORA. AL QUEDAR TODO A CERO SE DA POR SALDADO
       RECUPERAR-IMPAGO.
           COMPUTE IMP-DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(IMP-FECHA-VTO).

           MOVE IMP-TARJETA  TO TARJETA-CARGO.
           MOVE IMP-PRESTAMO TO PRE-NUM-GUARDADO.
           MOVE SPACES TO REFERENCIA-PRE.
           STRING "Prestamo " DELIMITED BY SIZE
                  PRE-NUM-GUARDADO DELIMITED BY SIZE
             INTO REFERENCIA-PRE.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE IMP-TARJETA TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO CTA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CTA-EXISTE-SW
           END-READ.
           IF CTA-EXISTE-SW = "N"
               CLOSE CUENTAS
               GO TO RECUPERAR-IMPAGO-ANOTAR.

           PERFORM CALCULAR-SALDO-CUENTA THRU CALCULAR-SALDO-CUENTA-FIN.
           IF CENT-DISPONIBLE = 0
               CLOSE CUENTAS
               GO TO RECUPERAR-IMPAGO-ANOTAR.

           MOVE IMP-CENT-INTERES TO CENT-CARGO.
           IF CENT-CARGO > CENT-DISPONIBLE
               MOVE CENT-DISPONIBLE TO CENT-CARGO.
           IF CENT-CARGO > 0
               SUBTRACT CENT-CARGO FROM CENT-DISPONIBLE
               SUBTRACT CENT-CARGO FROM IMP-CENT-INTERES
               ADD CENT-CARGO TO CENT-TOTAL-RECUPERADO
               MOVE MSJ-INTERESES TO MOV-CONCEPTO
               PERFORM CARGAR-MOVIMIENTO-CUOTA
                   THRU CARGAR-MOVIMIENTO-CUOTA-FIN.

           MOVE IMP-CENT-CAPITAL TO CENT-CARGO.
           IF CENT-CARGO > CENT-DISPONIBLE
               MOVE CENT-DISPONIBLE TO CENT-CARGO.
           IF CENT-CARGO > 0
               SUBTRACT CENT-CARGO FROM CENT-DISPONIBLE
               SUBTRACT CENT-CARGO FROM IMP-CENT-CAPITAL
               ADD CENT-CARGO TO CENT-TOTAL-RECUPERADO
               MOVE MSJ-AMORTIZACION TO MOV-CONCEPTO
               PERFORM CARGAR-MOVIMIENTO-CUOTA
                   THRU CARGAR-MOVIMIENTO-CUOTA-FIN.

           *> El recargo solo se toma cuando la cuota ya esta cubierta
           IF IMP-CENT-INTERES = 0 AND IMP-CENT-CAPITAL = 0
               MOVE IMP-CENT-DEMORA TO CENT-CARGO
               IF CENT-CARGO > CENT-DISPONIBLE
                   MOVE CENT-DISPONIBLE TO CENT-CARGO
               END-IF
               IF CENT-CARGO > 0
                   SUBTRACT CENT-CARGO FROM CENT-DISPONIBLE
                   SUBTRACT CENT-CARGO FROM IMP-CENT-DEMORA
                   ADD CENT-CARGO TO CENT-TOTAL-RECUPERADO
                   MOVE MSJ-DEMORA TO MOV-CONCEPTO
                   PERFORM CARGAR-MOVIMIENTO-CUOTA
                       THRU CARGAR-MOVIMIENTO-CUOTA-FIN
               END-IF
           END-IF.

           CLOSE CUENTAS.

           IF IMP-CENT-INTERES = 0 AND IMP-CENT-CAPITAL = 0
                                   AND IMP-CENT-DEMORA = 0
               MOVE 2             TO IMP-ESTADO
               MOVE FECHA-PROCESO TO IMP-FECHA-PAGO
               ADD 1 TO CNT-RECUPERADOS.

       RECUPERAR-IMPAGO-ANOTAR.
           REWRITE IMPAGO-REG INVALID KEY GO TO FIN-ERROR.
       RECUPERAR-IMPAGO-FIN.
           EXIT.

      *> PRESTAMO SIN CAPITAL PENDIENTE (LEIDO EN PRESTAMOS): SI YA
      *> NO LE QUEDA NINGUN IMPAGADO SE DA POR LIQUIDADO
       CERRAR-PRESTAMO-AL-CORRIENTE.
           PERFORM COMPROBAR-IMPAGOS-PRESTAMO
               THRU COMPROBAR-IMPAGOS-PRESTAMO-FIN.
           IF IMPAGO-PRESTAMO-SW = "S"
               GO TO CERRAR-PRESTAMO-AL-CORRIENTE-FIN.
           MOVE 2 TO PRE-ESTADO.
           REWRITE PRESTAMO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-LIQUIDADOS.
       CERRAR-PRESTAMO-AL-CORRIENTE-FIN.
           EXIT.

      *> IMPAGO-PRESTAMO-SW = "S" SI EL PRESTAMO LEIDO TIENE ALGUN
      *> IMPAGADO PENDIENTE; SE RECORREN SOLO LOS DE SU TARJETA
       COMPROBAR-IMPAGOS-PRESTAMO.
           MOVE "N" TO IMPAGO-PRESTAMO-SW.
           OPEN INPUT IMPAGOS.
           IF FSIM <> 00
               CLOSE IMPAGOS
               GO TO COMPROBAR-IMPAGOS-PRESTAMO-FIN.
           MOVE PRE-TARJETA TO IMP-TARJETA.
           MOVE 0           TO IMP-FECHA-VTO.
           MOVE 0           TO IMP-PRESTAMO.
           START IMPAGOS KEY >= IMP-CLAVE
               INVALID KEY
                   CLOSE IMPAGOS
                   GO TO COMPROBAR-IMPAGOS-PRESTAMO-FIN
           END-START.
       LEER-IMPAGO-PRESTAMO.
           READ IMPAGOS NEXT RECORD AT END
               CLOSE IMPAGOS
               GO TO COMPROBAR-IMPAGOS-PRESTAMO-FIN.
           IF IMP-TARJETA NOT = PRE-TARJETA
               CLOSE IMPAGOS
               GO TO COMPROBAR-IMPAGOS-PRESTAMO-FIN.
           IF IMP-PRESTAMO = PRE-NUM AND IMP-PENDIENTE
               MOVE "S" TO IMPAGO-PRESTAMO-SW
               CLOSE IMPAGOS
               GO TO COMPROBAR-IMPAGOS-PRESTAMO-FIN.
           GO TO LEER-IMPAGO-PRESTAMO.
       COMPROBAR-IMPAGOS-PRESTAMO-FIN.
           EXIT.

      *> ESCRIBE UN MOVIMIENTO DE CARGO DE CENT-CARGO (EL CONCEPTO YA
      *> VIENE EN MOV-CONCEPTO) Y ACTUALIZA EL SALDO EN CUENTAS; EL
      *> REGISTRO DE CUENTAS YA ESTA LEIDO Y EL FICHERO ABIERTO
           IF FSM <> 00
               GO TO FIN-ERROR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-CARGO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           EXIT.

       YA-COBRADO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "=== COBRAR_PRESTAMOS - DIA YA COBRADO "
               DELIMITED BY SIZE
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SECUENCIAS.
           CLOSE IMPAGOS.

           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-IMPAGADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuotas impagadas hoy: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE TOTAL-ENT = (CENT-TOTAL-IMPAGADO / 100)
               MOVE FUNCTION MOD(CENT-TOTAL-IMPAGADO, 100)
                   TO TOTAL-DEC
               MOVE TOTAL-ENT TO TOTAL-ENT-EDIT
               MOVE TOTAL-DEC TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Total impagado hoy: " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RECUPERADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Impagados saldados hoy: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE TOTAL-ENT = (CENT-TOTAL-RECUPERADO / 100)
               MOVE FUNCTION MOD(CENT-TOTAL-RECUPERADO, 100)
                   TO TOTAL-DEC
               MOVE TOTAL-ENT TO TOTAL-ENT-EDIT
               MOVE TOTAL-DEC TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Total recuperado de impagos: " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME


           GOBACK.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-VIVOS             TO PCK-CONTADOR(1).
           MOVE CNT-COBRADAS          TO PCK-CONTADOR(2).
           MOVE CNT-LIQUIDADOS        TO PCK-CONTADOR(3).
           MOVE CNT-IMPAGADAS         TO PCK-CONTADOR(4).
           MOVE CNT-RECUPERADOS       TO PCK-CONTADOR(5).
           MOVE CENT-TOTAL-COBRADO    TO PCK-IMPORTE(1).
           MOVE CENT-TOTAL-IMPAGADO   TO PCK-IMPORTE(2).
           MOVE CENT-TOTAL-RECUPERADO TO PCK-IMPORTE(3).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-PROCESO-FIN.
           EXIT.

       *> CONSULTA EL CUADRO DE TARIFAS (tarifas.ubd): COMISION =
       *> FIJO + PORCENTAJE SOBRE EL IMPORTE, CON MINIMO; SI LA CLASE
       *> NO TIENE TARIFA PROPIA SE CAE A LA CLASE GENERAL 0, Y SIN
       *> TARIFA NO SE COBRA COMISION
       CALCULAR-TARIFA.
           MOVE 0 TO CENT-COMISION-TARIFA.
           OPEN INPUT TARIFAS.
           IF FSTA <> 00
               CLOSE TARIFAS
               GO TO CALCULAR-TARIFA-FIN.
           MOVE TARIFA-OPERACION TO TAR-OPERACION.
           MOVE TARIFA-CLASE     TO TAR-CLASE.
           READ TARIFAS INVALID KEY
               MOVE 0 TO TAR-CLASE
               READ TARIFAS INVALID KEY
                   CLOSE TARIFAS
                   GO TO CALCULAR-TARIFA-FIN
               END-READ
           END-READ.
           COMPUTE CENT-COMISION-TARIFA ROUNDED = TAR-FIJO-CENT
               + (CENT-BASE-TARIFA * TAR-PCT-X10000 / 10000).
           IF CENT-COMISION-TARIFA < TAR-MIN-CENT
               MOVE TAR-MIN-CENT TO CENT-COMISION-TARIFA.
           CLOSE TARIFAS.
       CALCULAR-TARIFA-FIN.
           EXIT.
