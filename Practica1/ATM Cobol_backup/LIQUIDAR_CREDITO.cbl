       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR_CREDITO.
       *> Programa batch nocturno del ciclo de las tarjetas de credito
       *> (creditos.ubd, ver GESTION_CREDITO). Para cada credito
       *> activo hace dos cosas:
       *> - En el vencimiento del ultimo extracto cobra de la cuenta
       *>   corriente lo que toca segun la modalidad elegida (total,
       *>   cuota fija o porcentaje), con un cargo en la corriente y
       *>   el abono correspondiente en la cuenta de credito. Como en
       *>   COBRAR_PRESTAMOS solo se cobra hasta el saldo positivo de
       *>   la corriente, nunca contra su descubierto. Lo que del
       *>   extracto quede sin pagar pasa a aplazado y el cliente
       *>   recibe aviso si el cargo no se pudo hacer entero.
       *> - En el dia de corte carga primero los intereses del
       *>   aplazado (tipo anual del credito, un mes) y emite el
       *>   extracto en extractos_credito.ubd con los movimientos del
       *>   ciclo (los que llevan la marca CRE en la cola de la
       *>   referencia desde el corte anterior), lo dispuesto, el
       *>   importe que se cobrara y la fecha del cargo, que es el
       *>   corte mas los dias de pago pactados. El aviso del extracto
       *>   sale por notificaciones.ubd.
       *> Los movimientos de la cuenta de credito llevan la marca CRE,
       *> igual que los de ahorro llevan AHO, para que cada cuenta
       *> cuadre solo contra los suyos. Corre en CADENA_NOCTURNA antes
       *> de APERTURA_DIA; la doble ejecucion del mismo dia se evita
       *> con el registro de checkpoint comun (REGISTRO_CHECKPOINT),
       *> que guarda cada credito tratado para que un relanzamiento
       *> siga tras el ultimo con los totales del informe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSCR.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL EXTRACTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEX.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.
       *> Condiciones y estado del ciclo de la tarjeta de credito; el
       *> limite no va aqui sino en la cuenta de credito
       FD CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
       01 CREDITO-REG.
           02 CRD-TARJETA           PIC 9(16).
           02 CRD-DIA-CORTE         PIC  9(2).
           02 CRD-DIAS-PAGO         PIC  9(2).
           02 CRD-MODALIDAD         PIC  9(1).
               88 CRD-PAGO-TOTAL      VALUE 1.
               88 CRD-PAGO-FIJO       VALUE 2.
               88 CRD-PAGO-PORCENTAJE VALUE 3.
           02 CRD-CENT-FIJO         PIC  9(9).
           02 CRD-PORCENTAJE        PIC  9(3).
           *> Tipo anual del aplazado por 10000, como prestamos.ubd
           02 CRD-TASA-ANUAL-X10000 PIC  9(6).
           02 CRD-ESTADO            PIC  9(1).
               88 CRD-ACTIVO        VALUE 1.
               88 CRD-CANCELADO     VALUE 2.
           *> Ultimo extracto: fecha de corte, ultimo movimiento que
           *> entro, lo dispuesto al corte, lo que se cobrara y cuando
           02 CRD-FECHA-CORTE       PIC  9(8).
           02 CRD-ULTIMO-MOV-CORTE  PIC  9(35).
           02 CRD-CENT-EXTRACTO     PIC  9(9).
           02 CRD-CENT-A-PAGAR      PIC  9(9).
           02 CRD-FECHA-VENCIMIENTO PIC  9(8).
           02 CRD-COBRO             PIC  9(1).
               88 CRD-SIN-EXTRACTO    VALUE 0.
               88 CRD-COBRO-PENDIENTE VALUE 1.
               88 CRD-COBRO-HECHO     VALUE 2.
           *> Parte del extracto que quedo sin pagar en el ultimo
           *> vencimiento y devenga intereses hasta el corte siguiente
           02 CRD-CENT-APLAZADO     PIC  9(9).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificaciones.ubd".
       01 NOTIFICACION-REG.
           02 NOTIF-NUM             PIC  9(35).
           02 NOTIF-TARJETA         PIC  9(16).
           02 NOTIF-ANO             PIC   9(4).
           02 NOTIF-MES             PIC   9(2).
           02 NOTIF-DIA             PIC   9(2).
           02 NOTIF-HOR             PIC   9(2).
           02 NOTIF-MIN             PIC   9(2).
           02 NOTIF-SEG             PIC   9(2).
           02 NOTIF-CONCEPTO        PIC  X(35).
           02 NOTIF-IMPORTE-ENT     PIC S9(7).
           02 NOTIF-IMPORTE-DEC     PIC   9(2).
           02 NOTIF-ESTADO          PIC   9(1).
               88 NOTIF-PENDIENTE   VALUE 1.
               88 NOTIF-ENVIADA     VALUE 2.
               88 NOTIF-CONFIRMADA  VALUE 3.
               88 NOTIF-FALLIDA     VALUE 4.

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       01 FNEG-REG.
           02 FNEG-ID               PIC  9(1).
           02 FNEG-FECHA.
               03 FNEG-ANO          PIC  9(4).
               03 FNEG-MES          PIC  9(2).
               03 FNEG-DIA          PIC  9(2).
           02 FNEG-ESTADO           PIC  9(1).
               88 CAJERO-EN-SERVICIO    VALUE 1.
               88 CAJERO-FUERA-SERVICIO VALUE 2.

       *> Extractos de las tarjetas de credito, para imprenta
       FD EXTRACTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extractos_credito.ubd".
       01 LINEA-EXTRACTO              PIC X(80).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_credito.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSCR                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSEX                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 ULTIMO-MOV-CICLO         PIC  9(35).

       77 CTA-EXISTE-SW            PIC  X(1).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CENT-DEUDA               PIC  9(11).
       77 CENT-DISPONIBLE          PIC S9(11).
       77 CENT-IMPORTE-MOV         PIC S9(11).
       77 CENT-A-COBRAR            PIC  9(9).
       77 CENT-COBRADO             PIC  9(9).
       77 CENT-NO-COBRADO          PIC  9(9).
       77 CENT-INTERES             PIC  9(9).
       77 CENT-AVISO               PIC  9(9).
       77 CENT-LIMITE              PIC  9(9).
       77 CENT-MOV-ABS             PIC  9(9).

       77 TIPO-CUENTA-MOV          PIC  9(1).
       77 TARJETA-MOV              PIC  9(16).
       77 CONCEPTO-MOV             PIC  X(35).
       77 REFERENCIA-CRD           PIC  X(30).
       77 CONCEPTO-AVISO           PIC  X(35).

       77 MSJ-PAGO-TARJETA         PIC  X(35)
           VALUE "Pago tarjeta de credito".
       77 MSJ-PAGO-RECIBIDO        PIC  X(35)
           VALUE "Pago tarjeta recibido, gracias".
       77 MSJ-INTERESES            PIC  X(35)
           VALUE "Intereses del aplazado".

       *> Fecha de vencimiento descompuesta para el aviso
       01 FECHA-VTO-W.
           02 VTO-ANO               PIC  9(4).
           02 VTO-MES               PIC  9(2).
           02 VTO-DIA               PIC  9(2).
       01 FECHA-VTO-NUM REDEFINES FECHA-VTO-W PIC 9(8).

       77 TARJETA-MASCARA          PIC  X(16).
       77 IMPORTE-EDIT             PIC  -------9,99.
       77 IMPORTE-EDIT-W           PIC S9(9)V99.
       77 CNT-ACTIVOS              PIC  9(7) VALUE 0.
       77 CNT-EXTRACTOS            PIC  9(7) VALUE 0.
       77 CNT-COBROS               PIC  9(7) VALUE 0.
       77 CNT-INCOMPLETOS          PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

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
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM OBTENER-FECHA-PROCESO
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

       CHECKPOINT-OPEN.
           MOVE "I"                TO PCK-OPERACION.
           MOVE "LIQUIDAR_CREDITO" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO      TO PCK-FECHA.
           MOVE 1                  TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO DIA-YA-LIQUIDADO.

           MOVE PCK-CONTADOR(1) TO CNT-ACTIVOS.
           MOVE PCK-CONTADOR(2) TO CNT-EXTRACTOS.
           MOVE PCK-CONTADOR(3) TO CNT-COBROS.
           MOVE PCK-CONTADOR(4) TO CNT-INCOMPLETOS.

       INFORME-OPEN.
           *>EL INFORME Y LOS EXTRACTOS SE VAN ACUMULANDO
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.
           OPEN EXTEND EXTRACTOS.
           IF FSEX <> 00 AND FSEX <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSEX.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== LIQUIDAR_CREDITO - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       CREDITOS-OPEN.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CREDITOS CLOSE CREDITOS.
           OPEN I-O CREDITOS.
           IF FSCR <> 00
               GO TO FIN-ERROR.

           *> Relanzamiento: se sigue tras el ultimo credito grabado
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:16) TO CRD-TARJETA
               START CREDITOS KEY IS > CRD-TARJETA INVALID KEY
                   GO TO DIA-LIQUIDADO
               END-START
           END-IF.

       LEER-CREDITO.
           READ CREDITOS NEXT RECORD AT END GO TO DIA-LIQUIDADO.

           IF NOT CRD-ACTIVO
               GO TO LEER-CREDITO.
           ADD 1 TO CNT-ACTIVOS.

           *> Primero el cobro del extracto vencido, para que el
           *> aplazado que deje devengue ya en el corte de hoy
           IF CRD-COBRO-PENDIENTE
               AND CRD-FECHA-VENCIMIENTO NOT > FECHA-PROCESO
               PERFORM COBRAR-EXTRACTO THRU COBRAR-EXTRACTO-FIN.

           IF CRD-DIA-CORTE = DIA
               AND CRD-FECHA-CORTE < FECHA-PROCESO
               PERFORM CORTAR-CICLO THRU CORTAR-CICLO-FIN.

           REWRITE CREDITO-REG INVALID KEY GO TO FIN-ERROR.

           MOVE CRD-TARJETA TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           GO TO LEER-CREDITO.

      *> TODOS LOS CREDITOS RECORRIDOS: EL DIA QUEDA LIQUIDADO
       DIA-LIQUIDADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       DIA-YA-LIQUIDADO.
           DISPLAY "LIQUIDAR_CREDITO: DIA YA LIQUIDADO".
           GO TO FIN.

      *> COBRO DEL EXTRACTO EN SU VENCIMIENTO: SE CARGA EN LA
      *> CORRIENTE LO QUE TOCA, HASTA SU SALDO POSITIVO, Y SE ABONA EN
      *> LA DE CREDITO; LO QUE QUEDA DEL EXTRACTO PASA A APLAZADO
       COBRAR-EXTRACTO.
           MOVE SPACES TO REFERENCIA-CRD.
           STRING "Extracto " DELIMITED BY SIZE
                  CRD-FECHA-CORTE DELIMITED BY SIZE
             INTO REFERENCIA-CRD.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.

           *> Lo dispuesto hoy, por si hubo devoluciones desde el corte
           MOVE CRD-TARJETA TO CTA-TARJETA.
           MOVE 3           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO COBRAR-EXTRACTO-SIN-CUENTA.
           PERFORM CALCULAR-SALDO-CUENTA THRU CALCULAR-SALDO-CUENTA-FIN.
           MOVE 0 TO CENT-DEUDA.
           IF CENT-SALDO-CTA < 0
               COMPUTE CENT-DEUDA = - CENT-SALDO-CTA.

           MOVE CRD-CENT-A-PAGAR TO CENT-A-COBRAR.
           IF CENT-A-COBRAR > CENT-DEUDA
               MOVE CENT-DEUDA TO CENT-A-COBRAR.

           MOVE CRD-TARJETA TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO COBRAR-EXTRACTO-SIN-CUENTA.
           PERFORM CALCULAR-SALDO-CUENTA THRU CALCULAR-SALDO-CUENTA-FIN.
           MOVE CENT-SALDO-CTA TO CENT-DISPONIBLE.
           IF CENT-DISPONIBLE < 0
               MOVE 0 TO CENT-DISPONIBLE.

           MOVE CENT-A-COBRAR TO CENT-COBRADO.
           IF CENT-COBRADO > CENT-DISPONIBLE
               MOVE CENT-DISPONIBLE TO CENT-COBRADO.

           IF CENT-COBRADO > 0
               *> Cargo en la corriente, que es el registro leido
               COMPUTE CENT-IMPORTE-MOV = - CENT-COBRADO
               MOVE 1                TO TIPO-CUENTA-MOV
               MOVE MSJ-PAGO-TARJETA TO CONCEPTO-MOV
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN

               *> Abono en la de credito
               MOVE CRD-TARJETA TO CTA-TARJETA
               MOVE 3           TO CTA-TIPO
               READ CUENTAS INVALID KEY GO TO FIN-ERROR
               END-READ
               PERFORM CALCULAR-SALDO-CUENTA
                   THRU CALCULAR-SALDO-CUENTA-FIN
               MOVE CENT-COBRADO      TO CENT-IMPORTE-MOV
               MOVE 3                 TO TIPO-CUENTA-MOV
               MOVE MSJ-PAGO-RECIBIDO TO CONCEPTO-MOV
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN
           END-IF.
           CLOSE CUENTAS.

           *> Queda aplazado lo que del extracto no se ha pagado (sin
           *> contar lo ya devuelto desde el corte)
           MOVE CRD-CENT-EXTRACTO TO CRD-CENT-APLAZADO.
           IF CRD-CENT-APLAZADO > CENT-DEUDA
               MOVE CENT-DEUDA TO CRD-CENT-APLAZADO.
           IF CRD-CENT-APLAZADO > CENT-COBRADO
               SUBTRACT CENT-COBRADO FROM CRD-CENT-APLAZADO
           ELSE
               MOVE 0 TO CRD-CENT-APLAZADO
           END-IF.
           MOVE 2 TO CRD-COBRO.
           ADD 1 TO CNT-COBROS.

           COMPUTE CENT-NO-COBRADO = CENT-A-COBRAR - CENT-COBRADO.
           IF CENT-NO-COBRADO > 0
               ADD 1 TO CNT-INCOMPLETOS
               MOVE "Cargo tarjeta incompleto, pendiente"
                   TO CONCEPTO-AVISO
               MOVE CENT-NO-COBRADO TO CENT-AVISO
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-FIN
           END-IF.

           MOVE CRD-TARJETA TO TARJETA-MASCARA.
           MOVE "********" TO TARJETA-MASCARA(5:8).
           COMPUTE IMPORTE-EDIT-W = CENT-COBRADO / 100.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cobro " DELIMITED BY SIZE
                  TARJETA-MASCARA DELIMITED BY SIZE
                  " cobrado " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF CENT-NO-COBRADO > 0
               COMPUTE IMPORTE-EDIT-W = CENT-NO-COBRADO / 100
               MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "      sin fondos, queda aplazado "
                      DELIMITED BY SIZE
                      IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           GO TO COBRAR-EXTRACTO-FIN.

       COBRAR-EXTRACTO-SIN-CUENTA.
           *> Sin cuenta donde cargar se deja pendiente y se informa
           *> para la sucursal
           MOVE SPACES TO LINEA-INFORME.
           STRING "Credito " DELIMITED BY SIZE
                  CRD-TARJETA DELIMITED BY SIZE
                  " sin cuenta: cargo no hecho" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       COBRAR-EXTRACTO-FIN.
           EXIT.

      *> CORTE DEL CICLO: INTERESES DEL APLAZADO, EXTRACTO CON LOS
      *> MOVIMIENTOS DEL CICLO Y CALCULO DEL PROXIMO CARGO
       CORTAR-CICLO.
           MOVE SPACES TO REFERENCIA-CRD.
           STRING "Extracto " DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
             INTO REFERENCIA-CRD.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE CRD-TARJETA TO CTA-TARJETA.
           MOVE 3           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               MOVE SPACES TO LINEA-INFORME
               STRING "Credito " DELIMITED BY SIZE
                      CRD-TARJETA DELIMITED BY SIZE
                      " sin cuenta de credito" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO CORTAR-CICLO-FIN.
           PERFORM CALCULAR-SALDO-CUENTA THRU CALCULAR-SALDO-CUENTA-FIN.
           COMPUTE CENT-LIMITE = CTA-LIMITE-DESCUBIERTO * 100.

           *> Un mes de intereses sobre lo que quedo aplazado
           MOVE 0 TO CENT-INTERES.
           IF CRD-CENT-APLAZADO > 0 AND CRD-TASA-ANUAL-X10000 > 0
               COMPUTE CENT-INTERES ROUNDED =
                   (CRD-CENT-APLAZADO * CRD-TASA-ANUAL-X10000)
                       / 12000000.
           IF CENT-INTERES > 0
               COMPUTE CENT-IMPORTE-MOV = - CENT-INTERES
               MOVE 3             TO TIPO-CUENTA-MOV
               MOVE MSJ-INTERESES TO CONCEPTO-MOV
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN
           END-IF.
           CLOSE CUENTAS.

           MOVE 0 TO CENT-DEUDA.
           IF CENT-SALDO-CTA < 0
               COMPUTE CENT-DEUDA = - CENT-SALDO-CTA.

           *> Importe del proximo cargo segun la modalidad elegida
           EVALUATE TRUE
               WHEN CRD-PAGO-FIJO
                   MOVE CRD-CENT-FIJO TO CENT-A-COBRAR
               WHEN CRD-PAGO-PORCENTAJE
                   COMPUTE CENT-A-COBRAR ROUNDED =
                       (CENT-DEUDA * CRD-PORCENTAJE) / 100
               WHEN OTHER
                   MOVE CENT-DEUDA TO CENT-A-COBRAR
           END-EVALUATE.
           IF CENT-A-COBRAR > CENT-DEUDA
               MOVE CENT-DEUDA TO CENT-A-COBRAR.

           COMPUTE FECHA-VTO-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
                   + CRD-DIAS-PAGO).

           PERFORM EMITIR-EXTRACTO THRU EMITIR-EXTRACTO-FIN.

           MOVE FECHA-PROCESO    TO CRD-FECHA-CORTE.
           MOVE ULTIMO-MOV-CICLO TO CRD-ULTIMO-MOV-CORTE.
           MOVE CENT-DEUDA       TO CRD-CENT-EXTRACTO.
           MOVE CENT-A-COBRAR    TO CRD-CENT-A-PAGAR.
           MOVE FECHA-VTO-NUM    TO CRD-FECHA-VENCIMIENTO.
           MOVE 0                TO CRD-CENT-APLAZADO.
           IF CENT-A-COBRAR > 0
               MOVE 1 TO CRD-COBRO
           ELSE
               MOVE 2 TO CRD-COBRO
           END-IF.
           ADD 1 TO CNT-EXTRACTOS.

           IF CENT-DEUDA > 0
               MOVE SPACES TO CONCEPTO-AVISO
               STRING "Extracto credito, cargo " DELIMITED BY SIZE
                      VTO-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      VTO-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      VTO-ANO(3:2) DELIMITED BY SIZE
                 INTO CONCEPTO-AVISO
               MOVE CENT-A-COBRAR TO CENT-AVISO
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-FIN
           END-IF.
       CORTAR-CICLO-FIN.
           EXIT.

      *> EXTRACTO DE LA TARJETA: CABECERA, MOVIMIENTOS DEL CICLO CON
      *> LA MARCA CRE Y RESUMEN; DEJA EN ULTIMO-MOV-CICLO EL ULTIMO
      *> MOVIMIENTO QUE ENTRO
       EMITIR-EXTRACTO.
           MOVE CRD-ULTIMO-MOV-CORTE TO ULTIMO-MOV-CICLO.
           MOVE CRD-TARJETA TO TARJETA-MASCARA.
           MOVE "********" TO TARJETA-MASCARA(5:8).

           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "----------------------------------------"
               DELIMITED BY SIZE
               INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "Tarjeta de credito: " DELIMITED BY SIZE
                  TARJETA-MASCARA DELIMITED BY SIZE
                  " - Extracto al " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
             INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO EMITIR-EXTRACTO-RESUMEN.
           MOVE CRD-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA
               INVALID KEY GO TO CERRAR-MOV-CICLO
           END-START.

       LEER-MOV-CICLO.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO CERRAR-MOV-CICLO.
           IF MOV-TARJETA NOT = CRD-TARJETA
               GO TO CERRAR-MOV-CICLO.
           IF MOV-REFERENCIA(28:3) NOT = "CRE"
               OR MOV-NUM NOT > CRD-ULTIMO-MOV-CORTE
               GO TO LEER-MOV-CICLO.
           IF MOV-NUM > ULTIMO-MOV-CICLO
               MOVE MOV-NUM TO ULTIMO-MOV-CICLO.

           IF MOV-IMPORTE-ENT < 0
               COMPUTE IMPORTE-EDIT-W = MOV-IMPORTE-ENT
                   - (MOV-IMPORTE-DEC / 100)
           ELSE
               COMPUTE IMPORTE-EDIT-W = MOV-IMPORTE-ENT
                   + (MOV-IMPORTE-DEC / 100)
           END-IF.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING MOV-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MOV-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MOV-ANO DELIMITED BY SIZE "  " DELIMITED BY SIZE
                  MOV-CONCEPTO DELIMITED BY SIZE " " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           GO TO LEER-MOV-CICLO.

       CERRAR-MOV-CICLO.
           CLOSE F-MOVIMIENTOS.

       EMITIR-EXTRACTO-RESUMEN.
           COMPUTE IMPORTE-EDIT-W = CENT-DEUDA / 100.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "Saldo dispuesto:        " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

           COMPUTE IMPORTE-EDIT-W = CENT-LIMITE / 100.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "Limite de credito:      " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

           IF CENT-INTERES > 0
               COMPUTE IMPORTE-EDIT-W = CENT-INTERES / 100
               MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-EXTRACTO
               STRING "Intereses del aplazado: " DELIMITED BY SIZE
                      IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-EXTRACTO
               WRITE LINEA-EXTRACTO
           END-IF.

           COMPUTE IMPORTE-EDIT-W = CENT-A-COBRAR / 100.
           MOVE IMPORTE-EDIT-W TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "Importe a pagar:        " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
                  "  cargo el " DELIMITED BY SIZE
                  VTO-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  VTO-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  VTO-ANO DELIMITED BY SIZE
             INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
       EMITIR-EXTRACTO-FIN.
           EXIT.

      *> SALDO EN CENTIMOS DE LA CUENTA LEIDA
       CALCULAR-SALDO-CUENTA.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
       CALCULAR-SALDO-CUENTA-FIN.
           EXIT.

      *> ANOTA CENT-IMPORTE-MOV (CON SIGNO) EN LA CUENTA YA LEIDA DE
      *> CUENTAS Y LA REESCRIBE, CON LA FECHA DE PROCESO; LOS DE LA
      *> CUENTA DE CREDITO LLEVAN LA MARCA CRE EN LA COLA DE LA
      *> REFERENCIA
       ANOTAR-MOVIMIENTO.
           ADD CENT-IMPORTE-MOV TO CENT-SALDO-CTA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "MOVIMIENTO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-MOV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-MOV-NUM
           END-READ.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN-ERROR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CTA-TARJETA     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           IF CENT-IMPORTE-MOV < 0
               COMPUTE CENT-MOV-ABS = - CENT-IMPORTE-MOV
               COMPUTE MOV-IMPORTE-ENT = - (CENT-MOV-ABS / 100)
           ELSE
               MOVE CENT-IMPORTE-MOV TO CENT-MOV-ABS
               COMPUTE MOV-IMPORTE-ENT = (CENT-MOV-ABS / 100)
           END-IF.
           MOVE FUNCTION MOD(CENT-MOV-ABS, 100) TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-MOV    TO MOV-CONCEPTO.
           MOVE REFERENCIA-CRD  TO MOV-REFERENCIA.
           IF TIPO-CUENTA-MOV = 3
               MOVE "CRE" TO MOV-REFERENCIA(28:3).
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN-ERROR.
       ANOTAR-MOVIMIENTO-FIN.
           EXIT.

      *> ENCOLA EL AVISO EN NOTIFICACIONES.UBD CON CONCEPTO-AVISO Y
      *> CENT-AVISO COMO IMPORTE
       ENCOLAR-NOTIFICACION.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "AVISO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-NOTIF-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-NOTIF-NUM
           END-READ.
           ADD 1 TO LAST-NOTIF-NUM.
           MOVE LAST-NOTIF-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O NOTIFICACIONES CLOSE NOTIFICACIONES.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               CLOSE NOTIFICACIONES
               GO TO ENCOLAR-NOTIFICACION-FIN.
           MOVE LAST-NOTIF-NUM TO NOTIF-NUM.
           MOVE CRD-TARJETA    TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-AVISO / 100.
           MOVE FUNCTION MOD(CENT-AVISO, 100) TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY CONTINUE.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CREDITOS.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.

           IF FSEX = 00
               CLOSE EXTRACTOS
           END-IF.

           IF FSINF = 00
               MOVE CNT-ACTIVOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Creditos activos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-EXTRACTOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Extractos emitidos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-COBROS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cargos de vencimiento: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-INCOMPLETOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cargos incompletos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-ACTIVOS     TO PCK-CONTADOR(1).
           MOVE CNT-EXTRACTOS   TO PCK-CONTADOR(2).
           MOVE CNT-COBROS      TO PCK-CONTADOR(3).
           MOVE CNT-INCOMPLETOS TO PCK-CONTADOR(4).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA
       OBTENER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN <> 00
               CLOSE FECHANEGOCIO
               GO TO OBTENER-FECHA-PROCESO-FIN.
           MOVE 1 TO FNEG-ID.
           READ FECHANEGOCIO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FNEG-ANO TO ANO
               MOVE FNEG-MES TO MES
               MOVE FNEG-DIA TO DIA
           END-READ.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-PROCESO-FIN.
           EXIT.
