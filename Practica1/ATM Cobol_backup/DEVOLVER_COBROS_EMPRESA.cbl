       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER_COBROS_EMPRESA.
       *> Programa batch de devoluciones de los recibos de empresas
       *> que COBRAR_EMPRESAS envio a otras entidades: dias despues
       *> del cobro la red puede devolver un recibo (cuenta cerrada,
       *> mandato inexistente, orden del deudor...). Este batch lee el
       *> fichero de devoluciones (devoluciones_cobros.txt, un
       *> registro por linea con los campos separados por "|": numero
       *> de recibo COB-NUM y motivo), adeuda el importe a la empresa
       *> acreedora, que ya lo tenia abonado con su remesa, con el
       *> movimiento "Devolucion de recibo" y la referencia del
       *> mandato, deja el recibo devuelto con su motivo y acumula la
       *> devolucion en la remesa para el listado remesas_cobro.txt.
       *> El adeudo se hace aunque deje a la empresa en descubierto.
       *> Se ejecuta de forma independiente cuando llega el fichero.
       *> Lo devuelto se anota como posicion con la red (POSICION_RED)
       *> para casarlo con el extracto de liquidacion en CONCILIAR_RED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDV.

           SELECT OPTIONAL COBROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-NUM
           FILE STATUS IS FSCB.

           SELECT OPTIONAL REMESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCO-CLAVE
           FILE STATUS IS FSRM.

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

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.

       FD DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devoluciones_cobros.txt".
       01 LINEA-DEVOLUCION            PIC X(80).

       FD COBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobros_empresa.ubd".
       01 COBRO-REG.
           02 COB-NUM               PIC  9(9).
           02 COB-EMPRESA           PIC 9(16).
           02 COB-REMESA            PIC X(12).
           02 COB-IBAN              PIC X(24).
           02 COB-NOMBRE            PIC X(30).
           02 COB-MANDATO           PIC X(20).
           02 COB-CENT-IMPORTE      PIC  9(9).
           02 COB-FECHA-COBRO       PIC  9(8).
           02 COB-TARJETA-DEUDOR    PIC 9(16).
           02 COB-TIPO-DEUDOR       PIC  9(1).
           02 COB-CANAL             PIC  9(1).
               88 COB-INTERNO       VALUE 1.
               88 COB-EXTERNO       VALUE 2.
           02 COB-ESTADO            PIC  9(1).
               88 COB-PENDIENTE     VALUE 1.
               88 COB-COBRADO       VALUE 2.
               88 COB-DEVUELTO      VALUE 3.
               88 COB-IMPAGADO      VALUE 4.
           02 COB-FECHA-ESTADO      PIC  9(8).
           02 COB-MOTIVO            PIC X(30).

       FD REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesas_cobro.ubd".
       01 REMESA-REG.
           02 RCO-CLAVE.
               03 RCO-EMPRESA       PIC 9(16).
               03 RCO-REFERENCIA    PIC X(12).
           02 RCO-FECHA-CARGA       PIC  9(8).
           02 RCO-FECHA-COBRO       PIC  9(8).
           02 RCO-CNT-PRESENTADOS   PIC  9(5).
           02 RCO-CENT-PRESENTADO   PIC  9(11).
           02 RCO-CNT-RECHAZADOS    PIC  9(5).
           02 RCO-CENT-RECHAZADO    PIC  9(11).
           02 RCO-CNT-COBRADOS      PIC  9(5).
           02 RCO-CENT-COBRADO      PIC  9(11).
           02 RCO-CNT-IMPAGADOS     PIC  9(5).
           02 RCO-CENT-IMPAGADO     PIC  9(11).
           02 RCO-CNT-DEVUELTOS     PIC  9(5).
           02 RCO-CENT-DEVUELTO     PIC  9(11).
           02 RCO-ESTADO            PIC  9(1).
               88 RCO-PENDIENTE     VALUE 1.
               88 RCO-ABONADA       VALUE 2.

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_cobros_empresa.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSDV                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       77 FSRM                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       01 DEVOLUCION-CAMPOS.
           02 DEV-NUM               PIC  X(9).
           02 DEV-MOTIVO            PIC X(30).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 TARJETA-MOVIMIENTO       PIC  9(16).
       77 TIPO-MOVIMIENTO          PIC  9(1).
       77 CENT-MOV                 PIC S9(9).
       77 CONCEPTO-MOV             PIC X(35).
       77 REFERENCIA-MOV           PIC X(30).

       77 MSJ-DEVOLUCION-RECIBO    PIC X(35)
           VALUE "Devolucion de recibo".

       77 CNT-LEIDAS               PIC  9(7) VALUE 0.
       77 CNT-ADEUDADAS            PIC  9(7) VALUE 0.
       77 CNT-SIN-CASAR            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 CENT-DEVUELTO-RED        PIC S9(13) VALUE 0.

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

           OPEN INPUT DEVOLUCIONES.
           IF FSDV <> 00
               GO TO FIN.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O COBROS CLOSE COBROS.
           OPEN I-O REMESAS CLOSE REMESAS.

           OPEN I-O COBROS.
           IF FSCB <> 00
               GO TO FIN-ERROR.
           OPEN I-O REMESAS.
           IF FSRM <> 00
               GO TO FIN-ERROR.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== DEVOLVER_COBROS_EMPRESA - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       LEER-DEVOLUCION.
           READ DEVOLUCIONES AT END GO TO FIN.

           IF LINEA-DEVOLUCION = SPACES
               GO TO LEER-DEVOLUCION.

           ADD 1 TO CNT-LEIDAS.

           INITIALIZE DEVOLUCION-CAMPOS.
           UNSTRING LINEA-DEVOLUCION DELIMITED BY "|"
               INTO DEV-NUM DEV-MOTIVO.

           IF DEV-NUM NOT NUMERIC
               GO TO DEVOLUCION-SIN-CASAR.
           MOVE DEV-NUM TO COB-NUM.
           READ COBROS INVALID KEY GO TO DEVOLUCION-SIN-CASAR.

           *> Solo vuelven de la red los recibos que salieron por
           *> ella y se dieron por cobrados; un recibo ya devuelto no
           *> se adeuda dos veces a la empresa
           IF NOT COB-EXTERNO OR NOT COB-COBRADO
               GO TO DEVOLUCION-SIN-CASAR.

           MOVE COB-EMPRESA           TO TARJETA-MOVIMIENTO.
           MOVE 1                     TO TIPO-MOVIMIENTO.
           COMPUTE CENT-MOV = - COB-CENT-IMPORTE.
           MOVE MSJ-DEVOLUCION-RECIBO TO CONCEPTO-MOV.
           MOVE COB-MANDATO           TO REFERENCIA-MOV.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN.

           MOVE 3 TO COB-ESTADO.
           COMPUTE COB-FECHA-ESTADO = (ANO * 10000) + (MES * 100) + DIA.
           MOVE DEV-MOTIVO TO COB-MOTIVO.
           REWRITE COBRO-REG INVALID KEY GO TO FIN-ERROR.

           MOVE COB-EMPRESA TO RCO-EMPRESA.
           MOVE COB-REMESA  TO RCO-REFERENCIA.
           READ REMESAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO RCO-CNT-DEVUELTOS
               ADD COB-CENT-IMPORTE TO RCO-CENT-DEVUELTO
               REWRITE REMESA-REG INVALID KEY GO TO FIN-ERROR
               END-REWRITE
           END-READ.

           ADD 1 TO CNT-ADEUDADAS.
           ADD COB-CENT-IMPORTE TO CENT-DEVUELTO-RED.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibo " DELIMITED BY SIZE
               DEV-NUM DELIMITED BY SIZE
               " de la remesa " DELIMITED BY SIZE
               COB-REMESA DELIMITED BY SIZE
               " devuelto y adeudado. Motivo: " DELIMITED BY SIZE
               DEV-MOTIVO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-DEVOLUCION.

       DEVOLUCION-SIN-CASAR.
           ADD 1 TO CNT-SIN-CASAR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Devolucion sin recibo cobrado que casar: "
               DELIMITED BY SIZE
               DEV-NUM DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-DEVOLUCION.

      *> ESCRIBE UN MOVIMIENTO POR CENT-MOV (CON SIGNO; CONCEPTO EN
      *> CONCEPTO-MOV) SOBRE LA CUENTA TARJETA-MOVIMIENTO /
      *> TIPO-MOVIMIENTO, ABRIENDOLA A 0 SI NO EXISTIERA
       ANOTAR-MOVIMIENTO.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE TARJETA-MOVIMIENTO TO CTA-TARJETA.
           MOVE TIPO-MOVIMIENTO    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE TARJETA-MOVIMIENTO TO CTA-TARJETA
               MOVE TIPO-MOVIMIENTO TO CTA-TIPO
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC
               MOVE 0 TO CTA-ULTIMO-MOV
               MOVE 0 TO CTA-LIMITE-DESCUBIERTO
               MOVE 1 TO CTA-ESTADO
               WRITE CUENTA-REG INVALID KEY GO TO FIN-ERROR
           END-READ.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           ADD CENT-MOV TO CENT-SALDO-CTA.

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
           MOVE LAST-MOV-NUM       TO MOV-NUM.
           MOVE TARJETA-MOVIMIENTO TO MOV-TARJETA.
           MOVE ANO                TO MOV-ANO.
           MOVE MES                TO MOV-MES.
           MOVE DIA                TO MOV-DIA.
           MOVE HORAS              TO MOV-HOR.
           MOVE MINUTOS            TO MOV-MIN.
           MOVE SEGUNDOS           TO MOV-SEG.
           IF CENT-MOV < 0
               COMPUTE MOV-IMPORTE-ENT =
                   - (FUNCTION ABS(CENT-MOV) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-MOV), 100)
                   TO MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-MOV / 100)
               MOVE FUNCTION MOD(CENT-MOV, 100)
                   TO MOV-IMPORTE-DEC
           END-IF.
           MOVE CONCEPTO-MOV   TO MOV-CONCEPTO.
           MOVE REFERENCIA-MOV TO MOV-REFERENCIA.
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
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CUENTAS.
       ANOTAR-MOVIMIENTO-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR LA CARGA FALLIDA
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE DEVOLUCIONES.
           CLOSE COBROS.
           CLOSE REMESAS.

           *> Lo devuelto lo carga la red en la liquidacion: queda en
           *> la posicion para conciliarlo (el fichero no lleva
           *> secuencia)
           IF CNT-ADEUDADAS > 0
               COMPUTE PR-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE "devcobros"       TO PR-FICHERO
               MOVE 0                 TO PR-SECUENCIA
               MOVE "DEVOLVER_COBROS_EMPRESA" TO PR-PROGRAMA
               MOVE CNT-ADEUDADAS     TO PR-OPERACIONES
               COMPUTE PR-CENT = - CENT-DEVUELTO-RED
               CALL "POSICION_RED" USING PETICION-POSICION
           END-IF.

           IF FSINF = 00
               MOVE CNT-LEIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Devoluciones leidas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ADEUDADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Recibos adeudados a la empresa: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-CASAR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Devoluciones sin casar: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               CLOSE INFORME
           END-IF.

           GOBACK.

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
