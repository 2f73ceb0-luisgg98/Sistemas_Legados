       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAR_CAJAS.
       *> Programa batch que cobra la cuota anual de alquiler de las
       *> cajas de seguridad (contratos_cajas.ubd, ver GESTION_CAJAS).
       *> Cada contrato vigente cuya fecha de cobro ha llegado genera
       *> la cuota del cuadro de tarifas (operacion CAJASEG, clase el
       *> tamano de la caja; sin tarifa propia la clase 0) y su fecha
       *> de cobro pasa al mismo dia del ano siguiente. Lo que se debe
       *> se carga en la cuenta corriente de la tarjeta del contrato
       *> si el saldo y el descubierto concedido alcanzan para todo;
       *> si no, queda pendiente en el contrato desde la fecha en que
       *> vencio y se vuelve a intentar cada noche. Los contratos con
       *> cuota pendiente de mas de CAJAIMPDIAS dias (30 si no esta el
       *> parametro) van a la lista de la sucursal de la caja
       *> (cajas_impagadas.ubd, se rehace cada vez) y al informe. Una
       *> segunda ejecucion el mismo dia no vuelve a generar cuotas:
       *> la fecha de cobro ya ha pasado al ano siguiente. Forma parte
       *> del plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-NUM
           FILE STATUS IS FSCO.

           SELECT OPTIONAL CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-NUM
           FILE STATUS IS FSCJ.

           SELECT OPTIONAL IMPAGADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIM-CLAVE
           FILE STATUS IS FSCI.

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

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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
       FD CONTRATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contratos_cajas.ubd".
       01 CONTRATO-CAJA-REG.
           02 CCO-NUM               PIC  9(9).
           02 CCO-CAJA              PIC  9(5).
           02 CCO-TARJETA           PIC 9(16).
           02 CCO-TITULAR           PIC  9(8) OCCURS 3 TIMES.
           02 CCO-FECHA-ALTA        PIC  9(8).
           02 CCO-FECHA-COBRO       PIC  9(8).
           02 CCO-CENT-PENDIENTE    PIC  9(9).
           02 CCO-FECHA-IMPAGO      PIC  9(8).
           02 CCO-ESTADO            PIC  9(1).
               88 CCO-VIGENTE       VALUE 1.
               88 CCO-CANCELADO     VALUE 2.
           02 CCO-FECHA-BAJA        PIC  9(8).
           02 CCO-OPERADOR          PIC  9(4).

       FD CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajas_seguridad.ubd".
       01 CAJA-SEGURIDAD-REG.
           02 CSG-NUM               PIC  9(5).
           02 CSG-SUCURSAL          PIC  9(4).
           02 CSG-TAMANO            PIC  9(1).
               88 CSG-PEQUENA       VALUE 1.
               88 CSG-MEDIANA       VALUE 2.
               88 CSG-GRANDE        VALUE 3.
           02 CSG-ESTADO            PIC  9(1).
               88 CSG-LIBRE         VALUE 1.
               88 CSG-ALQUILADA     VALUE 2.
               88 CSG-FUERA-SERVICIO VALUE 3.
           02 CSG-CONTRATO          PIC  9(9).
           02 CSG-FECHA-ESTADO      PIC  9(8).

       *> Lista de impagados de la sucursal: se rehace entera en
       *> cada ejecucion
       FD IMPAGADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajas_impagadas.ubd".
       01 CAJA-IMPAGADA-REG.
           02 CIM-CLAVE.
               03 CIM-SUCURSAL      PIC  9(4).
               03 CIM-CONTRATO      PIC  9(9).
           02 CIM-CAJA              PIC  9(5).
           02 CIM-TARJETA           PIC 9(16).
           02 CIM-CENT-PENDIENTE    PIC  9(9).
           02 CIM-FECHA-IMPAGO      PIC  9(8).

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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
           VALUE OF FILE-ID IS "informe_cajas_seguridad.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSCO                     PIC  X(2).
       77 FSCJ                     PIC  X(2).
       77 FSCI                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSTA                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FECHA-PROCESO            PIC  9(8).
       *> Dias de cuota pendiente a partir de los que el contrato va
       *> a la lista de la sucursal
       77 DIAS-IMPAGO              PIC  9(5) VALUE 30.
       77 DIAS-VENCIDO             PIC  9(5).
       77 SUCURSAL-ANTERIOR        PIC  9(4).
       77 SUCURSAL-CAJA            PIC  9(4).
       77 FECHA-VENCE              PIC  9(8).

       *> Siguiente fecha de cobro: el mismo dia del ano que viene
       *> (el 29 de febrero pasa al 28)
       01 FECHA-COBRO-W.
           02 FCOB-ANO              PIC  9(4).
           02 FCOB-MES              PIC  9(2).
           02 FCOB-DIA              PIC  9(2).

       *> Cuota anual segun el cuadro de tarifas (ver CALCULAR-TARIFA)
       77 TARIFA-OPERACION         PIC  X(10) VALUE "CAJASEG".
       77 TARIFA-CLASE             PIC   9(2) VALUE 0.
       77 CENT-BASE-TARIFA         PIC   9(9) VALUE 0.
       77 CENT-COMISION-TARIFA     PIC   9(9).

       77 CTA-EXISTE-SW            PIC  X(1).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CENT-DISPONIBLE          PIC S9(11).
       77 CENT-CARGO               PIC  9(9).
       77 LAST-MOV-NUM             PIC  9(35).
       77 TARJETA-CARGO            PIC 9(16).
       77 MSJ-CUOTA                PIC X(35)
           VALUE "Cuota alquiler caja seguridad".
       77 REFERENCIA-CAJA          PIC X(30).

       77 CNT-CONTRATOS            PIC  9(7) VALUE 0.
       77 CNT-CUOTAS               PIC  9(7) VALUE 0.
       77 CNT-COBRADOS             PIC  9(7) VALUE 0.
       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
       77 CNT-IMPAGADOS            PIC  9(7) VALUE 0.
       77 CENT-COBRADO-TOTAL       PIC  9(11) VALUE 0.
       77 CENT-PENDIENTE-TOTAL     PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-ENT-EDIT           PIC  ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.
       77 DIAS-EDIT                PIC  ZZZZ9.
       77 FECHA-IMPAGO-EDIT        PIC X(10).

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

           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "CAJAIMPDIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO DIAS-IMPAGO
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== COBRAR_CAJAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CONTRATOS CLOSE CONTRATOS.
           OPEN I-O CAJAS CLOSE CAJAS.

           OPEN OUTPUT IMPAGADAS.
           IF FSCI <> 00 AND FSCI <> 05
               GO TO FIN-ERROR.
           CLOSE IMPAGADAS.
           OPEN I-O IMPAGADAS.
           IF FSCI <> 00
               GO TO FIN-ERROR.

           OPEN INPUT CAJAS.
           IF FSCJ <> 00
               GO TO FIN-ERROR.
           OPEN I-O CONTRATOS.
           IF FSCO <> 00
               GO TO FIN-ERROR.

           MOVE 0 TO CCO-NUM.
           START CONTRATOS KEY IS NOT LESS THAN CCO-NUM
               INVALID KEY GO TO LISTAR-IMPAGADAS.

       LEER-CONTRATO.
           READ CONTRATOS NEXT RECORD AT END
               GO TO LISTAR-IMPAGADAS.
           IF NOT CCO-VIGENTE
               GO TO LEER-CONTRATO.
           ADD 1 TO CNT-CONTRATOS.

           MOVE CCO-CAJA TO CSG-NUM.
           READ CAJAS INVALID KEY
               MOVE 0 TO CSG-TAMANO
               MOVE 1 TO CSG-SUCURSAL
           END-READ.
           MOVE CSG-SUCURSAL TO SUCURSAL-CAJA.

           IF CCO-FECHA-COBRO > FECHA-PROCESO
               GO TO COBRAR-PENDIENTE.

           *> Vence la cuota del ano: se suma a lo que se debiera y
           *> la fecha de cobro pasa al ano siguiente
           MOVE CCO-FECHA-COBRO TO FECHA-VENCE.
           MOVE CSG-TAMANO TO TARIFA-CLASE.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.
           ADD CENT-COMISION-TARIFA TO CCO-CENT-PENDIENTE.
           ADD 1 TO CNT-CUOTAS.

           MOVE CCO-FECHA-COBRO TO FECHA-COBRO-W.
           ADD 1 TO FCOB-ANO.
           IF FCOB-MES = 2 AND FCOB-DIA = 29
               MOVE 28 TO FCOB-DIA.
           MOVE FECHA-COBRO-W TO CCO-FECHA-COBRO.

           IF CCO-CENT-PENDIENTE > 0 AND CCO-FECHA-IMPAGO = 0
               MOVE FECHA-VENCE TO CCO-FECHA-IMPAGO.

       COBRAR-PENDIENTE.
           IF CCO-CENT-PENDIENTE = 0
               GO TO GUARDAR-CONTRATO.
           PERFORM CARGAR-CUOTA THRU CARGAR-CUOTA-FIN.
           IF CCO-CENT-PENDIENTE = 0
               GO TO GUARDAR-CONTRATO.

           ADD 1 TO CNT-PENDIENTES.
           ADD CCO-CENT-PENDIENTE TO CENT-PENDIENTE-TOTAL.
           COMPUTE DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(CCO-FECHA-IMPAGO).
           IF DIAS-VENCIDO > DIAS-IMPAGO
               MOVE SUCURSAL-CAJA      TO CIM-SUCURSAL
               MOVE CCO-NUM            TO CIM-CONTRATO
               MOVE CCO-CAJA           TO CIM-CAJA
               MOVE CCO-TARJETA        TO CIM-TARJETA
               MOVE CCO-CENT-PENDIENTE TO CIM-CENT-PENDIENTE
               MOVE CCO-FECHA-IMPAGO   TO CIM-FECHA-IMPAGO
               WRITE CAJA-IMPAGADA-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       GUARDAR-CONTRATO.
           REWRITE CONTRATO-CAJA-REG INVALID KEY
               GO TO FIN-ERROR.
           GO TO LEER-CONTRATO.

      *> CARGA TODO LO PENDIENTE DEL CONTRATO EN LA CUENTA CORRIENTE
      *> DE SU TARJETA SI EL SALDO MAS EL DESCUBIERTO CONCEDIDO LO
      *> CUBREN; LA CUOTA NO SE COBRA A TROZOS
       CARGAR-CUOTA.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE CCO-TARJETA TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO CTA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CTA-EXISTE-SW
           END-READ.
           IF CTA-EXISTE-SW = "N"
               CLOSE CUENTAS
               GO TO CARGAR-CUOTA-FIN.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO-CTA
               + (CTA-LIMITE-DESCUBIERTO * 100).
           IF CENT-DISPONIBLE < CCO-CENT-PENDIENTE
               CLOSE CUENTAS
               GO TO CARGAR-CUOTA-FIN.

           MOVE CCO-CENT-PENDIENTE TO CENT-CARGO.
           MOVE CCO-TARJETA        TO TARJETA-CARGO.
           MOVE SPACES TO REFERENCIA-CAJA.
           STRING "Caja " DELIMITED BY SIZE
                  CCO-CAJA DELIMITED BY SIZE
                  " contrato " DELIMITED BY SIZE
                  CCO-NUM DELIMITED BY SIZE
             INTO REFERENCIA-CAJA.
           MOVE MSJ-CUOTA TO MOV-CONCEPTO.
           PERFORM CARGAR-MOVIMIENTO-CUOTA
               THRU CARGAR-MOVIMIENTO-CUOTA-FIN.
           CLOSE CUENTAS.

           ADD 1 TO CNT-COBRADOS.
           ADD CENT-CARGO TO CENT-COBRADO-TOTAL.
           MOVE 0 TO CCO-CENT-PENDIENTE.
           MOVE 0 TO CCO-FECHA-IMPAGO.
       CARGAR-CUOTA-FIN.
           EXIT.

      *> ESCRIBE UN MOVIMIENTO DE CARGO DE CENT-CARGO (EL CONCEPTO YA
      *> VIENE EN MOV-CONCEPTO) Y ACTUALIZA EL SALDO EN CUENTAS; EL
      *> REGISTRO DE CUENTAS YA ESTA LEIDO Y EL FICHERO ABIERTO
       CARGAR-MOVIMIENTO-CUOTA.
           SUBTRACT CENT-CARGO FROM CENT-SALDO-CTA.

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
           MOVE TARJETA-CARGO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-CARGO / 100).
           MOVE FUNCTION MOD(CENT-CARGO, 100) TO MOV-IMPORTE-DEC.
           MOVE REFERENCIA-CAJA TO MOV-REFERENCIA.
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
       CARGAR-MOVIMIENTO-CUOTA-FIN.
           EXIT.

      *> IMPAGADOS FUERA DE PLAZO AL INFORME, POR SUCURSAL Y CONTRATO
       LISTAR-IMPAGADAS.
           CLOSE CONTRATOS.
           CLOSE CAJAS.
           CLOSE IMPAGADAS.

           OPEN INPUT IMPAGADAS.
           IF FSCI <> 00
               GO TO FIN-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           MOVE 9999 TO SUCURSAL-ANTERIOR.

       LEER-IMPAGADA.
           READ IMPAGADAS NEXT RECORD AT END
               GO TO FIN.
           IF CNT-IMPAGADOS = 0
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "Alquileres de cajas sin pagar en mas de "
                      DELIMITED BY SIZE
                      DIAS-IMPAGO DELIMITED BY SIZE
                      " dias" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           IF CIM-SUCURSAL NOT = SUCURSAL-ANTERIOR
               MOVE CIM-SUCURSAL TO SUCURSAL-ANTERIOR
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "Sucursal " DELIMITED BY SIZE
                      CIM-SUCURSAL DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           ADD 1 TO CNT-IMPAGADOS.

           MOVE CIM-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "(tarjeta sin ficha)" TO TNOMBRE
           END-READ.

           MOVE SPACES TO FECHA-IMPAGO-EDIT.
           STRING CIM-FECHA-IMPAGO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CIM-FECHA-IMPAGO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CIM-FECHA-IMPAGO(1:4) DELIMITED BY SIZE
             INTO FECHA-IMPAGO-EDIT.
           COMPUTE DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(CIM-FECHA-IMPAGO).
           MOVE DIAS-VENCIDO TO DIAS-EDIT.
           COMPUTE TOTAL-ENT-EDIT = CIM-CENT-PENDIENTE / 100.
           MOVE FUNCTION MOD(CIM-CENT-PENDIENTE, 100)
               TO TOTAL-DEC-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  Caja " DELIMITED BY SIZE
                  CIM-CAJA DELIMITED BY SIZE
                  " contrato " DELIMITED BY SIZE
                  CIM-CONTRATO DELIMITED BY SIZE " " DELIMITED BY SIZE
                  TOTAL-ENT-EDIT DELIMITED BY SIZE "," DELIMITED BY SIZE
                  TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                      DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "      " DELIMITED BY SIZE
                  CIM-TARJETA DELIMITED BY SIZE " " DELIMITED BY SIZE
                  TNOMBRE DELIMITED BY SIZE
                  " vencida " DELIMITED BY SIZE
                  FECHA-IMPAGO-EDIT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  DIAS-EDIT DELIMITED BY SIZE
                  " dias)" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-IMPAGADA.

       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CONTRATOS.
           CLOSE CAJAS.
           CLOSE IMPAGADAS.
           CLOSE TARJETAS.
           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CONTRATOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Contratos vigentes: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CUOTAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuotas anuales vencidas hoy: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-COBRADOS TO CNT-EDIT
               COMPUTE TOTAL-ENT-EDIT = CENT-COBRADO-TOTAL / 100
               MOVE FUNCTION MOD(CENT-COBRADO-TOTAL, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Contratos cobrados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      " por " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-PENDIENTES TO CNT-EDIT
               COMPUTE TOTAL-ENT-EDIT = CENT-PENDIENTE-TOTAL / 100
               MOVE FUNCTION MOD(CENT-PENDIENTE-TOTAL, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Contratos con cuota pendiente: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      " por " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-IMPAGADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Pasados a la sucursal: " DELIMITED BY SIZE
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
