       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAR_EMPRESAS.
       *> Programa batch de la cadena nocturna que cobra las remesas
       *> de recibos que las empresas presentaron con
       *> CARGAR_COBROS_EMPRESA. Para cada remesa pendiente cuya fecha
       *> de cobro ha llegado recorre sus recibos pendientes: los de
       *> cuentas de la casa se adeudan directamente al deudor en
       *> cuentas.ubd (si el disponible, saldo mas descubierto, no
       *> llega, la cuenta no opera o el titular ha fallecido, ver
       *> GESTION_DEFUNCIONES, el recibo queda impagado) y los
       *> de otras entidades se vuelcan al fichero de cobros para la
       *> red de compensacion (cobros_salida.txt, con cabecera CAB y
       *> pie PIE como intercambio_salida.txt). Despues se abona a la
       *> empresa en un solo movimiento el total cobrado de la remesa
       *> y la remesa queda abonada. Las devoluciones que lleguen
       *> despues de la red las deshace DEVOLVER_COBROS_EMPRESA.
       *> Al final se regenera remesas_cobro.txt, el informe de
       *> remesas de cada empresa con lo presentado, rechazado,
       *> cobrado, impagado y devuelto.
       *> El fichero de cobros enviado se anota como posicion con la
       *> red (POSICION_RED) para casarlo en CONCILIAR_RED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REMESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCO-CLAVE
           FILE STATUS IS FSRM.

           SELECT OPTIONAL COBROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-NUM
           FILE STATUS IS FSCB.

           SELECT OPTIONAL EMPRESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-TARJETA
           FILE STATUS IS FSEM.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

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

           SELECT OPTIONAL COBROS-SALIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCS.

           SELECT OPTIONAL CONTROLCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCA-FICHERO
           FILE STATUS IS FSCC.

           SELECT OPTIONAL LISTADO-REMESAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLR.

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

       FD EMPRESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "empresas.ubd".
       01 EMPRESA-REG.
           02 EMP-TARJETA           PIC 9(16).
           02 EMP-NOMBRE            PIC X(30).

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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TARJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       *> Expediente de defuncion del cliente (ver
       *> GESTION_DEFUNCIONES)
       FD DEFUNCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "defunciones.ubd".
       01 DEFUNCION-REG.
           02 DEF-CLIENTE           PIC  9(8).
           02 DEF-FECHA-DEFUNCION   PIC  9(8).
           02 DEF-FECHA-ALTA        PIC  9(8).
           02 DEF-OPERADOR          PIC  9(4).
           02 DEF-ESTADO            PIC  9(1).
               88 DEF-CONGELADO     VALUE 1.
               88 DEF-DOCUMENTADO   VALUE 2.
               88 DEF-LIQUIDADO     VALUE 3.
           02 DEF-NUM-HEREDEROS     PIC  9(1).
           02 DEF-HEREDERO OCCURS 5 TIMES.
               03 DEF-HER-NOMBRE    PIC X(30).
               03 DEF-HER-IBAN      PIC X(24).
               03 DEF-HER-PORCENTAJE PIC 9(3).
           02 DEF-FECHA-DOCUMENTOS  PIC  9(8).
           02 DEF-OPERADOR-DOC      PIC  9(4).
           02 DEF-FECHA-LIQUIDACION PIC  9(8).
           02 DEF-CENT-LIQUIDADO    PIC  9(11).

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

       *> FORMATO FIJO DEL REGISTRO DE COBRO PARA LA RED DE
       *> COMPENSACION: NUMERO DE RECIBO, IBAN DEUDOR, NOMBRE DEL
       *> DEUDOR, IMPORTE EN CENTIMOS, FECHA DE COBRO, MANDATO,
       *> ACREEDOR Y REFERENCIA DE LA REMESA, EN POSICIONES FIJAS
       FD COBROS-SALIDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobros_salida.txt".
       01 LINEA-CONTROL-CS            PIC X(80).
       01 COBRO-SALIDA-REG.
           02 CS-COB-NUM            PIC  9(9).
           02 CS-IBAN-DEUDOR        PIC  X(24).
           02 CS-NOMBRE-DEUDOR      PIC  X(30).
           02 CS-IMPORTE-CENT       PIC  9(9).
           02 CS-FECHA-COBRO        PIC  9(8).
           02 CS-MANDATO            PIC  X(20).
           02 CS-ACREEDOR           PIC  X(30).
           02 CS-REMESA             PIC  X(12).

       FD CONTROLCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "controlcambio.ubd".
       01 CONTROLCAMBIO-REG.
           02 CCA-FICHERO           PIC X(12).
           02 CCA-SEC-SALIDA        PIC  9(6).
           02 CCA-SEC-ENTRADA       PIC  9(6).
           02 CCA-FECHA             PIC  9(8).

       FD LISTADO-REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesas_cobro.txt".
       01 LINEA-LISTADO               PIC X(100).

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
       77 FSRM                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       77 FSEM                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSDF                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSCS                     PIC  X(2).
       77 FSCC                     PIC  X(2).
       77 FSLR                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 CCA-EXISTE-SW            PIC  X(1).
       77 SEC-SALIDA-W             PIC  9(6).
       77 CNT-DETALLE-CTL          PIC  9(7) VALUE 0.
       77 CENT-TOTAL-CTL           PIC  9(11) VALUE 0.

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

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).

       77 NOMBRE-EMPRESA           PIC X(30).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CENT-LIMITE-CTA          PIC S9(11).
       77 TARJETA-MOVIMIENTO       PIC  9(16).
       77 TIPO-MOVIMIENTO          PIC  9(1).
       77 CENT-MOV                 PIC S9(9).
       77 CONCEPTO-MOV             PIC X(35).
       77 REFERENCIA-MOV           PIC X(30).
       77 DEUDOR-VALIDO-SW         PIC  X(1).
       77 MOTIVO-IMPAGO            PIC X(30).
       77 CLIENTE-DEUDOR           PIC  9(8).
       77 TITULAR-FALLECIDO-SW     PIC  X(1).

       77 CENT-ABONO-REMESA        PIC  9(11).
       77 CNT-COBRADOS-REMESA      PIC  9(5).
       77 CENT-COBRADO-REMESA      PIC  9(11).
       77 CNT-IMPAGADOS-REMESA     PIC  9(5).
       77 CENT-IMPAGADO-REMESA     PIC  9(11).

       77 MSJ-ABONO-REMESA         PIC X(35)
           VALUE "Abono de remesa de recibos".
       77 MSJ-RECIBO-DOMICILIADO   PIC X(35)
           VALUE "Recibo domiciliado".

       77 CNT-REMESAS              PIC  9(7) VALUE 0.
       77 CNT-INTERNOS             PIC  9(7) VALUE 0.
       77 CNT-EXTERNOS             PIC  9(7) VALUE 0.
       77 CNT-IMPAGADOS            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 CNT5-EDIT                PIC  ZZZZ9.
       77 TOTAL-ENT-EDIT           PIC  ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

       *> Corte de control del listado de remesas por empresa
       77 EMPRESA-ANTERIOR         PIC 9(16) VALUE 0.

       01 LINEA-REMESA-LST.
           02 FILLER                PIC  X(2) VALUE SPACES.
           02 LRL-REFERENCIA        PIC X(12).
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-FECHA-COBRO       PIC  9(8).
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-ESTADO            PIC X(10).
           02 LRL-PRESENTADOS       PIC ZZZZ9.
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-RECHAZADOS        PIC ZZZZ9.
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-COBRADOS          PIC ZZZZ9.
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-IMPAGADOS         PIC ZZZZ9.
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-DEVUELTOS         PIC ZZZZ9.
           02 FILLER                PIC  X(1) VALUE SPACES.
           02 LRL-NETO-ENT          PIC -ZZZZZZZZ9.
           02 FILLER                PIC  X(1) VALUE ",".
           02 LRL-NETO-DEC          PIC 99.
       77 CENT-NETO-REMESA         PIC S9(11).

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

       INFORME-OPEN.
           *>EL INFORME ES EL MISMO DE LA CARGA DE REMESAS; EL ESTADO
           *> 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== COBRAR_EMPRESAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       COBROS-SALIDA-OPEN.
           *> El fichero de cobros se regenera entero en cada
           *> ejecucion: contiene solo los recibos de este envio
           OPEN OUTPUT COBROS-SALIDA.
           IF FSCS <> 00 AND FSCS <> 05
               GO TO FIN-ERROR.

           MOVE "cobrosemp" TO CCA-FICHERO.
           PERFORM OBTENER-SEC-SALIDA
               THRU OBTENER-SEC-SALIDA-FIN.
           MOVE SPACES TO LINEA-CONTROL-CS.
           STRING "CAB|UNIZARBANK|" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SEC-SALIDA-W DELIMITED BY SIZE
             INTO LINEA-CONTROL-CS.
           WRITE LINEA-CONTROL-CS.

       REMESAS-OPEN.
           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O REMESAS CLOSE REMESAS.
           OPEN I-O COBROS CLOSE COBROS.

           OPEN I-O REMESAS.
           IF FSRM <> 00
               GO TO FIN-ERROR.

       LEER-REMESA.
           READ REMESAS NEXT RECORD AT END GO TO FIN-REMESAS.

           IF NOT RCO-PENDIENTE
               OR RCO-FECHA-COBRO > FECHA-PROCESO
               GO TO LEER-REMESA.

           ADD 1 TO CNT-REMESAS.
           PERFORM COBRAR-REMESA THRU COBRAR-REMESA-FIN.
           GO TO LEER-REMESA.

       FIN-REMESAS.
           CLOSE REMESAS.

           PERFORM LISTAR-REMESAS THRU LISTAR-REMESAS-FIN.

           MOVE CNT-REMESAS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Remesas cobradas y abonadas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-INTERNOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibos adeudados en cuentas de la casa: "
                  DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-EXTERNOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibos enviados a la red: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-IMPAGADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibos impagados: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO FIN.

      *> COBRA LOS RECIBOS PENDIENTES DE LA REMESA EN CURSO Y ABONA
      *> EL TOTAL COBRADO A LA EMPRESA EN UN SOLO MOVIMIENTO
       COBRAR-REMESA.
           MOVE 0 TO CNT-COBRADOS-REMESA.
           MOVE 0 TO CENT-COBRADO-REMESA.
           MOVE 0 TO CNT-IMPAGADOS-REMESA.
           MOVE 0 TO CENT-IMPAGADO-REMESA.

           MOVE SPACES TO NOMBRE-EMPRESA.
           OPEN INPUT EMPRESAS.
           IF FSEM = 00
               MOVE RCO-EMPRESA TO EMP-TARJETA
               READ EMPRESAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-NOMBRE TO NOMBRE-EMPRESA
               END-READ
           END-IF.
           CLOSE EMPRESAS.

           OPEN I-O COBROS.
           IF FSCB <> 00
               GO TO FIN-ERROR.

       LEER-COBRO.
           READ COBROS NEXT RECORD AT END GO TO ABONAR-REMESA.

           IF COB-EMPRESA NOT = RCO-EMPRESA
               OR COB-REMESA NOT = RCO-REFERENCIA
               OR NOT COB-PENDIENTE
               GO TO LEER-COBRO.

           IF COB-EXTERNO
               PERFORM ENVIAR-COBRO-EXTERNO
                   THRU ENVIAR-COBRO-EXTERNO-FIN
           ELSE
               PERFORM ADEUDAR-COBRO-INTERNO
                   THRU ADEUDAR-COBRO-INTERNO-FIN
           END-IF.

           MOVE FECHA-PROCESO TO COB-FECHA-ESTADO.
           REWRITE COBRO-REG INVALID KEY GO TO FIN-ERROR.
           GO TO LEER-COBRO.

       ABONAR-REMESA.
           CLOSE COBROS.

           *> Se abona lo cobrado hoy; lo impagado no llega a la
           *> empresa y lo que devuelva la red se le adeudara luego
           MOVE CENT-COBRADO-REMESA TO CENT-ABONO-REMESA.
           IF CENT-ABONO-REMESA > 0
               MOVE RCO-EMPRESA       TO TARJETA-MOVIMIENTO
               MOVE 1                 TO TIPO-MOVIMIENTO
               MOVE CENT-ABONO-REMESA TO CENT-MOV
               MOVE MSJ-ABONO-REMESA  TO CONCEPTO-MOV
               MOVE RCO-REFERENCIA    TO REFERENCIA-MOV
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN
           END-IF.

           ADD CNT-COBRADOS-REMESA  TO RCO-CNT-COBRADOS.
           ADD CENT-COBRADO-REMESA  TO RCO-CENT-COBRADO.
           ADD CNT-IMPAGADOS-REMESA TO RCO-CNT-IMPAGADOS.
           ADD CENT-IMPAGADO-REMESA TO RCO-CENT-IMPAGADO.
           MOVE 2 TO RCO-ESTADO.
           REWRITE REMESA-REG INVALID KEY GO TO FIN-ERROR.

           COMPUTE TOTAL-ENT-EDIT = CENT-ABONO-REMESA / 100.
           MOVE FUNCTION MOD(CENT-ABONO-REMESA, 100)
               TO TOTAL-DEC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Remesa " DELIMITED BY SIZE
                  RCO-REFERENCIA DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  NOMBRE-EMPRESA DELIMITED BY "  "
                  " abonada: " DELIMITED BY SIZE
                  TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                      DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       COBRAR-REMESA-FIN.
           EXIT.

      *> RECIBO SOBRE UNA CUENTA DE LA CASA: SE ADEUDA AL DEUDOR SI
      *> LA CUENTA OPERA, SU TITULAR VIVE Y EL DISPONIBLE LO CUBRE;
      *> SI NO, IMPAGADO
       ADEUDAR-COBRO-INTERNO.
           MOVE "S" TO DEUDOR-VALIDO-SW.
           MOVE SPACES TO MOTIVO-IMPAGO.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE COB-TARJETA-DEUDOR TO CTA-TARJETA.
           MOVE COB-TIPO-DEUDOR    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO DEUDOR-VALIDO-SW
               MOVE "Cuenta del deudor inexistente" TO MOTIVO-IMPAGO
           END-READ.
           CLOSE CUENTAS.

           IF DEUDOR-VALIDO-SW = "S" AND NOT CUENTA-OPERATIVA
               MOVE "N" TO DEUDOR-VALIDO-SW
               MOVE "Cuenta del deudor no operativa" TO MOTIVO-IMPAGO.

           *> La congelacion por fallecimiento solo bloquea las
           *> tarjetas; la cuenta sigue operativa y hay que mirar el
           *> expediente de defuncion
           IF DEUDOR-VALIDO-SW = "S"
               PERFORM COMPROBAR-DEFUNCION
                   THRU COMPROBAR-DEFUNCION-FIN
               IF TITULAR-FALLECIDO-SW = "S"
                   MOVE "N" TO DEUDOR-VALIDO-SW
                   MOVE "Titular fallecido" TO MOTIVO-IMPAGO
               END-IF
           END-IF.

           IF DEUDOR-VALIDO-SW = "S"
               IF CTA-SALDO-ENT < 0
                   COMPUTE CENT-SALDO-CTA =
                       - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                           + CTA-SALDO-DEC)
               ELSE
                   COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                            + CTA-SALDO-DEC
               END-IF
               COMPUTE CENT-LIMITE-CTA = CTA-LIMITE-DESCUBIERTO * 100
               IF (CENT-SALDO-CTA + CENT-LIMITE-CTA)
                   < COB-CENT-IMPORTE
                   MOVE "N" TO DEUDOR-VALIDO-SW
                   MOVE "Saldo insuficiente" TO MOTIVO-IMPAGO
               END-IF
           END-IF.

           IF DEUDOR-VALIDO-SW = "N"
               MOVE 4 TO COB-ESTADO
               MOVE MOTIVO-IMPAGO TO COB-MOTIVO
               ADD 1 TO CNT-IMPAGADOS
               ADD 1 TO CNT-IMPAGADOS-REMESA
               ADD COB-CENT-IMPORTE TO CENT-IMPAGADO-REMESA
               GO TO ADEUDAR-COBRO-INTERNO-FIN.

           MOVE COB-TARJETA-DEUDOR TO TARJETA-MOVIMIENTO.
           MOVE COB-TIPO-DEUDOR    TO TIPO-MOVIMIENTO.
           COMPUTE CENT-MOV = - COB-CENT-IMPORTE.
           *> Para el deudor es un recibo domiciliado mas: asi lo
           *> contabiliza EXTRAER_CONTABILIDAD y lo ven las alertas y
           *> las categorias, con el mandato en la referencia
           MOVE MSJ-RECIBO-DOMICILIADO TO CONCEPTO-MOV.
           MOVE COB-MANDATO TO REFERENCIA-MOV.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN.

           MOVE 2 TO COB-ESTADO.
           ADD 1 TO CNT-INTERNOS.
           ADD 1 TO CNT-COBRADOS-REMESA.
           ADD COB-CENT-IMPORTE TO CENT-COBRADO-REMESA.
       ADEUDAR-COBRO-INTERNO-FIN.
           EXIT.

      *> EL CLIENTE DE LA TARJETA DEUDORA, SI CONSTA SU DEFUNCION
      *> EN DEFUNCIONES.UBD, DEJA TITULAR-FALLECIDO-SW A "S"
       COMPROBAR-DEFUNCION.
           MOVE "N" TO TITULAR-FALLECIDO-SW.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE COB-TARJETA-DEUDOR TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE TCLIENTE TO CLIENTE-DEUDOR.
           CLOSE TARJETAS.
           IF CLIENTE-DEUDOR = 0
               GO TO COMPROBAR-DEFUNCION-FIN.

           OPEN INPUT DEFUNCIONES.
           IF FSDF <> 00
               CLOSE DEFUNCIONES
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE CLIENTE-DEUDOR TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO TITULAR-FALLECIDO-SW
           END-READ.
           CLOSE DEFUNCIONES.
       COMPROBAR-DEFUNCION-FIN.
           EXIT.

      *> RECIBO SOBRE OTRA ENTIDAD: SALE A LA RED EN EL FICHERO DE
      *> COBROS Y SE DA POR COBRADO; SI LA RED LO DEVUELVE, LO
      *> DESHACE DEVOLVER_COBROS_EMPRESA
       ENVIAR-COBRO-EXTERNO.
           MOVE COB-NUM          TO CS-COB-NUM.
           MOVE COB-IBAN         TO CS-IBAN-DEUDOR.
           MOVE COB-NOMBRE       TO CS-NOMBRE-DEUDOR.
           MOVE COB-CENT-IMPORTE TO CS-IMPORTE-CENT.
           MOVE FECHA-PROCESO    TO CS-FECHA-COBRO.
           MOVE COB-MANDATO      TO CS-MANDATO.
           MOVE NOMBRE-EMPRESA   TO CS-ACREEDOR.
           MOVE COB-REMESA       TO CS-REMESA.
           WRITE COBRO-SALIDA-REG.

           ADD 1 TO CNT-DETALLE-CTL.
           ADD COB-CENT-IMPORTE TO CENT-TOTAL-CTL.

           MOVE 2 TO COB-ESTADO.
           ADD 1 TO CNT-EXTERNOS.
           ADD 1 TO CNT-COBRADOS-REMESA.
           ADD COB-CENT-IMPORTE TO CENT-COBRADO-REMESA.
       ENVIAR-COBRO-EXTERNO-FIN.
           EXIT.

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

      *> LISTADO DE REMESAS POR EMPRESA (REMESAS_COBRO.TXT), EN ORDEN
      *> DE CLAVE: UNA CABECERA POR EMPRESA Y UNA LINEA POR REMESA
      *> CON SUS RECUENTOS Y EL NETO ABONADO (COBRADO - DEVUELTO)
       LISTAR-REMESAS.
           OPEN OUTPUT LISTADO-REMESAS.
           IF FSLR <> 00 AND FSLR <> 05
               GO TO LISTAR-REMESAS-FIN.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "REMESAS DE COBRO DE EMPRESAS A " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
             INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           OPEN INPUT REMESAS.
           IF FSRM <> 00
               CLOSE REMESAS
               GO TO LISTAR-REMESAS-CIERRE.
           OPEN INPUT EMPRESAS.
           MOVE 0 TO EMPRESA-ANTERIOR.

       LISTAR-LEER-REMESA.
           READ REMESAS NEXT RECORD AT END GO TO LISTAR-FIN-REMESAS.

           IF RCO-EMPRESA NOT = EMPRESA-ANTERIOR
               MOVE RCO-EMPRESA TO EMPRESA-ANTERIOR
               MOVE SPACES TO NOMBRE-EMPRESA
               MOVE RCO-EMPRESA TO EMP-TARJETA
               READ EMPRESAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-NOMBRE TO NOMBRE-EMPRESA
               END-READ
               MOVE SPACES TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "EMPRESA " DELIMITED BY SIZE
                      RCO-EMPRESA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-EMPRESA DELIMITED BY SIZE
                 INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "  REMESA       COBRO    ESTADO     "
                          DELIMITED BY SIZE
                      " PRES  RECH   COB   IMP   DEV        NETO"
                          DELIMITED BY SIZE
                 INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.

           MOVE RCO-REFERENCIA      TO LRL-REFERENCIA.
           MOVE RCO-FECHA-COBRO     TO LRL-FECHA-COBRO.
           IF RCO-ABONADA
               MOVE "ABONADA"   TO LRL-ESTADO
           ELSE
               MOVE "PENDIENTE" TO LRL-ESTADO
           END-IF.
           MOVE RCO-CNT-PRESENTADOS TO LRL-PRESENTADOS.
           MOVE RCO-CNT-RECHAZADOS  TO LRL-RECHAZADOS.
           MOVE RCO-CNT-COBRADOS    TO LRL-COBRADOS.
           MOVE RCO-CNT-IMPAGADOS   TO LRL-IMPAGADOS.
           MOVE RCO-CNT-DEVUELTOS   TO LRL-DEVUELTOS.
           COMPUTE CENT-NETO-REMESA =
               RCO-CENT-COBRADO - RCO-CENT-DEVUELTO.
           COMPUTE LRL-NETO-ENT = CENT-NETO-REMESA / 100.
           MOVE FUNCTION MOD(FUNCTION ABS(CENT-NETO-REMESA), 100)
               TO LRL-NETO-DEC.
           MOVE LINEA-REMESA-LST TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           GO TO LISTAR-LEER-REMESA.

       LISTAR-FIN-REMESAS.
           CLOSE EMPRESAS.
           CLOSE REMESAS.

       LISTAR-REMESAS-CIERRE.
           CLOSE LISTADO-REMESAS.
       LISTAR-REMESAS-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE REMESAS.
           CLOSE COBROS.

           *> Pie de control: recuento y total en centimos
           IF FSCS = 00 OR FSCS = 05
               MOVE SPACES TO LINEA-CONTROL-CS
               STRING "PIE|" DELIMITED BY SIZE
                      CNT-DETALLE-CTL DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      CENT-TOTAL-CTL DELIMITED BY SIZE
                 INTO LINEA-CONTROL-CS
               WRITE LINEA-CONTROL-CS
           END-IF.
           CLOSE COBROS-SALIDA.

           *> Lo cobrado a otras entidades lo abona la red en la
           *> liquidacion: queda en la posicion para conciliarlo
           IF (FSCS = 00 OR FSCS = 05) AND CNT-DETALLE-CTL > 0
               MOVE FECHA-PROCESO   TO PR-FECHA
               MOVE "cobrosemp"     TO PR-FICHERO
               MOVE SEC-SALIDA-W    TO PR-SECUENCIA
               MOVE "COBRAR_EMPRESAS" TO PR-PROGRAMA
               MOVE CNT-DETALLE-CTL TO PR-OPERACIONES
               MOVE CENT-TOTAL-CTL  TO PR-CENT
               CALL "POSICION_RED" USING PETICION-POSICION
           END-IF.

           IF FSINF = 00
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

      *> SIGUIENTE NUMERO DE SECUENCIA DE SALIDA DEL FICHERO DE
      *> COBROS (CONTROLCAMBIO.UBD): LA CABECERA CAB LO LLEVA Y EL
      *> RECEPTOR PUEDE DETECTAR HUECOS ENTRE DIAS CONSECUTIVOS
       OBTENER-SEC-SALIDA.
           OPEN I-O CONTROLCAMBIO CLOSE CONTROLCAMBIO.
           OPEN I-O CONTROLCAMBIO.
           IF FSCC <> 00
               CLOSE CONTROLCAMBIO
               MOVE 1 TO SEC-SALIDA-W
               GO TO OBTENER-SEC-SALIDA-FIN.
           READ CONTROLCAMBIO INVALID KEY
               MOVE "N" TO CCA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CCA-EXISTE-SW
           END-READ.
           IF CCA-EXISTE-SW = "N"
               MOVE 1 TO CCA-SEC-SALIDA
               MOVE 0 TO CCA-SEC-ENTRADA
           ELSE
               ADD 1 TO CCA-SEC-SALIDA
           END-IF.
           COMPUTE CCA-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CCA-SEC-SALIDA TO SEC-SALIDA-W.
           IF CCA-EXISTE-SW = "S"
               REWRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE CONTROLCAMBIO.
       OBTENER-SEC-SALIDA-FIN.
           EXIT.
