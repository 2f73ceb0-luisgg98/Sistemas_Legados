       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO_SOSPECHOSOS.
       *> Programa batch del resultado de la autenticacion de
       *> billetes sospechosos: el banco central devuelve, por cada
       *> ingreso remitido en la remesa de ENVIAR_SOSPECHOSOS, cuanto
       *> de lo apartado resulto falso. Este batch lee el fichero de
       *> resultados (resultado_sospechosos.txt, un registro por
       *> linea con los campos separados por "|": numero de ingreso
       *> sospechoso SOS-NUM e importe falso en centimos, 0 si todos
       *> los billetes eran autenticos) y:
       *>  - si todo es autentico confirma el abono: libera la
       *>    retencion que lo cubria y deja el ingreso autentico;
       *>  - si hay billetes falsos retrocede su importe con un
       *>    movimiento de cargo "Retrocesion billete falso" en la
       *>    cuenta corriente del ingreso, cierra la retencion y avisa
       *>    al cliente por notificaciones.ubd.
       *> Si la sucursal ya revirtio la retencion (LIBERAR_RETENCIONES)
       *> el importe ya se cargo y no se vuelve a cargar; solo se
       *> informa. Se ejecuta de forma independiente (no se llama
       *> desde el menu del cajero), normalmente dentro de la cadena
       *> nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULTADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRS.

           SELECT OPTIONAL SOSPECHOSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOS-NUM
           FILE STATUS IS FSSP.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSRT.

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

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.


       DATA DIVISION.
       FILE SECTION.

       FD RESULTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "resultado_sospechosos.txt".
       01 LINEA-RESULTADO             PIC X(80).

       FD SOSPECHOSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sospechosos.ubd".
       01 SOSPECHOSO-REG.
           02 SOS-NUM               PIC  9(9).
           02 SOS-TARJETA           PIC 9(16).
           02 SOS-CUENTA            PIC 9(16).
           02 SOS-MOV-NUM           PIC 9(35).
           02 SOS-TERMINAL          PIC  9(3).
           02 SOS-FECHA             PIC  9(8).
           02 SOS-HORA              PIC  9(6).
           02 SOS-BILLETES.
               03 SOS-B5            PIC  9(3).
               03 SOS-B10           PIC  9(3).
               03 SOS-B20           PIC  9(3).
               03 SOS-B50           PIC  9(3).
               03 SOS-B100          PIC  9(3).
               03 SOS-B200          PIC  9(3).
           02 SOS-CENT              PIC  9(9).
           02 SOS-MODO              PIC  9(1).
               88 SOS-ABONO-PROVISIONAL VALUE 1.
               88 SOS-ABONO-RETENIDO    VALUE 2.
           02 SOS-RET-NUM           PIC  9(9).
           02 SOS-ESTADO            PIC  9(1).
               88 SOS-PENDIENTE-ENVIO VALUE 1.
               88 SOS-ENVIADO         VALUE 2.
               88 SOS-AUTENTICO       VALUE 3.
               88 SOS-FALSO           VALUE 4.
           02 SOS-FECHA-ENVIO       PIC  9(8).
           02 SOS-FECHA-RESOL       PIC  9(8).
           02 SOS-CENT-FALSO        PIC  9(9).

       FD RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
       01 RETENCION-REG.
           02 RET-NUM               PIC  9(9).
           02 RET-TARJETA           PIC 9(16).
           02 RET-ANO               PIC   9(4).
           02 RET-MES               PIC   9(2).
           02 RET-DIA               PIC   9(2).
           02 RET-IMPORTE-ENT       PIC S9(7).
           02 RET-IMPORTE-DEC       PIC   9(2).
           02 RET-ESTADO            PIC   9(1).
               88 RET-PENDIENTE     VALUE 1.
               88 RET-LIBERADA      VALUE 2.
               88 RET-REVERTIDA     VALUE 3.

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
           VALUE OF FILE-ID IS "informe_sospechosos.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSRS                     PIC  X(2).
       77 FSSP                     PIC  X(2).
       77 FSRT                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       01 RESULTADO-CAMPOS.
           02 RES-CAMPO-NUM         PIC X(12).
           02 RES-CAMPO-FALSO       PIC X(12).

       77 RES-NUM                  PIC  9(9).
       77 RES-CENT-FALSO           PIC  9(9).

       77 FECHA-PROCESO            PIC  9(8).
       77 CENT-SALDO-CTA           PIC S9(9).
       77 CENT-IMPORTE             PIC  9(9).
       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 RETENCION-SW             PIC  X(1).
       77 CARGO-HECHO-SW           PIC  X(1).

       77 MSJ-RETROCESION          PIC X(35)
           VALUE "Retrocesion billete falso".

       77 CNT-LEIDOS               PIC  9(7) VALUE 0.
       77 CNT-AUTENTICOS           PIC  9(7) VALUE 0.
       77 CNT-FALSOS               PIC  9(7) VALUE 0.
       77 CNT-YA-REVERTIDOS        PIC  9(7) VALUE 0.
       77 CNT-SIN-CASAR            PIC  9(7) VALUE 0.
       77 CENT-TOTAL-FALSO         PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 IMPORTE-EDIT             PIC  -------9.99.

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

           OPEN INPUT RESULTADOS.
           IF FSRS <> 00
               GO TO FIN.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O SOSPECHOSOS CLOSE SOSPECHOSOS.

           OPEN I-O SOSPECHOSOS.
           IF FSSP <> 00
               GO TO FIN.

           OPEN I-O RETENCIONES CLOSE RETENCIONES.
           OPEN I-O RETENCIONES.
           IF FSRT <> 00
               GO TO FIN.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== RESULTADO_SOSPECHOSOS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       LEER-RESULTADO.
           READ RESULTADOS AT END GO TO FIN.

           IF LINEA-RESULTADO = SPACES
               GO TO LEER-RESULTADO.

           ADD 1 TO CNT-LEIDOS.

           MOVE SPACES TO RESULTADO-CAMPOS.
           UNSTRING LINEA-RESULTADO DELIMITED BY "|"
               INTO RES-CAMPO-NUM RES-CAMPO-FALSO.
           MOVE 0 TO RES-NUM.
           MOVE 0 TO RES-CENT-FALSO.
           IF RES-CAMPO-NUM NOT = SPACES
               COMPUTE RES-NUM = FUNCTION NUMVAL(RES-CAMPO-NUM).
           IF RES-CAMPO-FALSO NOT = SPACES
               COMPUTE RES-CENT-FALSO =
                   FUNCTION NUMVAL(RES-CAMPO-FALSO).

           MOVE RES-NUM TO SOS-NUM.
           READ SOSPECHOSOS INVALID KEY GO TO RESULTADO-SIN-CASAR.

           *> Solo se resuelven ingresos que salieron en una remesa;
           *> un resultado repetido no se aplica dos veces
           IF NOT SOS-ENVIADO
               GO TO RESULTADO-SIN-CASAR.

           *> El banco central no puede declarar falso mas de lo que
           *> se le remitio
           IF RES-CENT-FALSO > SOS-CENT
               MOVE SOS-CENT TO RES-CENT-FALSO.

           *> Retencion que cubria el importe sospechoso (solo con
           *> abono retenido)
           MOVE "N" TO RETENCION-SW.
           IF SOS-RET-NUM NOT = 0
               MOVE SOS-RET-NUM TO RET-NUM
               READ RETENCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO RETENCION-SW
               END-READ
           END-IF.

           MOVE FECHA-PROCESO  TO SOS-FECHA-RESOL.
           MOVE RES-CENT-FALSO TO SOS-CENT-FALSO.

           IF RES-CENT-FALSO = 0
               GO TO CONFIRMAR-ABONO.

           GO TO RETROCEDER-FALSOS.

      *> TODOS LOS BILLETES AUTENTICOS: EL ABONO QUEDA EN FIRME
       CONFIRMAR-ABONO.
           IF RETENCION-SW = "S"
               IF RET-PENDIENTE
                   MOVE 2 TO RET-ESTADO
                   REWRITE RETENCION-REG INVALID KEY GO TO FIN
                   END-REWRITE
               END-IF
           END-IF.

           MOVE 3 TO SOS-ESTADO.
           REWRITE SOSPECHOSO-REG INVALID KEY GO TO FIN.

           ADD 1 TO CNT-AUTENTICOS.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Ingreso " DELIMITED BY SIZE
               RES-NUM DELIMITED BY SIZE
               " autentico: abono confirmado" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-RESULTADO.

      *> HAY BILLETES FALSOS: SE CARGA SU IMPORTE EN LA CUENTA DEL
      *> INGRESO SALVO QUE LA SUCURSAL YA HAYA REVERTIDO LA RETENCION
       RETROCEDER-FALSOS.
           MOVE "N" TO CARGO-HECHO-SW.
           IF RETENCION-SW = "S"
               IF RET-REVERTIDA
                   ADD 1 TO CNT-YA-REVERTIDOS
                   GO TO ANOTAR-FALSO
               END-IF
           END-IF.

           MOVE RES-CENT-FALSO TO CENT-IMPORTE.
           PERFORM CARGAR-FALSOS THRU CARGAR-FALSOS-FIN.

           *> La parte autentica, si la hay, queda libre; con todo
           *> falso la retencion se da por revertida
           IF RETENCION-SW = "S"
               IF RET-PENDIENTE
                   IF RES-CENT-FALSO = SOS-CENT
                       MOVE 3 TO RET-ESTADO
                   ELSE
                       MOVE 2 TO RET-ESTADO
                   END-IF
                   REWRITE RETENCION-REG INVALID KEY GO TO FIN
                   END-REWRITE
               END-IF
           END-IF.

           IF CARGO-HECHO-SW = "S"
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-FIN
           END-IF.

       ANOTAR-FALSO.
           MOVE 4 TO SOS-ESTADO.
           REWRITE SOSPECHOSO-REG INVALID KEY GO TO FIN.

           ADD 1 TO CNT-FALSOS.
           ADD RES-CENT-FALSO TO CENT-TOTAL-FALSO.

           COMPUTE IMPORTE-EDIT = RES-CENT-FALSO / 100.
           MOVE SPACES TO LINEA-INFORME.
           IF CARGO-HECHO-SW = "S"
               STRING "Ingreso " DELIMITED BY SIZE
                   RES-NUM DELIMITED BY SIZE
                   " falso: retrocedido " DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               IF RETENCION-SW = "S" AND RET-REVERTIDA
                   STRING "Ingreso " DELIMITED BY SIZE
                       RES-NUM DELIMITED BY SIZE
                       " falso: ya revertido en sucursal"
                       DELIMITED BY SIZE
                     INTO LINEA-INFORME
               ELSE
                   STRING "Ingreso " DELIMITED BY SIZE
                       RES-NUM DELIMITED BY SIZE
                       " falso SIN retroceder: cuenta inexistente"
                       DELIMITED BY SIZE
                     INTO LINEA-INFORME
               END-IF
           END-IF.
           WRITE LINEA-INFORME.

           GO TO LEER-RESULTADO.

       CARGAR-FALSOS.
           MOVE "S" TO CARGO-HECHO-SW.

           *> El numero del siguiente movimiento se obtiene de
           *> SECUENCIAS por clave, igual que el resto de programas
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN.
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

           *> El cargo va a la cuenta corriente en la que se abono el
           *> ingreso
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN.
           MOVE SOS-CUENTA TO CTA-TARJETA.
           MOVE 1          TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               MOVE "N" TO CARGO-HECHO-SW
               GO TO CARGAR-FALSOS-FIN.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           SUBTRACT CENT-IMPORTE FROM CENT-SALDO-CTA.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN.

           MOVE LAST-MOV-NUM     TO MOV-NUM.
           MOVE SOS-CUENTA       TO MOV-TARJETA.
           MOVE ANO              TO MOV-ANO.
           MOVE MES              TO MOV-MES.
           MOVE DIA              TO MOV-DIA.
           MOVE HORAS            TO MOV-HOR.
           MOVE MINUTOS          TO MOV-MIN.
           MOVE SEGUNDOS         TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-IMPORTE / 100).
           MOVE FUNCTION MOD(CENT-IMPORTE, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-RETROCESION  TO MOV-CONCEPTO.
           MOVE SPACES           TO MOV-REFERENCIA.
           STRING "SOSPECHOSO " DELIMITED BY SIZE
               SOS-NUM DELIMITED BY SIZE
             INTO MOV-REFERENCIA.

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

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN.
           CLOSE CUENTAS.

       CARGAR-FALSOS-FIN.
           EXIT.

      *> AVISO AL CLIENTE DE LA RETROCESION, A LA TARJETA CON LA QUE
      *> SE HIZO EL INGRESO
       ENCOLAR-NOTIFICACION.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN.
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
               GO TO FIN.
           MOVE LAST-NOTIF-NUM  TO NOTIF-NUM.
           MOVE SOS-TARJETA     TO NOTIF-TARJETA.
           MOVE ANO             TO NOTIF-ANO.
           MOVE MES             TO NOTIF-MES.
           MOVE DIA             TO NOTIF-DIA.
           MOVE 0               TO NOTIF-HOR.
           MOVE 0               TO NOTIF-MIN.
           MOVE 0               TO NOTIF-SEG.
           MOVE MSJ-RETROCESION TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = (RES-CENT-FALSO / 100).
           MOVE FUNCTION MOD(RES-CENT-FALSO, 100)
               TO NOTIF-IMPORTE-DEC.
           MOVE 1               TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY GO TO FIN.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

       RESULTADO-SIN-CASAR.
           ADD 1 TO CNT-SIN-CASAR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Resultado sin ingreso remitido que casar: "
               DELIMITED BY SIZE
               RES-NUM DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-RESULTADO.

       FIN.
           CLOSE RESULTADOS.
           CLOSE SOSPECHOSOS.
           CLOSE RETENCIONES.

           IF FSINF = 00
               MOVE CNT-LEIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Resultados leidos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AUTENTICOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ingresos autenticos confirmados: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-FALSOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ingresos con billetes falsos: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-YA-REVERTIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ya revertidos en sucursal: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE IMPORTE-EDIT = CENT-TOTAL-FALSO / 100
               MOVE SPACES TO LINEA-INFORME
               STRING "Importe falso total: " DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-CASAR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Resultados sin casar: " DELIMITED BY SIZE
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
