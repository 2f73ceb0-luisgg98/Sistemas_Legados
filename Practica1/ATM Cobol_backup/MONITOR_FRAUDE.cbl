       *>   - operaciones de madrugada (entre las 02:00 y las 05:00)
       *>   - fallos de PIN en varias tarjetas distintas en los
       *>     mismos minutos (ataque al cajero, alerta global)
       *>   - ingresos con billetes sospechosos repetidos en los
       *>     ultimos dias (sospechosos.ubd, ver BANK5)
       *> Si la puntuacion acumulada de una tarjeta alcanza el umbral
       *> de bloqueo, la tarjeta queda bloqueada en tarjetas.ubd
       *> (TESTADO) antes de la apertura. Se ejecuta de forma
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL SOSPECHOSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOS-NUM
           FILE STATUS IS FSSP.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       77 FSAL                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSSP                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 MAX-RETIRADAS-HORA       PIC  9(3) VALUE 4.
       77 CENT-LIMITE-DIARIO       PIC  9(9) VALUE 100000.
       77 UMBRAL-BLOQUEO           PIC  9(3) VALUE 60.
       77 DIAS-SOSPECHA            PIC  9(3) VALUE 30.
       77 MIN-SOSPECHOSOS          PIC  9(3) VALUE 2.
       77 FECHA-DESDE-SOSPECHA     PIC  9(8).

       77 MSJ-RETIRADA             PIC  X(35) VALUE "Retirada".
       77 TIPO-PIN-INCORRECTO      PIC  X(20) VALUE "PIN INCORRECTO".
               03 TT-CNT-MADRUGADA  PIC  9(5).
               03 TT-EVIDENCIA      PIC 9(35).
               03 TT-PUNTOS         PIC  9(3).
               03 TT-CNT-SOSPECHA   PIC  9(5).
               03 TT-EVID-SOSPECHA  PIC 9(35).
       77 TOT-TARJETAS             PIC  9(2) VALUE 0.
       77 IND-TT                   PIC  9(2).
       77 TARJETA-BUSCADA          PIC 9(16).

       *> FALLOS DE PIN POR TRAMO DE 10 MINUTOS (144 TRAMOS POR DIA)
       01 TABLA-TRAMOS.
               MOVE PARAM-VALOR TO UMBRAL-BLOQUEO
           END-READ.

           MOVE "SOSPECHADIAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 30 TO DIAS-SOSPECHA
           NOT INVALID KEY
               MOVE PARAM-VALOR TO DIAS-SOSPECHA
           END-READ.

           MOVE "FRSOSPECHA" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 2 TO MIN-SOSPECHOSOS
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MIN-SOSPECHOSOS
           END-READ.
           *> Con cero saltaria la regla en todas las tarjetas
           IF MIN-SOSPECHOSOS = 0
               MOVE 1 TO MIN-SOSPECHOSOS.

           CLOSE PARAMETROS.

       MOVIMIENTOS-OPEN.
               GO TO LEER-MOVIMIENTO
           END-IF.

           MOVE MOV-TARJETA TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF IND-TT = 0
               GO TO LEER-MOVIMIENTO.

           OPEN INPUT SEGURIDAD.
           IF FSG <> 00
               GO TO SOSPECHOSOS-SCAN.

       LEER-EVENTO.
           READ SEGURIDAD NEXT RECORD AT END GO TO CIERRE-SEG.
       CIERRE-SEG.
           CLOSE SEGURIDAD.

       SOSPECHOSOS-SCAN.
           *> Ingresos con billetes sospechosos de cada tarjeta en
           *> los ultimos SOSPECHADIAS dias, cualquiera que haya sido
           *> luego el resultado de la autenticacion
           COMPUTE JULIANO-TMP =
               FUNCTION INTEGER-OF-DATE(FECHA-ACTUAL) - DIAS-SOSPECHA.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TMP)
               TO FECHA-DESDE-SOSPECHA.

           OPEN I-O SOSPECHOSOS CLOSE SOSPECHOSOS.

           OPEN INPUT SOSPECHOSOS.
           IF FSSP <> 00
               GO TO EVALUAR-REGLAS.

       LEER-SOSPECHOSO.
           READ SOSPECHOSOS NEXT RECORD AT END GO TO CIERRE-SOSP.

           IF SOS-FECHA < FECHA-DESDE-SOSPECHA
               OR SOS-FECHA > FECHA-ACTUAL
               GO TO LEER-SOSPECHOSO.

           MOVE SOS-TARJETA TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF IND-TT = 0
               GO TO LEER-SOSPECHOSO.

           ADD 1 TO TT-CNT-SOSPECHA(IND-TT).
           MOVE SOS-NUM TO TT-EVID-SOSPECHA(IND-TT).

           GO TO LEER-SOSPECHOSO.

       CIERRE-SOSP.
           CLOSE SOSPECHOSOS.

       EVALUAR-REGLAS.
           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
               PERFORM EMITIR-ALERTA-TARJETA
                   THRU EMITIR-ALERTA-TARJETA.

           *> Regla 5: ingresos con billetes sospechosos repetidos;
           *> la evidencia es el ultimo ingreso sospechoso
           IF TT-CNT-SOSPECHA(IND-TT) >= MIN-SOSPECHOSOS
               ADD 30 TO TT-PUNTOS(IND-TT)
               MOVE TT-TARJETA(IND-TT) TO TARJETA-ALERTA
               MOVE "INGRESOS SOSPECHOSOS" TO TIPO-ALERTA
               MOVE 30 TO PUNTOS-ALERTA
               MOVE TT-EVID-SOSPECHA(IND-TT) TO EVIDENCIA-ALERTA
               PERFORM ESCRIBIR-ALERTA THRU ESCRIBIR-ALERTA.

           *> Con la puntuacion acumulada en el umbral, la tarjeta
           *> queda bloqueada antes de la apertura
           IF TT-PUNTOS(IND-TT) >= UMBRAL-BLOQUEO
       BUSCAR-TARJETA.
           IF IND-TT > TOT-TARJETAS
               GO TO ALTA-TARJETA.
           IF TT-TARJETA(IND-TT) = TARJETA-BUSCADA
               GO TO LOCALIZAR-TARJETA-FIN.
           ADD 1 TO IND-TT.
           GO TO BUSCAR-TARJETA.
               GO TO LOCALIZAR-TARJETA-FIN.
           ADD 1 TO TOT-TARJETAS.
           MOVE TOT-TARJETAS TO IND-TT.
           MOVE TARJETA-BUSCADA TO TT-TARJETA(IND-TT).

       LOCALIZAR-TARJETA-FIN.
           EXIT.
