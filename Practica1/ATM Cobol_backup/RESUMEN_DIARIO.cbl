       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN_DIARIO.
       *> Programa batch de cierre de dia: emite un resumen de la
       *> actividad del banco con los movimientos del dia en curso,
       *> el estado de las tarjetas y el saldo total en cuentas, con
       *> el desglose por sucursal (la de la tarjeta o cuenta segun
       *> sucursal_asignada.ubd; lo no asignado es de la oficina
       *> principal).
       *> Se ejecuta de forma independiente (no se llama desde el menu
       *> del cajero), normalmente al final de cada jornada.

           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASU-CLAVE
           FILE STATUS IS FSAS.

       DATA DIVISION.
       FILE SECTION.

               88 CAJERO-EN-SERVICIO    VALUE 1.
               88 CAJERO-FUERA-SERVICIO VALUE 2.

       FD ASIGNACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursal_asignada.ubd".
       01 ASIGNACION-REG.
           02 ASU-CLAVE.
               03 ASU-TIPO          PIC  X(1).
               03 ASU-ID            PIC 9(17).
           02 ASU-SUCURSAL          PIC  9(4).
           02 ASU-FECHA             PIC  9(8).
           02 ASU-SUCURSAL-ANTERIOR PIC  9(4).

       WORKING-STORAGE SECTION.
       77 FSFN                      PIC  X(2).
       77 FSM                      PIC  X(2).
               03 TT-CENT-CARGOS    PIC S9(9).
       77 IND-TERM                 PIC  9(2).

       *> DESGLOSE POR SUCURSAL (LAS 19 PRIMERAS QUE APARECEN; EL
       *> RESTO SE AGRUPA EN LA ENTRADA 20)
       77 FSAS                     PIC  X(2).
       77 SUCURSAL-CENTRAL         PIC  9(4) VALUE 1.
       77 SUCURSAL-W               PIC  9(4).
       77 TARJETA-SUC              PIC 9(16).
       77 TIPO-CTA-SUC             PIC  9(1).
       77 CNT-SUC                  PIC  9(2) VALUE 0.
       77 IND-SUC                  PIC  9(2).
       77 ETIQUETA-SUC             PIC  X(5).
       01 TABLA-SUCURSALES.
           02 TS-ENTRADA OCCURS 20 TIMES.
               03 TS-CODIGO         PIC  9(4).
               03 TS-CNT-MOVS       PIC  9(7).
               03 TS-CENT-ABONOS    PIC S9(9).
               03 TS-CENT-CARGOS    PIC S9(9).
               03 TS-CNT-CUENTAS    PIC  9(7).
               03 TS-CENT-SALDOS    PIC S9(11).
               03 TS-CNT-TARJETAS   PIC  9(7).
               03 TS-CNT-BLOQUEADAS PIC  9(7).
       77 CNT-EDIT-SUC             PIC  ZZZZZZ9.
       77 CNT-EDIT-BLOQ            PIC  ZZZZZZ9.

       77 CENT-SALDO-CTA           PIC S9(9).
       77 CENT-TOTAL-SALDOS        PIC S9(9) VALUE 0.
       77 CNT-CUENTAS              PIC  9(7) VALUE 0.
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           INITIALIZE TABLA-SUCURSALES.
           MOVE 9999 TO TS-CODIGO(20).
           OPEN I-O ASIGNACIONES CLOSE ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.

       MOVIMIENTOS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           END-IF.
           ADD 1 TO TT-CNT(IND-TERM).

           *> El movimiento cuenta en la sucursal de su tarjeta
           MOVE MOV-TARJETA TO TARJETA-SUC.
           MOVE 0 TO TIPO-CTA-SUC.
           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT-MOVS(IND-SUC).

           IF MOV-IMPORTE-ENT >= 0
               COMPUTE CENT-IMPORTE-MOV =
                   (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
               ADD CENT-IMPORTE-MOV TO CENT-TOTAL-ABONOS
               ADD CENT-IMPORTE-MOV TO TT-CENT-ABONOS(IND-TERM)
               ADD CENT-IMPORTE-MOV TO TS-CENT-ABONOS(IND-SUC)
           ELSE
               COMPUTE CENT-IMPORTE-MOV =
                   (FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
                       + MOV-IMPORTE-DEC
               ADD CENT-IMPORTE-MOV TO CENT-TOTAL-CARGOS
               ADD CENT-IMPORTE-MOV TO TT-CENT-CARGOS(IND-TERM)
               ADD CENT-IMPORTE-MOV TO TS-CENT-CARGOS(IND-SUC)
           END-IF.

           *> Los ingresos por comisiones del dia se totalizan aparte

           ADD CENT-SALDO-CTA TO CENT-TOTAL-SALDOS.

           MOVE CTA-TARJETA TO TARJETA-SUC.
           MOVE CTA-TIPO    TO TIPO-CTA-SUC.
           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT-CUENTAS(IND-SUC).
           ADD CENT-SALDO-CTA TO TS-CENT-SALDOS(IND-SUC).

           GO TO LEER-CUENTA.

       CIERRE-CUENTAS.

           ADD 1 TO CNT-TARJETAS.

           MOVE TNUM TO TARJETA-SUC.
           MOVE 0    TO TIPO-CTA-SUC.
           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT-TARJETAS(IND-SUC).

           IF TARJETA-ACTIVA
               ADD 1 TO CNT-TARJETAS-ACTIVAS
           ELSE
               ADD 1 TO CNT-TARJETAS-BLOQUEADAS
               ADD 1 TO TS-CNT-BLOQUEADAS(IND-SUC)
           END-IF.

           GO TO LEER-TARJETA.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE ASIGNACIONES.
           IF FSINF = 00
               MOVE CNT-MOVIMIENTOS-HOY TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               PERFORM EMITIR-SUCURSALES THRU EMITIR-SUCURSALES-FIN

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME


           GOBACK.

      *> SUCURSAL DE LA TARJETA TARJETA-SUC, O DE SU CUENTA SI
      *> TIPO-CTA-SUC NO ES CERO (LA CUENTA SIN ASIGNACION PROPIA VA
      *> CON SU TARJETA), SEGUN sucursal_asignada.ubd: LO QUE NO TIENE
      *> ASIGNACION ES DE LA OFICINA PRINCIPAL. DEJA EN IND-SUC SU
      *> ENTRADA DE TABLA-SUCURSALES
       LOCALIZAR-SUCURSAL.
           MOVE SUCURSAL-CENTRAL TO SUCURSAL-W.
           IF FSAS NOT = 00
               GO TO LOCALIZAR-EN-TABLA.
           IF TIPO-CTA-SUC NOT = 0
               MOVE "C" TO ASU-TIPO
               COMPUTE ASU-ID = (TARJETA-SUC * 10) + TIPO-CTA-SUC
               READ ASIGNACIONES INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ASU-SUCURSAL TO SUCURSAL-W
                   GO TO LOCALIZAR-EN-TABLA
               END-READ
           END-IF.
           MOVE "T" TO ASU-TIPO.
           MOVE TARJETA-SUC TO ASU-ID.
           READ ASIGNACIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ASU-SUCURSAL TO SUCURSAL-W
           END-READ.

       LOCALIZAR-EN-TABLA.
           MOVE 1 TO IND-SUC.

       LOCALIZAR-BUSCAR.
           IF IND-SUC > CNT-SUC
               GO TO LOCALIZAR-NUEVA.
           IF TS-CODIGO(IND-SUC) = SUCURSAL-W
               GO TO LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO IND-SUC.
           GO TO LOCALIZAR-BUSCAR.

       LOCALIZAR-NUEVA.
           IF CNT-SUC = 19
               MOVE 20 TO IND-SUC
               GO TO LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO CNT-SUC.
           MOVE CNT-SUC TO IND-SUC.
           MOVE SUCURSAL-W TO TS-CODIGO(IND-SUC).
       LOCALIZAR-SUCURSAL-FIN.
           EXIT.

      *> DOS LINEAS POR SUCURSAL: ACTIVIDAD Y POSICION
       EMITIR-SUCURSALES.
           MOVE 1 TO IND-SUC.

       EMITIR-SUCURSAL.
           IF IND-SUC > 20
               GO TO EMITIR-SUCURSALES-FIN.
           IF IND-SUC > CNT-SUC AND IND-SUC < 20
               MOVE 20 TO IND-SUC.
           IF TS-CNT-MOVS(IND-SUC) = 0 AND TS-CNT-CUENTAS(IND-SUC) = 0
               AND TS-CNT-TARJETAS(IND-SUC) = 0
               ADD 1 TO IND-SUC
               GO TO EMITIR-SUCURSAL.

           IF IND-SUC = 20
               MOVE "otras" TO ETIQUETA-SUC
           ELSE
               MOVE TS-CODIGO(IND-SUC) TO ETIQUETA-SUC
           END-IF.
           MOVE TS-CNT-MOVS(IND-SUC)       TO CNT-EDIT.
           MOVE TS-CNT-CUENTAS(IND-SUC)    TO CNT-EDIT-TOTAL.
           MOVE TS-CNT-TARJETAS(IND-SUC)   TO CNT-EDIT-SUC.
           MOVE TS-CNT-BLOQUEADAS(IND-SUC) TO CNT-EDIT-BLOQ.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Sucursal " DELIMITED BY SIZE
                  ETIQUETA-SUC DELIMITED BY SIZE
                  " movs:" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " cuentas:" DELIMITED BY SIZE
                  CNT-EDIT-TOTAL DELIMITED BY SIZE
                  " tarjetas:" DELIMITED BY SIZE
                  CNT-EDIT-SUC DELIMITED BY SIZE
                  " (bloq." DELIMITED BY SIZE
                  CNT-EDIT-BLOQ DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           COMPUTE TOTAL-ABONOS-ENT = TS-CENT-ABONOS(IND-SUC) / 100.
           MOVE FUNCTION MOD(TS-CENT-ABONOS(IND-SUC), 100)
               TO TOTAL-ABONOS-DEC.
           MOVE TOTAL-ABONOS-ENT TO TOTAL-ABONOS-ENT-EDIT.
           MOVE TOTAL-ABONOS-DEC TO TOTAL-ABONOS-DEC-EDIT.
           COMPUTE TOTAL-CARGOS-ENT = TS-CENT-CARGOS(IND-SUC) / 100.
           MOVE FUNCTION MOD(TS-CENT-CARGOS(IND-SUC), 100)
               TO TOTAL-CARGOS-DEC.
           MOVE TOTAL-CARGOS-ENT TO TOTAL-CARGOS-ENT-EDIT.
           MOVE TOTAL-CARGOS-DEC TO TOTAL-CARGOS-DEC-EDIT.
           COMPUTE TOTAL-SALDOS-ENT = TS-CENT-SALDOS(IND-SUC) / 100.
           MOVE FUNCTION MOD(TS-CENT-SALDOS(IND-SUC), 100)
               TO TOTAL-SALDOS-DEC.
           MOVE TOTAL-SALDOS-ENT TO TOTAL-SALDOS-ENT-EDIT.
           MOVE TOTAL-SALDOS-DEC TO TOTAL-SALDOS-DEC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   abonos:" DELIMITED BY SIZE
                  TOTAL-ABONOS-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  TOTAL-ABONOS-DEC-EDIT DELIMITED BY SIZE
                  " cargos:" DELIMITED BY SIZE
                  TOTAL-CARGOS-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  TOTAL-CARGOS-DEC-EDIT DELIMITED BY SIZE
                  " saldo:" DELIMITED BY SIZE
                  TOTAL-SALDOS-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  TOTAL-SALDOS-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-SUC.
           GO TO EMITIR-SUCURSAL.
       EMITIR-SUCURSALES-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA. ASI
