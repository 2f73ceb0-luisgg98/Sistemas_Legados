       *> dia se imprime para contabilidad. Primero se valida la
       *> jornada entera: si algun MOV-CONCEPTO no tiene
       *> correspondencia la ejecucion se rechaza sin emitir nada.
       *> Tras los movimientos se vuelcan los asientos internos de
       *> la fecha (apuntes_internos.ubd, p.ej. la caducidad de vales
       *> regalo de CADUCAR_VALES), que ya traen su pareja de cuentas.
       *> Los recibos del dia (recibos.ubd) se cuentan y se imprimen
       *> como contraste, ya que son copia del apunte entregada al
       *> cliente. Cada linea del diario lleva al final la sucursal
       *> del apunte (la de la tarjeta del movimiento segun
       *> sucursal_asignada.ubd; los asientos internos y lo no
       *> asignado van a la oficina principal) y el informe da los
       *> totales por sucursal. Los apuntes de un mes ya cerrado que
       *> se anotaron en la primera fecha abierta (ajustes_periodo.ubd,
       *> ver PERIODO_CONTABLE) llevan al final de la linea su fecha
       *> original. Pensado como ultimo paso contable del plan de
       *> CADENA_NOCTURNA, antes de APERTURA_DIA.

       ENVIRONMENT DIVISION.
           RECORD KEY IS ESPC-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL APUNTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APU-NUM
           FILE STATUS IS FSAPU.

           SELECT OPTIONAL DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDI.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL AJUSTES-PERIODO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJP-MOV-NUM
           FILE STATUS IS FSAJ.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASU-CLAVE
           FILE STATUS IS FSAS.

       DATA DIVISION.
       FILE SECTION.

           02 ESPC-DESCR            PIC X(40).
           02 ESPC-RESTO            PIC X(87).

       FD APUNTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "apuntes_internos.ubd".
       01 APUNTE-REG.
           02 APU-NUM               PIC  9(9).
           02 APU-FECHA             PIC  9(8).
           *> Asiento interno de la casa, sin movimiento de cliente:
           *> carga y abono por el mismo importe
           02 APU-CTA-DEBE          PIC  9(6).
           02 APU-CTA-HABER         PIC  9(6).
           02 APU-CENT              PIC  9(9).
           02 APU-CONCEPTO          PIC X(35).
           02 APU-ORIGEN            PIC X(20).

       FD DIARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diario_contable.txt".
           VALUE OF FILE-ID IS "informe_contabilidad.ubd".
       01 LINEA-INFORME               PIC X(80).

       FD AJUSTES-PERIODO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ajustes_periodo.ubd".
       01 AJUSTE-PERIODO-REG.
           02 AJP-MOV-NUM           PIC  9(35).
           02 AJP-FECHA-ORIGINAL    PIC  9(8).
           02 AJP-FECHA-APUNTE      PIC  9(8).
           02 AJP-TARJETA           PIC  9(16).
           02 AJP-CENTIMOS          PIC S9(11).
           02 AJP-CONCEPTO          PIC  X(35).
           02 AJP-PROGRAMA          PIC  X(20).

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
       77 FSM                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSDI                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 FSAPU                    PIC  X(2).
       77 FSAJ                     PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 CENT-IMPORTE             PIC  9(9).
       77 CNT-MOVS                 PIC  9(7) VALUE 0.
       77 CNT-ASIENTOS             PIC  9(7) VALUE 0.
       77 CNT-RECIBOS              PIC  9(7) VALUE 0.
       77 CNT-APUNTES              PIC  9(7) VALUE 0.
       77 CNT-AJUSTES              PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

       *> TOTALES DEL DIARIO POR SUCURSAL (LAS 19 PRIMERAS QUE
       *> APARECEN; EL RESTO SE AGRUPA EN LA ENTRADA 20)
       77 FSAS                     PIC  X(2).
       77 SUCURSAL-CENTRAL         PIC  9(4) VALUE 1.
       77 SUCURSAL-W               PIC  9(4).
       77 CNT-SUC                  PIC  9(2) VALUE 0.
       77 IND-SUC                  PIC  9(2).
       77 ETIQUETA-SUC             PIC  X(5).
       01 TABLA-SUCURSALES.
           02 TS-ENTRADA OCCURS 20 TIMES.
               03 TS-CODIGO         PIC  9(4).
               03 TS-CNT-ASIENTOS   PIC  9(7).
               03 TS-CENT-IMPORTE   PIC S9(13).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
           IF FSM <> 00
               GO TO FIN-ERROR.

           INITIALIZE TABLA-SUCURSALES.
           MOVE 9999 TO TS-CODIGO(20).
           OPEN I-O ASIGNACIONES CLOSE ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           OPEN I-O AJUSTES-PERIODO CLOSE AJUSTES-PERIODO.
           OPEN INPUT AJUSTES-PERIODO.

       EMITIR-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO EMITIR-FIN.
               MOVE CPL-CTA-DEBE  TO CTA-HABER-MOV
           END-IF.

           *> El asiento es de la sucursal de la tarjeta
           MOVE SUCURSAL-CENTRAL TO SUCURSAL-W.
           IF FSAS = 00
               MOVE "T" TO ASU-TIPO
               MOVE MOV-TARJETA TO ASU-ID
               READ ASIGNACIONES INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ASU-SUCURSAL TO SUCURSAL-W
               END-READ
           END-IF.
           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT-ASIENTOS(IND-SUC).
           ADD CENT-IMPORTE TO TS-CENT-IMPORTE(IND-SUC).

           MOVE SPACES TO LINEA-DIARIO.
           STRING FECHA-PROCESO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-IMPORTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MOV-NUM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SUCURSAL-W DELIMITED BY SIZE
             INTO LINEA-DIARIO.

           *> Apunte de un mes ya cerrado llevado a la primera fecha
           *> abierta (ver PERIODO_CONTABLE): la linea termina con su
           *> fecha original
           IF FSAJ = 00
               MOVE MOV-NUM TO AJP-MOV-NUM
               READ AJUSTES-PERIODO INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CNT-AJUSTES
                   MOVE "|"                TO LINEA-DIARIO(74:1)
                   MOVE AJP-FECHA-ORIGINAL TO LINEA-DIARIO(75:8)
               END-READ
           END-IF.
           WRITE LINEA-DIARIO.

           ADD 1 TO CNT-ASIENTOS.

       EMITIR-FIN.
           CLOSE F-MOVIMIENTOS.
           CLOSE ASIGNACIONES.
           CLOSE AJUSTES-PERIODO.

      *> ASIENTOS INTERNOS DE LA CASA SIN MOVIMIENTO DE CLIENTE (VER
      *> CADUCAR_VALES): TRAEN YA SU PAREJA DE CUENTAS Y SE VUELCAN
      *> AL DIARIO LOS DE LA FECHA DE PROCESO, CON REFERENCIA "AI"
       EMITIR-APUNTES.
           OPEN I-O APUNTES CLOSE APUNTES.
           OPEN INPUT APUNTES.
           IF FSAPU <> 00
               GO TO EMITIR-APUNTES-FIN.

       EMITIR-APU.
           READ APUNTES NEXT RECORD AT END
               GO TO EMITIR-APUNTES-FIN.

           IF APU-FECHA NOT = FECHA-PROCESO
               GO TO EMITIR-APU.

           *> Los asientos internos son de la oficina principal
           MOVE SUCURSAL-CENTRAL TO SUCURSAL-W.
           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT-ASIENTOS(IND-SUC).
           ADD APU-CENT TO TS-CENT-IMPORTE(IND-SUC).

           MOVE SPACES TO LINEA-DIARIO.
           STRING FECHA-PROCESO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  APU-CTA-DEBE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  APU-CTA-HABER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  APU-CENT DELIMITED BY SIZE
                  "|AI" DELIMITED BY SIZE
                  APU-NUM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SUCURSAL-W DELIMITED BY SIZE
             INTO LINEA-DIARIO.
           WRITE LINEA-DIARIO.

           ADD 1 TO CNT-APUNTES.
           ADD 1 TO CNT-ASIENTOS.
           ADD APU-CENT TO CENT-TOTAL-DEBE.
           ADD APU-CENT TO CENT-TOTAL-HABER.

           GO TO EMITIR-APU.

       EMITIR-APUNTES-FIN.
           CLOSE APUNTES.
           CLOSE DIARIO.

      *> LOS RECIBOS DEL DIA SE CUENTAN COMO CONTRASTE: SON LA COPIA
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-APUNTES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  de ellos apuntes internos: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-AJUSTES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  de ellos ajustes de meses cerrados: "
                  DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-RECIBOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibos impresos del dia (contraste): "
               WRITE LINEA-INFORME
               GO TO FIN-ERROR.

           MOVE 1 TO IND-SUC.

      *> UNA LINEA POR SUCURSAL CON ASIENTOS EN EL DIA
       RESUMEN-SUCURSAL.
           IF IND-SUC > 20
               GO TO FIN.
           IF IND-SUC > CNT-SUC AND IND-SUC < 20
               MOVE 20 TO IND-SUC.
           IF TS-CNT-ASIENTOS(IND-SUC) = 0
               ADD 1 TO IND-SUC
               GO TO RESUMEN-SUCURSAL.

           IF IND-SUC = 20
               MOVE "otras" TO ETIQUETA-SUC
           ELSE
               MOVE TS-CODIGO(IND-SUC) TO ETIQUETA-SUC
           END-IF.
           MOVE TS-CNT-ASIENTOS(IND-SUC) TO CNT-EDIT.
           COMPUTE TOTAL-ENT-EDIT = (TS-CENT-IMPORTE(IND-SUC) / 100).
           MOVE FUNCTION MOD(TS-CENT-IMPORTE(IND-SUC), 100)
               TO TOTAL-DEC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Sucursal " DELIMITED BY SIZE
                  ETIQUETA-SUC DELIMITED BY SIZE
                  " asientos: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " importe: " DELIMITED BY SIZE
                  TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                      DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO IND-SUC.
           GO TO RESUMEN-SUCURSAL.

      *> DEJA EN IND-SUC LA ENTRADA DE TABLA-SUCURSALES DE SUCURSAL-W
       LOCALIZAR-SUCURSAL.
           MOVE 1 TO IND-SUC.
       BUSCAR-SUCURSAL.
           IF IND-SUC > CNT-SUC
               GO TO ALTA-SUCURSAL.
           IF TS-CODIGO(IND-SUC) = SUCURSAL-W
               GO TO LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO IND-SUC.
           GO TO BUSCAR-SUCURSAL.
       ALTA-SUCURSAL.
           IF CNT-SUC = 19
               MOVE 20 TO IND-SUC
               GO TO LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO CNT-SUC.
           MOVE CNT-SUC TO IND-SUC.
           MOVE SUCURSAL-W TO TS-CODIGO(IND-SUC).
       LOCALIZAR-SUCURSAL-FIN.
           EXIT.

      *> BUSCA LA CORRESPONDENCIA DEL CONCEPTO CONTRA CONTAPLAN: EL
      *> PRIMER PATRON CUYO PREFIJO COINCIDE GANA
           MOVE 401000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Pago cheque" TO CPL-PATRON.
           MOVE 11 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 572000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Correccion de apunte" TO CPL-PATRON.
           MOVE 20 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 269000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Compra vale regalo" TO CPL-PATRON.
           MOVE 18 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 438000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Canje vale regalo" TO CPL-PATRON.
           MOVE 17 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 438000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Abono de remesa" TO CPL-PATRON.
           MOVE 15 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 410004 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Devolucion de recibo" TO CPL-PATRON.
           MOVE 20 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 410004 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Anticipo de nomina" TO CPL-PATRON.
           MOVE 18 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 252000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Recuperacion anticip" TO CPL-PATRON.
           MOVE 20 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 252000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Pago tarjeta" TO CPL-PATRON.
           MOVE 12 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 252000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Intereses del aplaza" TO CPL-PATRON.
           MOVE 20 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 762000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Bonificacion promoci" TO CPL-PATRON.
           MOVE 20 TO CPL-LON.
           MOVE 662000 TO CPL-CTA-DEBE.
           MOVE 512000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Cuota alquiler caja" TO CPL-PATRON.
           MOVE 19 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 752000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Devolucion cuota" TO CPL-PATRON.
           MOVE 16 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 705000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Traspaso por cierre" TO CPL-PATRON.
           MOVE 19 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 512003 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Liquidacion de heren" TO CPL-PATRON.
           MOVE 20 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 400000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

           MOVE "Reembolso recibo" TO CPL-PATRON.
           MOVE 16 TO CPL-LON.
           MOVE 512000 TO CPL-CTA-DEBE.
           MOVE 410000 TO CPL-CTA-HABER.
           WRITE CONTAPLAN-REG INVALID KEY CONTINUE.

       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

