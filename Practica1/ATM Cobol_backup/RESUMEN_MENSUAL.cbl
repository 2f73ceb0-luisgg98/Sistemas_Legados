       *> plano para la hoja de calculo (resumen_mensual.txt). El
       *> desglose por tipo de cuenta se aproxima por el concepto
       *> (los abonos de intereses son de las cuentas de ahorro; el
       *> resto de la operativa es de las corrientes). Cada
       *> movimiento cuenta ademas en la sucursal de su tarjeta
       *> (sucursal_asignada.ubd; sin asignacion, la oficina
       *> principal): el informe lleva el desglose por sucursal y
       *> resumen_mensual_sucursales.txt su fichero plano. Se ejecuta
       *> de forma independiente, normalmente el primer dia de cada
       *> mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPL.

           SELECT OPTIONAL PLANO-SUC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPS.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASU-CLAVE
           FILE STATUS IS FSAS.


       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "resumen_mensual.txt".
       01 LINEA-PLANO                 PIC X(120).

       FD PLANO-SUC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "resumen_mensual_sucursales.txt".
       01 LINEA-PLANO-SUC             PIC X(80).

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
       77 FSRM                     PIC  X(2).
       77 CNT-EDIT                 PIC  ZZZZZZZZ9.
       77 DELTA-EDIT               PIC -ZZZZZZZZ9.

       *> DESGLOSE POR SUCURSAL DE LA TARJETA (LAS 19 PRIMERAS QUE
       *> APARECEN; EL RESTO SE AGRUPA EN LA ENTRADA 20, CODIGO 9999)
       77 FSPS                     PIC  X(2).
       77 FSAS                     PIC  X(2).
       77 SUCURSAL-CENTRAL         PIC  9(4) VALUE 1.
       77 SUCURSAL-W               PIC  9(4).
       77 CNT-SUC                  PIC  9(2) VALUE 0.
       77 IND-SUC                  PIC  9(2).
       77 ETIQUETA-SUC             PIC  X(5).
       77 CNT-EDIT-RET             PIC  ZZZZZZZZ9.
       77 CNT-EDIT-ING             PIC  ZZZZZZZZ9.
       01 TABLA-SUCURSALES.
           02 TS-ENTRADA OCCURS 20 TIMES.
               03 TS-CODIGO         PIC  9(4).
               03 TS-CNT            PIC  9(9).
               03 TS-RETIRADAS      PIC  9(9).
               03 TS-INGRESOS       PIC  9(9).
               03 TS-VOLUMEN        PIC  9(11).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
           END-IF.

           INITIALIZE TABLA-DIAS.
           INITIALIZE TABLA-SUCURSALES.
           MOVE 9999 TO TS-CODIGO(20).

       ACUMULAR-MES.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.

           OPEN I-O ASIGNACIONES CLOSE ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO CIERRE-MOVS.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END GO TO CIERRE-MOVS.
               (FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
               + MOV-IMPORTE-DEC.

           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT(IND-SUC).
           ADD CENT-IMPORTE TO TS-VOLUMEN(IND-SUC).
           IF MOV-CONCEPTO = "Retirada"
               ADD CENT-IMPORTE TO TS-RETIRADAS(IND-SUC).
           IF MOV-CONCEPTO = "Ingreso"
               ADD CENT-IMPORTE TO TS-INGRESOS(IND-SUC).

           *> Clasificacion por concepto, la misma aproximacion que
           *> usan BANK16 y las categorias de gasto
           IF MOV-CONCEPTO = "Retirada"

       CIERRE-MOVS.
           CLOSE F-MOVIMIENTOS.
           CLOSE ASIGNACIONES.

       GUARDAR-PERIODO.
           *> Los totales del mes quedan guardados para la variacion
               WRITE LINEA-INFORME
           END-IF.

           PERFORM EMITIR-SUCURSALES THRU EMITIR-SUCURSALES-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.


           CLOSE PLANO.

           *> Desglose por sucursal en su propio fichero plano, con
           *> el mismo formato
           OPEN OUTPUT PLANO-SUC.
           IF FSPS <> 00 AND FSPS <> 05
               GO TO FIN.

           MOVE SPACES TO LINEA-PLANO-SUC.
           STRING "PERIODO|SUCURSAL|MOVS|RETIRADAS|INGRESOS|VOLUMEN"
               DELIMITED BY SIZE
               INTO LINEA-PLANO-SUC.
           WRITE LINEA-PLANO-SUC.
           MOVE 1 TO IND-SUC.

       EMITIR-PLANO-SUC.
           IF IND-SUC > 20
               GO TO CERRAR-PLANO-SUC.
           IF IND-SUC > CNT-SUC AND IND-SUC < 20
               MOVE 20 TO IND-SUC.
           IF TS-CNT(IND-SUC) = 0
               ADD 1 TO IND-SUC
               GO TO EMITIR-PLANO-SUC.
           MOVE SPACES TO LINEA-PLANO-SUC.
           STRING PERIODO-ACTUAL DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TS-CODIGO(IND-SUC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TS-CNT(IND-SUC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TS-RETIRADAS(IND-SUC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TS-INGRESOS(IND-SUC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TS-VOLUMEN(IND-SUC) DELIMITED BY SIZE
               INTO LINEA-PLANO-SUC.
           WRITE LINEA-PLANO-SUC.
           ADD 1 TO IND-SUC.
           GO TO EMITIR-PLANO-SUC.

       CERRAR-PLANO-SUC.
           CLOSE PLANO-SUC.

       FIN.
           GOBACK.

      *> SUCURSAL DE LA TARJETA DEL MOVIMIENTO SEGUN
      *> sucursal_asignada.ubd (SIN ASIGNACION, LA OFICINA
      *> PRINCIPAL). DEJA EN IND-SUC SU ENTRADA DE TABLA-SUCURSALES
       LOCALIZAR-SUCURSAL.
           MOVE SUCURSAL-CENTRAL TO SUCURSAL-W.
           IF FSAS NOT = 00
               GO TO LOCALIZAR-EN-TABLA.
           MOVE "T" TO ASU-TIPO.
           MOVE MOV-TARJETA TO ASU-ID.
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

      *> UNA LINEA POR SUCURSAL CON ACTIVIDAD EN EL MES
       EMITIR-SUCURSALES.
           MOVE 1 TO IND-SUC.

       EMITIR-SUCURSAL.
           IF IND-SUC > 20
               GO TO EMITIR-SUCURSALES-FIN.
           IF IND-SUC > CNT-SUC AND IND-SUC < 20
               MOVE 20 TO IND-SUC.
           IF TS-CNT(IND-SUC) = 0
               ADD 1 TO IND-SUC
               GO TO EMITIR-SUCURSAL.

           IF IND-SUC = 20
               MOVE "otras" TO ETIQUETA-SUC
           ELSE
               MOVE TS-CODIGO(IND-SUC) TO ETIQUETA-SUC
           END-IF.
           MOVE TS-CNT(IND-SUC)       TO CNT-EDIT.
           MOVE TS-RETIRADAS(IND-SUC) TO CNT-EDIT-RET.
           MOVE TS-INGRESOS(IND-SUC)  TO CNT-EDIT-ING.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Sucursal " DELIMITED BY SIZE
                  ETIQUETA-SUC DELIMITED BY SIZE
                  " movs:" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " retiradas cent:" DELIMITED BY SIZE
                  CNT-EDIT-RET DELIMITED BY SIZE
                  " ingresos cent:" DELIMITED BY SIZE
                  CNT-EDIT-ING DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-SUC.
           GO TO EMITIR-SUCURSAL.
       EMITIR-SUCURSALES-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA
