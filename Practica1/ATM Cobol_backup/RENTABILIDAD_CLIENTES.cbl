       *> a traves de tarjetas.ubd. Emite un informe ordenado de
       *> mayor a menor margen y un extracto por cliente
       *> (rentabilidad_clientes.txt) con su perfil de perfiles.ubd
       *> al lado, para que comercial lo cargue donde quiera. Cada
       *> cliente lleva tambien su saldo medio del mes hasta la fecha
       *> de negocio, suma de sus cuentas, sacado del historico de
       *> saldos de cierre (ver GUARDAR_SALDOS y SALDO_FECHA); la
       *> cuenta sin historico aporta su saldo vivo. La proteccion
       *> mensual usa el registro de checkpoint comun
       *> (REGISTRO_CHECKPOINT); como la tabla de clientes va en
       *> memoria, un mes que cayo a medias se emite de nuevo desde el
       *> principio. Cada cliente va con su sucursal
       *> (la de su primera tarjeta con actividad en el mes, segun
       *> sucursal_asignada.ubd) y el informe cierra con el margen
       *> subtotalizado por sucursal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-COD
           FILE STATUS IS FSPE.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASU-CLAVE
           FILE STATUS IS FSAS.

       DATA DIVISION.
       FILE SECTION.

           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

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
           02 PER-LIMTRFDIA         PIC  9(9).
           02 PER-CLASE-TARIFA      PIC  9(2).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
           VALUE OF FILE-ID IS "informe_rentabilidad.ubd".
       01 LINEA-INFORME               PIC X(100).

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
       77 FSCL                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSPE                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSEX                     PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 PERIODO-ACTUAL           PIC  9(8).
       77 CENT-IMPORTE             PIC  9(9).
       77 CLIENTE-MOV              PIC  9(8).
       77 TARJETA-BUSCADA          PIC  9(16).
       77 FECHA-PROCESO            PIC  9(8).
       77 CENT-SALDO-CTA           PIC S9(11).

       *> Peticion al historico de saldos (ver SALDO_FECHA)
       01 CONSULTA-SALDO.
           02 CSA-TARJETA           PIC  9(16).
           02 CSA-TIPO              PIC  9(1).
           02 CSA-FECHA             PIC  9(8).
           02 CSA-ENCONTRADO        PIC  X(1).
           02 CSA-FECHA-CIERRE      PIC  9(8).
           02 CSA-CENT-SALDO        PIC S9(11).
           02 CSA-CENT-MEDIA-MES    PIC S9(11).
           02 CSA-CENT-MEDIA-TRIM   PIC S9(11).
       77 PERFIL-MOV               PIC  9(2).
       77 NOMBRE-PERFIL            PIC X(15).

               03 TCL-CENT-INT-COB  PIC S9(11).
               03 TCL-CNT-OPS       PIC  9(7).
               03 TCL-CENT-MARGEN   PIC S9(11).
               03 TCL-CENT-SALDO-MED PIC S9(13).
               03 TCL-SUCURSAL      PIC  9(4).
       77 TOT-TCL                  PIC  9(3) VALUE 0.
       77 DESBORDE-TABLA-SW        PIC  X(1) VALUE "N".
       77 IND-TCL                  PIC  9(3).
           02 TMP-CENT-INT-COB      PIC S9(11).
           02 TMP-CNT-OPS           PIC  9(7).
           02 TMP-CENT-MARGEN       PIC S9(11).
           02 TMP-CENT-SALDO-MED    PIC S9(13).
           02 TMP-SUCURSAL          PIC  9(4).

       *> SUBTOTALES DE MARGEN POR SUCURSAL (LAS 19 PRIMERAS; EL
       *> RESTO SE AGRUPA EN LA ENTRADA 20)
       77 FSAS                     PIC  X(2).
       77 SUCURSAL-CENTRAL         PIC  9(4) VALUE 1.
       77 SUCURSAL-W               PIC  9(4).
       77 CNT-SUC                  PIC  9(2) VALUE 0.
       77 IND-SUC                  PIC  9(2).
       77 ETIQUETA-SUC             PIC  X(5).
       01 TABLA-SUCURSALES.
           02 TS-ENTRADA OCCURS 20 TIMES.
               03 TS-CODIGO         PIC  9(4).
               03 TS-CNT-CLIENTES   PIC  9(7).
               03 TS-CENT-MARGEN    PIC S9(13).

       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 IMP-ENT-EDIT             PIC -ZZZZZZZZ9.
       77 IMP-DEC-EDIT             PIC  99.
       77 MED-ENT-EDIT             PIC -ZZZZZZZZZ9.
       77 MED-DEC-EDIT             PIC  99.

       *> Periodo emitido en el registro de checkpoint comun
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
               THRU OBTENER-FECHA-PROCESO-FIN.
           *> Batch mensual: el periodo es anyo+mes de negocio
           COMPUTE PERIODO-ACTUAL = (ANO * 100) + MES.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

       CHECKPOINT-OPEN.
           MOVE "I"            TO PCK-OPERACION.
           MOVE "RENTABILIDAD" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL TO PCK-FECHA.
           MOVE 1              TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO PERIODO-YA-EMITIDO.

           INITIALIZE TABLA-CLIENTES.

           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
               GO TO LEER-MOVIMIENTO.

           MOVE MOV-TARJETA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CLIENTE THRU RESOLVER-CLIENTE-FIN.
           IF CLIENTE-MOV = 0
               GO TO LEER-MOVIMIENTO.
       ORDENAR.
           CLOSE F-MOVIMIENTOS.

           *> Saldo medio del mes de cada cliente del ranking: suma de
           *> las medias de todas sus cuentas segun el historico
           OPEN I-O CUENTAS CLOSE CUENTAS.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END GO TO CUENTAS-FIN.

           MOVE CTA-TARJETA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CLIENTE THRU RESOLVER-CLIENTE-FIN.
           IF CLIENTE-MOV = 0
               GO TO LEER-CUENTA.

           MOVE 1 TO IND-TCL.
       BUSCAR-CLIENTE-CUENTA.
           IF IND-TCL > TOT-TCL
               GO TO LEER-CUENTA.
           IF TCL-ID(IND-TCL) NOT = CLIENTE-MOV
               ADD 1 TO IND-TCL
               GO TO BUSCAR-CLIENTE-CUENTA.

           MOVE CTA-TARJETA   TO CSA-TARJETA.
           MOVE CTA-TIPO      TO CSA-TIPO.
           MOVE FECHA-PROCESO TO CSA-FECHA.
           CALL "SALDO_FECHA" USING CONSULTA-SALDO.
           IF CSA-ENCONTRADO = "S"
               ADD CSA-CENT-MEDIA-MES TO TCL-CENT-SALDO-MED(IND-TCL)
               GO TO LEER-CUENTA.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           ADD CENT-SALDO-CTA TO TCL-CENT-SALDO-MED(IND-TCL).
           GO TO LEER-CUENTA.

       CUENTAS-FIN.
           CLOSE CUENTAS.

           *> Margen = comisiones + demora - intereses pagados
           MOVE 1 TO IND-TCL.
       CALCULAR-MARGEN.
               DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "CLIENTE   SUC   PERFIL          MARGEN       OPS"
                  DELIMITED BY SIZE
                  "      SALDO MEDIO" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 1 TO IND-TCL.

       EMITIR-CLIENTE.
           IF IND-TCL > TOT-TCL
               GO TO SUBTOTALES-SUCURSAL.

           PERFORM RESOLVER-NOMBRE-PERFIL
               THRU RESOLVER-NOMBRE-PERFIL-FIN.
                   TO IMP-DEC-EDIT
           END-IF.
           MOVE TCL-CNT-OPS(IND-TCL) TO CNT-EDIT.
           COMPUTE MED-ENT-EDIT = TCL-CENT-SALDO-MED(IND-TCL) / 100.
           MOVE FUNCTION MOD(
               FUNCTION ABS(TCL-CENT-SALDO-MED(IND-TCL)), 100)
               TO MED-DEC-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING TCL-ID(IND-TCL) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TCL-SUCURSAL(IND-TCL) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NOMBRE-PERFIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMP-DEC-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MED-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  MED-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

                  TCL-CNT-OPS(IND-TCL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TCL-PERFIL(IND-TCL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TCL-CENT-SALDO-MED(IND-TCL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TCL-SUCURSAL(IND-TCL) DELIMITED BY SIZE
             INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

           ADD 1 TO IND-TCL.
           GO TO EMITIR-CLIENTE.

      *> MARGEN DEL MES SUBTOTALIZADO POR SUCURSAL DEL CLIENTE
       SUBTOTALES-SUCURSAL.
           INITIALIZE TABLA-SUCURSALES.
           MOVE 9999 TO TS-CODIGO(20).
           MOVE 0 TO CNT-SUC.
           MOVE 1 TO IND-TCL.

       ACUMULAR-SUCURSAL.
           IF IND-TCL > TOT-TCL
               GO TO ESCRIBIR-SUBTOTALES.
           MOVE TCL-SUCURSAL(IND-TCL) TO SUCURSAL-W.
           PERFORM LOCALIZAR-SUCURSAL THRU LOCALIZAR-SUCURSAL-FIN.
           ADD 1 TO TS-CNT-CLIENTES(IND-SUC).
           ADD TCL-CENT-MARGEN(IND-TCL) TO TS-CENT-MARGEN(IND-SUC).
           ADD 1 TO IND-TCL.
           GO TO ACUMULAR-SUCURSAL.

       ESCRIBIR-SUBTOTALES.
           MOVE SPACES TO LINEA-INFORME.
           STRING "SUCURSAL  CLIENTES          MARGEN" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 1 TO IND-SUC.

       ESCRIBIR-SUBTOTAL.
           IF IND-SUC > 20
               GO TO PERIODO-EMITIDO.
           IF IND-SUC > CNT-SUC AND IND-SUC < 20
               MOVE 20 TO IND-SUC.
           IF TS-CNT-CLIENTES(IND-SUC) = 0
               ADD 1 TO IND-SUC
               GO TO ESCRIBIR-SUBTOTAL.

           IF IND-SUC = 20
               MOVE "otras" TO ETIQUETA-SUC
           ELSE
               MOVE TS-CODIGO(IND-SUC) TO ETIQUETA-SUC
           END-IF.
           COMPUTE IMP-ENT-EDIT = TS-CENT-MARGEN(IND-SUC) / 100.
           MOVE FUNCTION MOD(
               FUNCTION ABS(TS-CENT-MARGEN(IND-SUC)), 100)
               TO IMP-DEC-EDIT.
           MOVE TS-CNT-CLIENTES(IND-SUC) TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING ETIQUETA-SUC DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  IMP-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  IMP-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO IND-SUC.
           GO TO ESCRIBIR-SUBTOTAL.

      *> RESUELVE EL CLIENTE Y EL PERFIL DE LA TARJETA BUSCADA (LA
      *> DEL MOVIMIENTO O LA DE LA CUENTA)
       RESOLVER-CLIENTE.
           MOVE 0 TO CLIENTE-MOV.
           MOVE 0 TO PERFIL-MOV.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO RESOLVER-CLIENTE-FIN.
           MOVE TARJETA-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
           MOVE TOT-TCL TO IND-TCL.
           MOVE CLIENTE-MOV TO TCL-ID(IND-TCL).
           MOVE PERFIL-MOV  TO TCL-PERFIL(IND-TCL).
           PERFORM SUCURSAL-TARJETA THRU SUCURSAL-TARJETA-FIN.
           MOVE SUCURSAL-W  TO TCL-SUCURSAL(IND-TCL).
       LOCALIZAR-CLIENTE-FIN.
           EXIT.

      *> SUCURSAL DE LA TARJETA BUSCADA SEGUN sucursal_asignada.ubd;
      *> SIN ASIGNACION, LA OFICINA PRINCIPAL
       SUCURSAL-TARJETA.
           MOVE SUCURSAL-CENTRAL TO SUCURSAL-W.
           OPEN INPUT ASIGNACIONES.
           IF FSAS <> 00
               CLOSE ASIGNACIONES
               GO TO SUCURSAL-TARJETA-FIN.
           MOVE "T" TO ASU-TIPO.
           MOVE TARJETA-BUSCADA TO ASU-ID.
           READ ASIGNACIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ASU-SUCURSAL TO SUCURSAL-W
           END-READ.
           CLOSE ASIGNACIONES.
       SUCURSAL-TARJETA-FIN.
           EXIT.

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

       RESOLVER-NOMBRE-PERFIL.
           MOVE SPACES TO NOMBRE-PERFIL.
           IF TCL-PERFIL(IND-TCL) = 0
       RESOLVER-NOMBRE-PERFIL-FIN.
           EXIT.

      *> INFORME COMPLETO: EL PERIODO QUEDA EMITIDO
       PERIODO-EMITIDO.
           MOVE "T"     TO PCK-OPERACION.
           MOVE TOT-TCL TO PCK-CONTADOR(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           GO TO FIN.

       PERIODO-YA-EMITIDO.
           DISPLAY "RENTABILIDAD_CLIENTES: PERIODO YA EMITIDO".
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
