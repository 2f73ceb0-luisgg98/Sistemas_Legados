       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_TRANSITO.
       *> Informe diario de partidas en transito: el dinero que ya
       *> salio de una cuenta y todavia no llego a su destino esta
       *> repartido por muchos ficheros y nadie veia el total. Este
       *> paso recorre cada flujo de compensacion o espera:
       *>  1 transfext.ubd pendientes de envio o enviadas sin
       *>    liquidar (ENVIAR_TRANSFEXT, PROCESAR_ACUSES);
       *>  2 cheques.ubd pendientes de compensar (BANK14,
       *>    COMPENSAR_CHEQUES);
       *>  3 bolsas.ubd sin contar (BANK29, CONTAR_BOLSAS);
       *>  4 recaudaciones.ubd sin remesar al acreedor
       *>    (CARGAR_RECIBOS_DOM, LIQUIDAR_ACREEDORES);
       *>  5 pagosemisor.ubd sin liquidar al emisor (BANK27,
       *>    LIQUIDAR_EMISORES);
       *>  6 recargas.ubd sin liquidar al operador (BANK15,
       *>    LIQUIDAR_RECARGAS);
       *>  7 redondeos.ubd acumulados sin donar (BANK4, BANK7, BANK15,
       *>    DONAR_REDONDEOS).
       *> Lista cada partida abierta con su clave, fecha, importe,
       *> programa de origen y edad en dias habiles (SIGUIENTE_HABIL,
       *> festivos de festivos.ubd), y marca FUERA DE CICLO la que
       *> supera el ciclo normal de su flujo: el de cheques es
       *> DIASRETCHQ mas el dia de compensacion, el de recaudaciones
       *> RECDEVDIAS mas la frecuencia del acreedor (acreedores.ubd),
       *> el de redondeos el mes de donacion y el resto el que marca
       *> el batch que los cierra; los plazos que los programas
       *> cuentan en dias naturales se toman aqui como habiles, asi
       *> que el aviso nunca salta antes de tiempo. Los redondeos no
       *> llevan fecha: se datan el dia 1 del mes si DONAR_REDONDEOS
       *> ya termino el del mes (REGISTRO_CHECKPOINT), o el dia 1 del
       *> mes anterior si no. Al final da los totales por flujo junto
       *> a su cuenta de transito, la que asigna al concepto del
       *> flujo la tabla contaplan.ubd de EXTRAER_CONTABILIDAD (mismo
       *> criterio de prefijos; sin tabla, el plan habitual de la
       *> casa), para que contabilidad los case con el saldo de la
       *> cuenta. Lo deja en informe_transito.ubd; forma parte del
       *> plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-NUM
           FILE STATUS IS FSCH.

           SELECT OPTIONAL BOLSAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOL-BOLSA
           FILE STATUS IS FSBO.

           SELECT OPTIONAL RECAUDACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCA-CLAVE
           FILE STATUS IS FSRC.

           SELECT OPTIONAL ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACRM-CODIGO
           FILE STATUS IS FSAC.

           SELECT OPTIONAL PAGOSEMISOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NUM
           FILE STATUS IS FSPE.

           SELECT OPTIONAL RECARGAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGA-NUM
           FILE STATUS IS FSRG.

           SELECT OPTIONAL REDONDEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDO-TARJETA
           FILE STATUS IS FSRD.

           SELECT OPTIONAL CONTAPLAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPL-PATRON
           FILE STATUS IS FSCP.

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

       FD TRANSFEXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext.ubd".
       01 TRANSFEXT-REG.
           02 TEXT-NUM              PIC  9(35).
           02 TEXT-TARJETA-ORD      PIC  9(16).
           02 TEXT-IBAN-DST         PIC  X(24).
           02 TEXT-NOMBRE-DST       PIC  X(30).
           02 TEXT-FECHA.
               03 TEXT-ANO          PIC   9(4).
               03 TEXT-MES          PIC   9(2).
               03 TEXT-DIA          PIC   9(2).
           02 TEXT-IMPORTE-ENT      PIC  S9(7).
           02 TEXT-IMPORTE-DEC      PIC   9(2).
           02 TEXT-REFERENCIA       PIC  X(30).
           02 TEXT-ESTADO           PIC   9(1).
               88 TEXT-PENDIENTE    VALUE 1.
               88 TEXT-ENVIADA      VALUE 2.
               88 TEXT-LIQUIDADA    VALUE 3.
               88 TEXT-RECHAZADA    VALUE 4.
               88 TEXT-DEVUELTA     VALUE 5.
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

       FD CHEQUES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques.ubd".
       01 CHEQUE-REG.
           02 CHQ-NUM               PIC  9(9).
           02 CHQ-TARJETA           PIC 9(16).
           02 CHQ-BANCO             PIC  9(4).
           02 CHQ-CHEQUE            PIC 9(10).
           02 CHQ-FECHA.
               03 CHQ-ANO           PIC  9(4).
               03 CHQ-MES           PIC  9(2).
               03 CHQ-DIA           PIC  9(2).
           02 CHQ-IMPORTE-ENT       PIC S9(7).
           02 CHQ-IMPORTE-DEC       PIC  9(2).
           02 CHQ-ESTADO            PIC  9(1).
               88 CHQ-PENDIENTE     VALUE 1.
               88 CHQ-ABONADO       VALUE 2.
               88 CHQ-DEVUELTO      VALUE 3.

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bolsas.ubd".
       01 BOLSA-REG.
           02 BOL-BOLSA             PIC  9(8).
           02 BOL-TARJETA           PIC 9(16).
           02 BOL-FECHA             PIC  9(8).
           02 BOL-CENT-DECLARADO    PIC  9(9).
           02 BOL-CENT-CONTADO      PIC  9(9).
           02 BOL-ESTADO            PIC  9(1).
               88 BOL-SIN-CONTAR    VALUE 1.
               88 BOL-CONFIRMADA    VALUE 2.
               88 BOL-CORREGIDA     VALUE 3.

       FD RECAUDACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recaudaciones.ubd".
       01 RECAUDACION-REG.
           02 RCA-CLAVE.
               03 RCA-ACREEDOR      PIC X(10).
               03 RCA-FECHA         PIC  9(8).
           02 RCA-NOMBRE            PIC X(20).
           02 RCA-CENT-TOTAL        PIC  9(9).
           02 RCA-CNT               PIC  9(5).
           02 RCA-ESTADO            PIC  9(1).
               88 RCA-PENDIENTE     VALUE 1.
               88 RCA-REMESADA      VALUE 2.

       FD ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
       01 ACREEDOR-REG.
           02 ACRM-CODIGO           PIC X(10).
           02 ACRM-NOMBRE           PIC X(20).
           02 ACRM-IBAN             PIC X(24).
           02 ACRM-FREC-DIAS        PIC  9(3).
           02 ACRM-ESTADO           PIC  9(1).
               88 ACRM-ACTIVO       VALUE 1.
               88 ACRM-BAJA         VALUE 2.

       FD PAGOSEMISOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pagosemisor.ubd".
       01 PAGOEMISOR-REG.
           02 PAG-NUM               PIC  9(9).
           02 PAG-EMISOR            PIC  9(6).
           02 PAG-TARJETA           PIC 9(16).
           02 PAG-REFERENCIA        PIC X(20).
           02 PAG-FECHA             PIC  9(8).
           02 PAG-CENT              PIC  9(9).
           02 PAG-ESTADO            PIC  9(1).
               88 PAG-PENDIENTE     VALUE 1.
               88 PAG-LIQUIDADO     VALUE 2.

       FD RECARGAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recargas.ubd".
       01 RECARGA-REG.
           02 RGA-NUM               PIC  9(9).
           02 RGA-OPERADOR          PIC  9(2).
           02 RGA-TELEFONO          PIC  9(9).
           02 RGA-TARJETA           PIC 9(16).
           02 RGA-MOV-NUM           PIC 9(35).
           02 RGA-FECHA.
               03 RGA-ANO           PIC  9(4).
               03 RGA-MES           PIC  9(2).
               03 RGA-DIA           PIC  9(2).
           02 RGA-IMPORTE-ENT       PIC S9(7).
           02 RGA-IMPORTE-DEC       PIC  9(2).
           02 RGA-ESTADO            PIC  9(1).
               88 RGA-PENDIENTE     VALUE 1.
               88 RGA-LIQUIDADA     VALUE 2.

       FD REDONDEOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "redondeos.ubd".
       01 REDONDEO-REG.
           02 RDO-TARJETA           PIC 9(16).
           02 RDO-ESTADO            PIC  9(1).
               88 RDO-ACTIVO        VALUE 1.
               88 RDO-BAJA          VALUE 2.
           02 RDO-CENT-ACUMULADO    PIC  9(9).

       FD CONTAPLAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contaplan.ubd".
       01 CONTAPLAN-REG.
           02 CPL-PATRON            PIC X(20).
           02 CPL-LON               PIC  9(2).
           02 CPL-CTA-DEBE          PIC  9(6).
           02 CPL-CTA-HABER         PIC  9(6).

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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_transito.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSTX                     PIC  X(2).
       77 FSCH                     PIC  X(2).
       77 FSBO                     PIC  X(2).
       77 FSRC                     PIC  X(2).
       77 FSAC                     PIC  X(2).
       77 FSPE                     PIC  X(2).
       77 FSRG                     PIC  X(2).
       77 FSRD                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 PERIODO-ACTUAL           PIC  9(8).
       77 DIAS-RETENCION-CHQ       PIC  9(3) VALUE 2.
       77 DIAS-DEVOLUCION          PIC  9(3) VALUE 2.
       77 ACREEDORES-SW            PIC  X(1).

       *> FLUJOS DE TRANSITO: NOMBRE, CONCEPTO CON EL QUE SE ANOTA EL
       *> FLUJO EN movimientos.ubd (PARA BUSCAR SU CUENTA EN
       *> contaplan.ubd), LADO DE LA CUENTA DE TRANSITO (D SI EL
       *> CLIENTE COBRA, H SI PAGA), CUENTA DEL PLAN HABITUAL, CICLO
       *> EN DIAS HABILES Y TOTALES
       01 TABLA-FLUJOS.
           02 FLU-ENTRADA OCCURS 7 TIMES.
               03 FLU-NOMBRE        PIC X(28).
               03 FLU-CONCEPTO      PIC X(35).
               03 FLU-LADO          PIC  X(1).
               03 FLU-CUENTA        PIC  9(6).
               03 FLU-CICLO         PIC  9(3).
               03 FLU-PARTIDAS      PIC  9(7).
               03 FLU-CENT          PIC S9(13).
               03 FLU-FUERA         PIC  9(7).
               03 FLU-CENT-FUERA    PIC S9(13).
       77 IND-FLU                  PIC  9(1).

       *> PARTIDA EN CURSO
       77 PAR-CLAVE                PIC X(26).
       77 PAR-FECHA                PIC  9(8).
       77 PAR-CENT                 PIC S9(13).
       77 PAR-ORIGEN               PIC X(20).
       77 PAR-CICLO                PIC  9(3).
       77 PAR-EDAD                 PIC  9(3).

       *> EDAD EN DIAS HABILES: SE CUENTA DE DIA EN DIA; LA ULTIMA
       *> FECHA CONTADA SE GUARDA PORQUE LAS PARTIDAS VIENEN EN
       *> TANDAS DEL MISMO DIA
       77 FECHA-PASO               PIC  9(8).
       77 FECHA-HABIL              PIC  9(8).
       77 JULIANO-PASO             PIC  9(9).
       77 ULTIMA-FECHA-CONTADA     PIC  9(8) VALUE 0.
       77 ULTIMA-EDAD              PIC  9(3) VALUE 0.

       77 FECHA-REDONDEOS          PIC  9(8).
       77 TARJETA-MASCARA          PIC X(16).

       77 PUNTERO-LINEA            PIC  9(3).
       77 CNT-PARTIDAS             PIC  9(7) VALUE 0.
       77 CNT-FUERA                PIC  9(7) VALUE 0.
       77 CENT-TOTAL               PIC S9(13) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 EDAD-EDIT                PIC  ZZ9.
       77 CICLO-EDIT               PIC  ZZ9.

       77 CENT-EDITAR              PIC S9(13).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.

       01 FECHA-DESGLOSE           PIC  9(8).
       01 FECHA-DESGLOSE-R REDEFINES FECHA-DESGLOSE.
           02 FDE-ANO               PIC  9(4).
           02 FDE-MES               PIC  9(2).
           02 FDE-DIA               PIC  9(2).
       01 FECHA-EDIT.
           02 FEC-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-ANO               PIC  9(4).

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
           COMPUTE PERIODO-ACTUAL = (ANO * 100) + MES.

           PERFORM PREPARAR-FLUJOS THRU PREPARAR-FLUJOS-FIN.
           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-FIN.
           PERFORM BUSCAR-CUENTAS THRU BUSCAR-CUENTAS-FIN.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== PARTIDAS EN TRANSITO - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM FLUJO-TRANSFEXT THRU FLUJO-TRANSFEXT-FIN.
           PERFORM FLUJO-CHEQUES THRU FLUJO-CHEQUES-FIN.
           PERFORM FLUJO-BOLSAS THRU FLUJO-BOLSAS-FIN.
           PERFORM FLUJO-RECAUDACIONES THRU FLUJO-RECAUDACIONES-FIN.
           PERFORM FLUJO-EMISORES THRU FLUJO-EMISORES-FIN.
           PERFORM FLUJO-RECARGAS THRU FLUJO-RECARGAS-FIN.
           PERFORM FLUJO-REDONDEOS THRU FLUJO-REDONDEOS-FIN.

      *> TOTALES POR FLUJO JUNTO A SU CUENTA DE TRANSITO
       RESUMEN.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Totales por cuenta de transito (contaplan):"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           MOVE "  Cuenta Flujo"  TO LINEA-INFORME.
           MOVE "Partidas"        TO LINEA-INFORME(39:8).
           MOVE "Importe"         TO LINEA-INFORME(55:7).
           MOVE "Fuera ciclo"     TO LINEA-INFORME(63:11).
           WRITE LINEA-INFORME.
           MOVE 1 TO IND-FLU.

       RESUMEN-FLUJO.
           MOVE FLU-CENT(IND-FLU) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE SPACES TO LINEA-INFORME.
           MOVE FLU-PARTIDAS(IND-FLU) TO CNT-EDIT.
           STRING "  " DELIMITED BY SIZE
                  FLU-CUENTA(IND-FLU) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FLU-NOMBRE(IND-FLU) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           MOVE FLU-FUERA(IND-FLU) TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(67:7).
           WRITE LINEA-INFORME.
           ADD FLU-PARTIDAS(IND-FLU) TO CNT-PARTIDAS.
           ADD FLU-FUERA(IND-FLU)    TO CNT-FUERA.
           ADD FLU-CENT(IND-FLU)     TO CENT-TOTAL.
           ADD 1 TO IND-FLU.
           IF IND-FLU <= 7
               GO TO RESUMEN-FLUJO.

           MOVE CENT-TOTAL TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE SPACES TO LINEA-INFORME.
           MOVE "  Total en transito" TO LINEA-INFORME.
           MOVE 39 TO PUNTERO-LINEA.
           MOVE CNT-PARTIDAS TO CNT-EDIT.
           STRING CNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME WITH POINTER PUNTERO-LINEA.
           MOVE CNT-FUERA TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(67:7).
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           IF FSINF = 00
               CLOSE INFORME.
           GOBACK.

      *> NOMBRE, CONCEPTO, LADO, CUENTA HABITUAL Y CICLO DE CADA FLUJO
       PREPARAR-FLUJOS.
           MOVE "Transferencias a otra ent." TO FLU-NOMBRE(1).
           MOVE "Transferencia a otra entidad" TO FLU-CONCEPTO(1).
           MOVE "H"    TO FLU-LADO(1).
           MOVE 400000 TO FLU-CUENTA(1).
           MOVE 2      TO FLU-CICLO(1).

           MOVE "Cheques en compensacion" TO FLU-NOMBRE(2).
           MOVE "Abono cheque compensado" TO FLU-CONCEPTO(2).
           MOVE "D"    TO FLU-LADO(2).
           MOVE 572000 TO FLU-CUENTA(2).
           MOVE 3      TO FLU-CICLO(2).

           MOVE "Bolsas nocturnas sin contar" TO FLU-NOMBRE(3).
           MOVE "Ingreso bolsa nocturna" TO FLU-CONCEPTO(3).
           MOVE "D"    TO FLU-LADO(3).
           MOVE 570000 TO FLU-CUENTA(3).
           MOVE 1      TO FLU-CICLO(3).

           MOVE "Recaudaciones sin remesar" TO FLU-NOMBRE(4).
           MOVE "Recibo domiciliado" TO FLU-CONCEPTO(4).
           MOVE "H"    TO FLU-LADO(4).
           MOVE 410000 TO FLU-CUENTA(4).
           MOVE 2      TO FLU-CICLO(4).

           MOVE "Pagos a emisores" TO FLU-NOMBRE(5).
           MOVE "Pago recibo emisor" TO FLU-CONCEPTO(5).
           MOVE "H"    TO FLU-LADO(5).
           MOVE 410004 TO FLU-CUENTA(5).
           MOVE 1      TO FLU-CICLO(5).

           MOVE "Recargas a operadores" TO FLU-NOMBRE(6).
           MOVE "Recarga movil" TO FLU-CONCEPTO(6).
           MOVE "H"    TO FLU-LADO(6).
           MOVE 410001 TO FLU-CUENTA(6).
           MOVE 1      TO FLU-CICLO(6).

           MOVE "Redondeos sin donar" TO FLU-NOMBRE(7).
           MOVE "Donacion redondeo solidario" TO FLU-CONCEPTO(7).
           MOVE "H"    TO FLU-LADO(7).
           MOVE 410002 TO FLU-CUENTA(7).
           MOVE 23     TO FLU-CICLO(7).

           MOVE 1 TO IND-FLU.
       PREPARAR-FLUJOS-TOTALES.
           MOVE 0 TO FLU-PARTIDAS(IND-FLU).
           MOVE 0 TO FLU-CENT(IND-FLU).
           MOVE 0 TO FLU-FUERA(IND-FLU).
           MOVE 0 TO FLU-CENT-FUERA(IND-FLU).
           ADD 1 TO IND-FLU.
           IF IND-FLU <= 7
               GO TO PREPARAR-FLUJOS-TOTALES.
       PREPARAR-FLUJOS-FIN.
           EXIT.

      *> LOS PLAZOS DE CHEQUES Y RECAUDACIONES SON LOS MISMOS QUE
      *> USAN COMPENSAR_CHEQUES Y LIQUIDAR_ACREEDORES
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-CICLOS.
           MOVE "DIASRETCHQ" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO DIAS-RETENCION-CHQ
           END-READ.
           MOVE "RECDEVDIAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO DIAS-DEVOLUCION
           END-READ.
           CLOSE PARAMETROS.

       LEER-PARAMETROS-CICLOS.
           *> El cheque se abona en la compensacion del dia siguiente
           *> a cumplir la retencion
           COMPUTE FLU-CICLO(2) = DIAS-RETENCION-CHQ + 1.
           MOVE DIAS-DEVOLUCION TO FLU-CICLO(4).
       LEER-PARAMETROS-FIN.
           EXIT.

      *> CUENTA DE TRANSITO DE CADA FLUJO SEGUN contaplan.ubd: EL
      *> PRIMER PATRON QUE ES PREFIJO DEL CONCEPTO, COMO EN
      *> EXTRAER_CONTABILIDAD; SIN TABLA O SIN PATRON QUEDA LA DEL
      *> PLAN HABITUAL
       BUSCAR-CUENTAS.
           OPEN INPUT CONTAPLAN.
           IF FSCP <> 00
               CLOSE CONTAPLAN
               GO TO BUSCAR-CUENTAS-FIN.
           MOVE 1 TO IND-FLU.

       BUSCAR-CUENTA-FLUJO.
           MOVE LOW-VALUES TO CPL-PATRON.
           START CONTAPLAN KEY IS >= CPL-PATRON INVALID KEY
               GO TO SIGUIENTE-CUENTA-FLUJO.

       LEER-PATRON-CPL.
           READ CONTAPLAN NEXT RECORD AT END
               GO TO SIGUIENTE-CUENTA-FLUJO.
           IF CPL-LON = 0 OR CPL-LON > 20
               GO TO LEER-PATRON-CPL.
           IF FLU-CONCEPTO(IND-FLU)(1:CPL-LON) NOT =
              CPL-PATRON(1:CPL-LON)
               GO TO LEER-PATRON-CPL.
           IF FLU-LADO(IND-FLU) = "D"
               MOVE CPL-CTA-DEBE  TO FLU-CUENTA(IND-FLU)
           ELSE
               MOVE CPL-CTA-HABER TO FLU-CUENTA(IND-FLU)
           END-IF.

       SIGUIENTE-CUENTA-FLUJO.
           ADD 1 TO IND-FLU.
           IF IND-FLU <= 7
               GO TO BUSCAR-CUENTA-FLUJO.
           CLOSE CONTAPLAN.
       BUSCAR-CUENTAS-FIN.
           EXIT.

      *> 1 TRANSFERENCIAS A OTRA ENTIDAD: LA PENDIENTE ESPERA A
      *> ENVIAR_TRANSFEXT (SE DATA EN SU FECHA DE EJECUCION) Y LA
      *> ENVIADA AL ACUSE DE LA RED (SE DATA EN EL ENVIO)
       FLUJO-TRANSFEXT.
           MOVE 1 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.
           OPEN INPUT TRANSFEXT.
           IF FSTX <> 00
               CLOSE TRANSFEXT
               GO TO FLUJO-TRANSFEXT-TOTAL.

       LEER-TRANSFEXT.
           READ TRANSFEXT NEXT RECORD AT END
               GO TO CERRAR-TRANSFEXT.
           IF NOT TEXT-PENDIENTE AND NOT TEXT-ENVIADA
               GO TO LEER-TRANSFEXT.

           MOVE TEXT-NUM(26:10) TO PAR-CLAVE.
           IF TEXT-ENVIADA
               MOVE TEXT-FECHA-ENVIO TO PAR-FECHA
               MOVE "PROCESAR_ACUSES" TO PAR-ORIGEN
           ELSE
               MOVE TEXT-FECHA TO PAR-FECHA
               MOVE "ENVIAR_TRANSFEXT" TO PAR-ORIGEN
           END-IF.
           COMPUTE PAR-CENT = (TEXT-IMPORTE-ENT * 100)
                            + TEXT-IMPORTE-DEC.
           MOVE FLU-CICLO(IND-FLU) TO PAR-CICLO.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-TRANSFEXT.

       CERRAR-TRANSFEXT.
           CLOSE TRANSFEXT.
       FLUJO-TRANSFEXT-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-TRANSFEXT-FIN.
           EXIT.

      *> 2 CHEQUES DEPOSITADOS PENDIENTES DE COMPENSAR
       FLUJO-CHEQUES.
           MOVE 2 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.
           OPEN INPUT CHEQUES.
           IF FSCH <> 00
               CLOSE CHEQUES
               GO TO FLUJO-CHEQUES-TOTAL.

       LEER-CHEQUE.
           READ CHEQUES NEXT RECORD AT END
               GO TO CERRAR-CHEQUES.
           IF NOT CHQ-PENDIENTE
               GO TO LEER-CHEQUE.

           MOVE CHQ-NUM TO PAR-CLAVE.
           MOVE CHQ-FECHA TO PAR-FECHA.
           MOVE "BANK14" TO PAR-ORIGEN.
           COMPUTE PAR-CENT = (CHQ-IMPORTE-ENT * 100)
                            + CHQ-IMPORTE-DEC.
           MOVE FLU-CICLO(IND-FLU) TO PAR-CICLO.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-CHEQUE.

       CERRAR-CHEQUES.
           CLOSE CHEQUES.
       FLUJO-CHEQUES-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-CHEQUES-FIN.
           EXIT.

      *> 3 BOLSAS DEL DEPOSITO NOCTURNO SIN CONTAR (POR LO DECLARADO)
       FLUJO-BOLSAS.
           MOVE 3 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.
           OPEN INPUT BOLSAS.
           IF FSBO <> 00
               CLOSE BOLSAS
               GO TO FLUJO-BOLSAS-TOTAL.

       LEER-BOLSA.
           READ BOLSAS NEXT RECORD AT END
               GO TO CERRAR-BOLSAS.
           IF NOT BOL-SIN-CONTAR
               GO TO LEER-BOLSA.

           MOVE BOL-BOLSA TO PAR-CLAVE.
           MOVE BOL-FECHA TO PAR-FECHA.
           MOVE "BANK29" TO PAR-ORIGEN.
           MOVE BOL-CENT-DECLARADO TO PAR-CENT.
           MOVE FLU-CICLO(IND-FLU) TO PAR-CICLO.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-BOLSA.

       CERRAR-BOLSAS.
           CLOSE BOLSAS.
       FLUJO-BOLSAS-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-BOLSAS-FIN.
           EXIT.

      *> 4 RECAUDACIONES DE RECIBOS SIN REMESAR: EL CICLO ES EL PLAZO
      *> DE DEVOLUCIONES MAS LA FRECUENCIA DE LIQUIDACION DEL ACREEDOR
       FLUJO-RECAUDACIONES.
           MOVE 4 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.
           OPEN INPUT RECAUDACIONES.
           IF FSRC <> 00
               CLOSE RECAUDACIONES
               GO TO FLUJO-RECAUDACIONES-TOTAL.
           MOVE "N" TO ACREEDORES-SW.
           OPEN INPUT ACREEDORES.
           IF FSAC = 00
               MOVE "S" TO ACREEDORES-SW.

       LEER-RECAUDACION.
           READ RECAUDACIONES NEXT RECORD AT END
               GO TO CERRAR-RECAUDACIONES.
           IF NOT RCA-PENDIENTE
               GO TO LEER-RECAUDACION.

           MOVE SPACES TO PAR-CLAVE.
           STRING RCA-ACREEDOR DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RCA-FECHA DELIMITED BY SIZE
             INTO PAR-CLAVE.
           MOVE RCA-FECHA TO PAR-FECHA.
           MOVE "CARGAR_RECIBOS_DOM" TO PAR-ORIGEN.
           MOVE RCA-CENT-TOTAL TO PAR-CENT.
           COMPUTE PAR-CICLO = FLU-CICLO(IND-FLU) + 1.
           IF ACREEDORES-SW = "S"
               MOVE RCA-ACREEDOR TO ACRM-CODIGO
               READ ACREEDORES INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACRM-FREC-DIAS > 0
                       COMPUTE PAR-CICLO = FLU-CICLO(IND-FLU)
                                         + ACRM-FREC-DIAS
                   END-IF
               END-READ
           END-IF.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-RECAUDACION.

       CERRAR-RECAUDACIONES.
           CLOSE RECAUDACIONES.
           IF ACREEDORES-SW = "S"
               CLOSE ACREEDORES.
       FLUJO-RECAUDACIONES-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-RECAUDACIONES-FIN.
           EXIT.

      *> 5 PAGOS DE RECIBOS COBRADOS PARA UN EMISOR SIN LIQUIDAR
       FLUJO-EMISORES.
           MOVE 5 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.
           OPEN INPUT PAGOSEMISOR.
           IF FSPE <> 00
               CLOSE PAGOSEMISOR
               GO TO FLUJO-EMISORES-TOTAL.

       LEER-PAGO-EMISOR.
           READ PAGOSEMISOR NEXT RECORD AT END
               GO TO CERRAR-EMISORES.
           IF NOT PAG-PENDIENTE
               GO TO LEER-PAGO-EMISOR.

           MOVE PAG-NUM TO PAR-CLAVE.
           MOVE PAG-FECHA TO PAR-FECHA.
           MOVE "BANK27" TO PAR-ORIGEN.
           MOVE PAG-CENT TO PAR-CENT.
           MOVE FLU-CICLO(IND-FLU) TO PAR-CICLO.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-PAGO-EMISOR.

       CERRAR-EMISORES.
           CLOSE PAGOSEMISOR.
       FLUJO-EMISORES-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-EMISORES-FIN.
           EXIT.

      *> 6 RECARGAS VENDIDAS SIN LIQUIDAR AL OPERADOR
       FLUJO-RECARGAS.
           MOVE 6 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.
           OPEN INPUT RECARGAS.
           IF FSRG <> 00
               CLOSE RECARGAS
               GO TO FLUJO-RECARGAS-TOTAL.

       LEER-RECARGA.
           READ RECARGAS NEXT RECORD AT END
               GO TO CERRAR-RECARGAS.
           IF NOT RGA-PENDIENTE
               GO TO LEER-RECARGA.

           MOVE RGA-NUM TO PAR-CLAVE.
           MOVE RGA-FECHA TO PAR-FECHA.
           MOVE "BANK15" TO PAR-ORIGEN.
           COMPUTE PAR-CENT = (RGA-IMPORTE-ENT * 100)
                            + RGA-IMPORTE-DEC.
           MOVE FLU-CICLO(IND-FLU) TO PAR-CICLO.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-RECARGA.

       CERRAR-RECARGAS.
           CLOSE RECARGAS.
       FLUJO-RECARGAS-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-RECARGAS-FIN.
           EXIT.

      *> 7 REDONDEOS ACUMULADOS: SE DONAN UNA VEZ AL MES, ASI QUE LO
      *> ACUMULADO VIENE DEL DIA 1 DEL MES SI LA DONACION DEL MES YA
      *> TERMINO, Y DEL DIA 1 DEL MES ANTERIOR SI NO
       FLUJO-REDONDEOS.
           MOVE 7 TO IND-FLU.
           PERFORM CABECERA-FLUJO THRU CABECERA-FLUJO-FIN.

           MOVE "C"               TO PCK-OPERACION.
           MOVE "DONAR_REDONDEOS" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL    TO PCK-FECHA.
           MOVE 1                 TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           MOVE FECHA-PROCESO TO FECHA-DESGLOSE.
           MOVE 1 TO FDE-DIA.
           IF PCK-RESULTADO NOT = "S" OR PCK-SITUACION NOT = "T"
               IF FDE-MES = 1
                   MOVE 12 TO FDE-MES
                   SUBTRACT 1 FROM FDE-ANO
               ELSE
                   SUBTRACT 1 FROM FDE-MES
               END-IF
           END-IF.
           MOVE FECHA-DESGLOSE TO FECHA-REDONDEOS.

           OPEN INPUT REDONDEOS.
           IF FSRD <> 00
               CLOSE REDONDEOS
               GO TO FLUJO-REDONDEOS-TOTAL.

       LEER-REDONDEO.
           READ REDONDEOS NEXT RECORD AT END
               GO TO CERRAR-REDONDEOS.
           IF RDO-CENT-ACUMULADO = 0
               GO TO LEER-REDONDEO.

           MOVE RDO-TARJETA TO TARJETA-MASCARA.
           MOVE "********" TO TARJETA-MASCARA(5:8).
           MOVE TARJETA-MASCARA TO PAR-CLAVE.
           MOVE FECHA-REDONDEOS TO PAR-FECHA.
           MOVE "BANK4/BANK7/BANK15" TO PAR-ORIGEN.
           MOVE RDO-CENT-ACUMULADO TO PAR-CENT.
           MOVE FLU-CICLO(IND-FLU) TO PAR-CICLO.
           PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-FIN.
           GO TO LEER-REDONDEO.

       CERRAR-REDONDEOS.
           CLOSE REDONDEOS.
       FLUJO-REDONDEOS-TOTAL.
           PERFORM TOTAL-FLUJO THRU TOTAL-FLUJO-FIN.
       FLUJO-REDONDEOS-FIN.
           EXIT.

       CABECERA-FLUJO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE FLU-CICLO(IND-FLU) TO CICLO-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           MOVE 1 TO PUNTERO-LINEA.
           STRING "-- " DELIMITED BY SIZE
                  FLU-NOMBRE(IND-FLU) DELIMITED BY "  "
                  " (cuenta " DELIMITED BY SIZE
                  FLU-CUENTA(IND-FLU) DELIMITED BY SIZE
                  ", ciclo " DELIMITED BY SIZE
                  CICLO-EDIT DELIMITED BY SIZE
                  " dias habiles" DELIMITED BY SIZE
             INTO LINEA-INFORME WITH POINTER PUNTERO-LINEA.
           IF IND-FLU = 4
               STRING " + frecuencia del acreedor)" DELIMITED BY SIZE
                 INTO LINEA-INFORME WITH POINTER PUNTERO-LINEA
           ELSE
               STRING ")" DELIMITED BY SIZE
                 INTO LINEA-INFORME WITH POINTER PUNTERO-LINEA
           END-IF.
           WRITE LINEA-INFORME.
       CABECERA-FLUJO-FIN.
           EXIT.

      *> UNA PARTIDA ABIERTA: EDAD, MARCA DE FUERA DE CICLO Y TOTALES
      *> DEL FLUJO
       ESCRIBIR-PARTIDA.
           PERFORM CALCULAR-EDAD THRU CALCULAR-EDAD-FIN.
           ADD 1        TO FLU-PARTIDAS(IND-FLU).
           ADD PAR-CENT TO FLU-CENT(IND-FLU).

           MOVE PAR-FECHA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE PAR-CENT TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE PAR-EDAD TO EDAD-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  PAR-CLAVE DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EDAD-EDIT DELIMITED BY SIZE
                  " d " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PAR-ORIGEN DELIMITED BY SIZE
             INTO LINEA-INFORME.
           IF PAR-EDAD > PAR-CICLO
               ADD 1        TO FLU-FUERA(IND-FLU)
               ADD PAR-CENT TO FLU-CENT-FUERA(IND-FLU)
               MOVE "FUERA DE CICLO" TO LINEA-INFORME(86:14).
           WRITE LINEA-INFORME.
       ESCRIBIR-PARTIDA-FIN.
           EXIT.

       TOTAL-FLUJO.
           MOVE FLU-CENT(IND-FLU) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE FLU-PARTIDAS(IND-FLU) TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   Partidas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  importe: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF FLU-FUERA(IND-FLU) = 0
               GO TO TOTAL-FLUJO-FIN.
           MOVE FLU-CENT-FUERA(IND-FLU) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE FLU-FUERA(IND-FLU) TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   Fuera de ciclo: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  importe: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       TOTAL-FLUJO-FIN.
           EXIT.

      *> DIAS HABILES ENTRE PAR-FECHA Y LA FECHA DE PROCESO: SE
      *> AVANZA DE UNO EN UNO Y SIGUIENTE_HABIL SALTA LOS FINES DE
      *> SEMANA Y FESTIVOS; TOPE DE 999
       CALCULAR-EDAD.
           MOVE 0 TO PAR-EDAD.
           IF PAR-FECHA = 0 OR PAR-FECHA >= FECHA-PROCESO
               GO TO CALCULAR-EDAD-FIN.
           IF PAR-FECHA = ULTIMA-FECHA-CONTADA
               MOVE ULTIMA-EDAD TO PAR-EDAD
               GO TO CALCULAR-EDAD-FIN.
           MOVE PAR-FECHA TO FECHA-PASO.

       CALCULAR-EDAD-DIA.
           COMPUTE JULIANO-PASO =
               FUNCTION INTEGER-OF-DATE(FECHA-PASO) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-PASO)
               TO FECHA-PASO.
           CALL "SIGUIENTE_HABIL" USING FECHA-PASO FECHA-HABIL.
           IF FECHA-HABIL > FECHA-PROCESO
               GO TO CALCULAR-EDAD-GUARDAR.
           ADD 1 TO PAR-EDAD.
           MOVE FECHA-HABIL TO FECHA-PASO.
           IF FECHA-PASO < FECHA-PROCESO AND PAR-EDAD < 999
               GO TO CALCULAR-EDAD-DIA.

       CALCULAR-EDAD-GUARDAR.
           MOVE PAR-FECHA TO ULTIMA-FECHA-CONTADA.
           MOVE PAR-EDAD  TO ULTIMA-EDAD.
       CALCULAR-EDAD-FIN.
           EXIT.

       EDITAR-FECHA.
           MOVE FDE-DIA TO FEC-DIA.
           MOVE FDE-MES TO FEC-MES.
           MOVE FDE-ANO TO FEC-ANO.
       EDITAR-FECHA-FIN.
           EXIT.

       EDITAR-IMPORTE.
           IF CENT-EDITAR < 0
               COMPUTE IMPORTE-ENT-EDIT =
                   - (FUNCTION ABS(CENT-EDITAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO IMPORTE-DEC-EDIT
           ELSE
               COMPUTE IMPORTE-ENT-EDIT = (CENT-EDITAR / 100)
               MOVE FUNCTION MOD(CENT-EDITAR, 100)
                   TO IMPORTE-DEC-EDIT
           END-IF.
       EDITAR-IMPORTE-FIN.
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
