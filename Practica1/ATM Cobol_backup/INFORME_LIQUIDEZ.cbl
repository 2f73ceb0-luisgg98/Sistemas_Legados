       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_LIQUIDEZ.
       *> Programa batch mensual de la escalera de vencimientos de
       *> liquidez para tesoreria: reparte por tramos de tiempo,
       *> contados en dias naturales desde la fecha de negocio (dia
       *> siguiente, hasta una semana, hasta un mes, hasta tres
       *> meses, hasta un ano y mas de un ano), el dinero que tiene
       *> fecha de entrar o de salir de la casa:
       *>  Entradas
       *>   - cuotas pendientes de los prestamos vivos de
       *>     prestamos.ubd, una por mes en su dia de pago (el mismo
       *>     dia que las cobra COBRAR_PRESTAMOS);
       *>  Salidas
       *>   - imposiciones vivas de plazos.ubd, capital mas intereses
       *>     a su vencimiento con la formula de VENCER_PLAZOS;
       *>   - transferencias programadas de transferencias.ubd hacia
       *>     otra entidad (las que llevan IBAN de destino), con sus
       *>     repeticiones hasta la fecha fin o el maximo de
       *>     repeticiones, rodando como BANK10; las que no tienen fin
       *>     se proyectan solo el primer ano. Las transferencias entre
       *>     tarjetas de la casa no sacan dinero y no cuentan;
       *>   - recibos domiciliados esperados: la media mensual de los
       *>     adeudos de recibos_adeudados.ubd de los ultimos tres
       *>     meses (sin los reembolsados) cuyo mandato de mandatos.ubd
       *>     sigue activo, repartida por los dias de cada tramo hasta
       *>     el ano;
       *>   - nominas a otras entidades: las remesas de CARGAR_NOMINAS
       *>     que esperan en transfext.ubd salen al dia siguiente, y la
       *>     media mensual de las enviadas los ultimos tres meses se
       *>     reparte igual que los recibos hasta el ano;
       *>   - ordenes de retirada de sucursal pendientes de ordenes.ubd
       *>     (GESTION_ORDENES), en el primer dia de su ventana.
       *> Junto a la escalera da los depositos a la vista (saldos
       *> acreedores de las cuentas corriente y de ahorro de
       *> cuentas.ubd) y, aparte, el dinero retenido por contrato: las
       *> retenciones pendientes de retenciones.ubd que sostienen un
       *> embargo de embargos.ubd no cerrado y el resto, que son
       *> retenciones de verificacion. Los importes de la escalera van
       *> en euros sin centimos. Lo deja en informe_liquidez.ubd; se
       *> ejecuta de forma independiente, normalmente el primer dia
       *> habil de cada mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSPZ.

           SELECT OPTIONAL TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANS-NUM
           FILE STATUS IS FSTR.

           SELECT OPTIONAL RECIBOS-ADEUDADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAD-MOV-NUM
           ALTERNATE RECORD KEY IS RAD-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRA.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL ORDENES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-NUM
           FILE STATUS IS FSOR.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSRT.

           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           FILE STATUS IS FSEM.

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

       FD PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PRE-NUM               PIC  9(9).
           02 PRE-TARJETA           PIC 9(16).
           02 PRE-CENT-PRINCIPAL    PIC  9(9).
           *> Tasa anual multiplicada por 10000: 055000 = 5,5000 %
           02 PRE-TASA-ANUAL-X10000 PIC  9(6).
           02 PRE-PLAZO-MESES       PIC  9(3).
           02 PRE-DIA-PAGO          PIC  9(2).
           02 PRE-CENT-CUOTA        PIC  9(9).
           02 PRE-CENT-PENDIENTE    PIC  9(9).
           02 PRE-CUOTAS-PAGADAS    PIC  9(3).
           02 PRE-ESTADO            PIC  9(1).
               88 PRE-VIVO          VALUE 1.
               88 PRE-LIQUIDADO     VALUE 2.

       FD PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
       01 PLAZO-REG.
           02 PLZ-NUM               PIC  9(9).
           02 PLZ-TARJETA           PIC 9(16).
           02 PLZ-CENT-CAPITAL      PIC  9(9).
           *> Tasa anual multiplicada por 10000: 020000 = 2,0000 %
           02 PLZ-TASA-ANUAL-X10000 PIC  9(6).
           02 PLZ-FECHA-INICIO      PIC  9(8).
           02 PLZ-PLAZO-MESES       PIC  9(3).
           02 PLZ-FECHA-VENCIMIENTO PIC  9(8).
           02 PLZ-ESTADO            PIC  9(1).
               88 PLZ-VIVO          VALUE 1.
               88 PLZ-VENCIDO       VALUE 2.
               88 PLZ-CANCELADO     VALUE 3.

       FD TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferencias.ubd".
       01 TRANSFERENCIA-REG.
           02 TRANS-NUM            PIC  9(35).
           02 TRANS-TARJETA-ORD    PIC  9(16).
           02 TRANS-TARJETA-DST    PIC  9(16).
           02 TRANS-FECHA.
               03 TRANS-ANO        PIC   9(4).
               03 TRANS-MES        PIC   9(2).
               03 TRANS-DIA        PIC   9(2).
           02 TRANS-IMPORTE-ENT    PIC  S9(7).
           02 TRANS-IMPORTE-DEC    PIC   9(2).
           02 TRANS-PERIODO        PIC  X(35).
           02 TRANS-FECHA-FIN.
               03 TRANS-FECHA-FIN-ANO  PIC   9(4).
               03 TRANS-FECHA-FIN-MES  PIC   9(2).
               03 TRANS-FECHA-FIN-DIA  PIC   9(2).
           02 TRANS-MAX-REPET      PIC   9(4).
           02 TRANS-REPET-HECHAS   PIC   9(4).
           02 TRANS-DIA-FIN-MES    PIC  X(1).
           02 TRANS-REFERENCIA     PIC  X(30).
           02 TRANS-IBAN-DST       PIC  X(24).
           02 TRANS-NOMBRE-DST     PIC  X(30).

       FD RECIBOS-ADEUDADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos_adeudados.ubd".
       01 RECIBO-ADEUDADO-REG.
           02 RAD-MOV-NUM           PIC  9(35).
           02 RAD-TARJETA           PIC 9(16).
           02 RAD-ACREEDOR          PIC X(10).
           02 RAD-ACREEDOR-NOM      PIC X(20).
           02 RAD-REFERENCIA        PIC X(30).
           02 RAD-CENT              PIC  9(9).
           02 RAD-FECHA             PIC  9(8).
           02 RAD-ESTADO            PIC  9(1).
               88 RAD-ADEUDADO      VALUE 1.
               88 RAD-REEMBOLSADO   VALUE 2.
               88 RAD-DESCONTADO    VALUE 3.
           02 RAD-FECHA-REEMBOLSO   PIC  9(8).
           02 RAD-FECHA-DESCUENTO   PIC  9(8).

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAN-CLAVE.
               03 MAN-TARJETA       PIC 9(16).
               03 MAN-ACREEDOR      PIC X(10).
           02 MAN-NOMBRE            PIC X(20).
           02 MAN-FECHA-ALTA        PIC  9(8).
           02 MAN-ESTADO            PIC  9(1).
               88 MAN-ACTIVO        VALUE 1.
               88 MAN-BLOQUEADO     VALUE 2.
               88 MAN-REVOCADO      VALUE 3.

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

       FD ORDENES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ordenes.ubd".
       01 ORDEN-REG.
           02 ORD-NUM               PIC  9(9).
           02 ORD-TARJETA           PIC 9(16).
           02 ORD-IMPORTE-ENT       PIC  9(7).
           02 ORD-IMPORTE-DEC       PIC  9(2).
           02 ORD-DESDE             PIC  9(8).
           02 ORD-HASTA             PIC  9(8).
           02 ORD-ESTADO            PIC  9(1).
               88 ORD-PENDIENTE     VALUE 1.
               88 ORD-CONSUMIDA     VALUE 2.

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

       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(9).
           02 EMB-TARJETA           PIC 9(16).
           02 EMB-AUTORIDAD         PIC X(30).
           02 EMB-EXPEDIENTE        PIC X(20).
           02 EMB-IBAN-AUTORIDAD    PIC X(24).
           02 EMB-CENT-RECLAMADO    PIC  9(9).
           02 EMB-CENT-RETENIDO     PIC  9(9).
           02 EMB-RET-NUM           PIC  9(9).
           02 EMB-ESTADO            PIC  9(1).
               88 EMB-ABIERTO       VALUE 1.
               88 EMB-PAGO-ORDENADO VALUE 2.
               88 EMB-CERRADO       VALUE 3.

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
           VALUE OF FILE-ID IS "informe_liquidez.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSPZ                     PIC  X(2).
       77 FSTR                     PIC  X(2).
       77 FSRA                     PIC  X(2).
       77 FSMA                     PIC  X(2).
       77 FSTX                     PIC  X(2).
       77 FSOR                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSRT                     PIC  X(2).
       77 FSEM                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 DIA-PROCESO              PIC  9(7).
       *> Primer dia de la ventana de historial de recibos y nominas
       77 DIAS-HISTORIAL           PIC  9(3) VALUE 90.
       77 MESES-HISTORIAL          PIC  9(1) VALUE 3.
       77 DIA-DESDE-HISTORIAL      PIC  9(7).
       77 DIA-MOVIMIENTO           PIC  9(7).

       *> Tramos de la escalera: ultimo dia natural que entra en cada
       *> uno contado desde la fecha de negocio y su anchura en dias
       *> (el sexto tramo, mas de un ano, no tiene limite)
       01 TABLA-LIMITES.
           02 FILLER                PIC  9(3) VALUE 001.
           02 FILLER                PIC  9(3) VALUE 007.
           02 FILLER                PIC  9(3) VALUE 030.
           02 FILLER                PIC  9(3) VALUE 090.
           02 FILLER                PIC  9(3) VALUE 365.
       01 FILLER REDEFINES TABLA-LIMITES.
           02 TRAMO-LIMITE          PIC  9(3) OCCURS 5 TIMES.
       01 TABLA-ANCHOS.
           02 FILLER                PIC  9(3) VALUE 001.
           02 FILLER                PIC  9(3) VALUE 006.
           02 FILLER                PIC  9(3) VALUE 023.
           02 FILLER                PIC  9(3) VALUE 060.
           02 FILLER                PIC  9(3) VALUE 275.
       01 FILLER REDEFINES TABLA-ANCHOS.
           02 TRAMO-ANCHO           PIC  9(3) OCCURS 5 TIMES.

       *> Importes en centimos por concepto y tramo; la septima
       *> columna es el total del concepto. Concepto 1 es la unica
       *> entrada, 2 a 6 son salidas
       01 TABLA-FLUJOS.
           02 FLUJO-CONCEPTO OCCURS 6 TIMES.
               03 FLUJO-CENT        PIC S9(15) OCCURS 7 TIMES.
       01 TABLA-SALIDAS.
           02 SALIDA-CENT           PIC S9(15) OCCURS 7 TIMES.
       01 TABLA-NETOS.
           02 NETO-CENT             PIC S9(15) OCCURS 7 TIMES.
       01 TABLA-NOMBRES.
           02 FILLER                PIC X(12) VALUE "Prestamos".
           02 FILLER                PIC X(12) VALUE "Plazos".
           02 FILLER                PIC X(12) VALUE "Transfer.".
           02 FILLER                PIC X(12) VALUE "Recibos".
           02 FILLER                PIC X(12) VALUE "Nominas".
           02 FILLER                PIC X(12) VALUE "Ordenes".
       01 FILLER REDEFINES TABLA-NOMBRES.
           02 NOMBRE-CONCEPTO       PIC X(12) OCCURS 6 TIMES.

       77 IND-CON                  PIC  9(1).
       77 IND-TRAMO                PIC  9(1).

       *> Flujo que se esta colocando en la escalera
       77 FECHA-FLUJO              PIC  9(8).
       77 CENT-FLUJO               PIC S9(15).
       77 DIAS-FLUJO               PIC S9(7).

       *> Proyeccion de cuotas de prestamo y de repeticiones de
       *> transferencias: fecha de la siguiente, mes a mes
       77 CUOTAS-RESTANTES         PIC  9(3).
       77 ANO-PROY                 PIC  9(4).
       77 MES-PROY                 PIC  9(2).
       77 DIA-PROY                 PIC  9(2).
       77 DIA-PEDIDO               PIC  9(2).
       77 DIAS-EN-MES              PIC  9(2).
       77 FECHA-SIG-MES            PIC  9(8).
       77 FECHA-ULT-DIA            PIC  9(8).
       77 FECHA-FIN-TRANS          PIC  9(8).
       77 REPET-PROY               PIC  9(4).
       77 CNT-PROY                 PIC  9(3).
       77 DIA-LIMITE-PROY          PIC  9(7).
       77 DIA-JULIANO-PROY         PIC  9(7).
       77 MESES-PASO               PIC  9(2).
       77 SIN-FIN-SW               PIC  X(1).

       *> Medias mensuales de recibos y nominas del historial
       77 CENT-HISTORIAL           PIC S9(15).
       77 CENT-MES-MEDIO           PIC S9(15).

       *> Depositos a la vista y dinero retenido
       77 CENT-VISTA-CORRIENTE     PIC S9(15) VALUE 0.
       77 CENT-VISTA-AHORRO        PIC S9(15) VALUE 0.
       77 CENT-SALDO-CTA           PIC S9(13).
       77 CENT-RETENIDO-TOTAL      PIC S9(15) VALUE 0.
       77 CENT-RETENIDO-EMBARGO    PIC S9(15) VALUE 0.
       77 CENT-RETENIDO-VERIF      PIC S9(15) VALUE 0.
       77 CNT-RETENCIONES          PIC  9(7) VALUE 0.
       77 CNT-EMBARGOS             PIC  9(7) VALUE 0.

       *> Contadores de lo proyectado
       77 CNT-PRESTAMOS            PIC  9(7) VALUE 0.
       77 CNT-PLAZOS               PIC  9(7) VALUE 0.
       77 CNT-TRANSFERENCIAS       PIC  9(7) VALUE 0.
       77 CNT-RECIBOS              PIC  9(7) VALUE 0.
       77 CNT-NOMINAS              PIC  9(7) VALUE 0.
       77 CNT-ORDENES              PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       01 LINEA-ESCALERA.
           02 LE-CONCEPTO           PIC X(12).
           02 LE-TRAMO OCCURS 7 TIMES.
               03 FILLER            PIC X(1).
               03 LE-EUROS          PIC -ZZZZZZZZZ9.

       77 CENT-EDITAR              PIC S9(15).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC 99.

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
           COMPUTE DIA-PROCESO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).
           COMPUTE DIA-DESDE-HISTORIAL = DIA-PROCESO - DIAS-HISTORIAL.

           INITIALIZE TABLA-FLUJOS.
           INITIALIZE TABLA-SALIDAS.
           INITIALIZE TABLA-NETOS.

           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== ESCALERA DE LIQUIDEZ - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM FLUJO-PRESTAMOS THRU FLUJO-PRESTAMOS-FIN.
           PERFORM FLUJO-PLAZOS THRU FLUJO-PLAZOS-FIN.
           PERFORM FLUJO-TRANSFERENCIAS THRU FLUJO-TRANSFERENCIAS-FIN.
           PERFORM FLUJO-RECIBOS THRU FLUJO-RECIBOS-FIN.
           PERFORM FLUJO-NOMINAS THRU FLUJO-NOMINAS-FIN.
           PERFORM FLUJO-ORDENES THRU FLUJO-ORDENES-FIN.
           PERFORM SUMAR-VISTA THRU SUMAR-VISTA-FIN.
           PERFORM SUMAR-RETENIDO THRU SUMAR-RETENIDO-FIN.

           PERFORM ESCRIBIR-ESCALERA THRU ESCRIBIR-ESCALERA-FIN.
           PERFORM ESCRIBIR-VISTA-RETENIDO
               THRU ESCRIBIR-VISTA-RETENIDO-FIN.

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

      *> COLOCA CENT-FLUJO DEL CONCEPTO IND-CON EN EL TRAMO QUE LE
      *> TOCA POR FECHA-FLUJO; LO ATRASADO VA AL DIA SIGUIENTE
       ANOTAR-FLUJO.
           COMPUTE DIAS-FLUJO =
               FUNCTION INTEGER-OF-DATE(FECHA-FLUJO) - DIA-PROCESO.
           MOVE 1 TO IND-TRAMO.
       ANOTAR-FLUJO-TRAMO.
           IF IND-TRAMO < 6
               IF DIAS-FLUJO > TRAMO-LIMITE(IND-TRAMO)
                   ADD 1 TO IND-TRAMO
                   GO TO ANOTAR-FLUJO-TRAMO.
           ADD CENT-FLUJO TO FLUJO-CENT(IND-CON, IND-TRAMO).
           ADD CENT-FLUJO TO FLUJO-CENT(IND-CON, 7).
       ANOTAR-FLUJO-FIN.
           EXIT.

      *> REPARTE UNA MEDIA MENSUAL (CENT-MES-MEDIO) DEL CONCEPTO
      *> IND-CON POR LOS CINCO PRIMEROS TRAMOS SEGUN SUS DIAS: UN ANO
      *> DE 365 DIAS SON DOCE MESES
       REPARTIR-MEDIA.
           MOVE 1 TO IND-TRAMO.
       REPARTIR-MEDIA-TRAMO.
           COMPUTE CENT-FLUJO =
               (CENT-MES-MEDIO * 12 * TRAMO-ANCHO(IND-TRAMO)) / 365.
           ADD CENT-FLUJO TO FLUJO-CENT(IND-CON, IND-TRAMO).
           ADD CENT-FLUJO TO FLUJO-CENT(IND-CON, 7).
           ADD 1 TO IND-TRAMO.
           IF IND-TRAMO <= 5
               GO TO REPARTIR-MEDIA-TRAMO.
       REPARTIR-MEDIA-FIN.
           EXIT.

      *> DEJA EN DIAS-EN-MES EL ULTIMO DIA DE ANO-PROY/MES-PROY,
      *> RESTANDO UN DIA AL PRIMERO DEL MES SIGUIENTE COMO BANK10
       ULTIMO-DIA-MES.
           IF MES-PROY = 12
               COMPUTE FECHA-SIG-MES = ((ANO-PROY + 1) * 10000) + 101
           ELSE
               COMPUTE FECHA-SIG-MES = (ANO-PROY * 10000)
                                     + ((MES-PROY + 1) * 100) + 1
           END-IF.
           COMPUTE DIA-JULIANO-PROY =
               FUNCTION INTEGER-OF-DATE(FECHA-SIG-MES) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(DIA-JULIANO-PROY)
               TO FECHA-ULT-DIA.
           COMPUTE DIAS-EN-MES = FUNCTION MOD(FECHA-ULT-DIA, 100).
       ULTIMO-DIA-MES-FIN.
           EXIT.

      *> AVANZA ANO-PROY/MES-PROY MESES-PASO MESES Y FIJA DIA-PROY
      *> AL DIA PEDIDO O AL ULTIMO DEL MES SI ESE NO EXISTE
       AVANZAR-MESES.
           COMPUTE MES-PROY = MES-PROY + MESES-PASO.
       AVANZAR-MESES-ANO.
           IF MES-PROY > 12
               SUBTRACT 12 FROM MES-PROY
               ADD 1 TO ANO-PROY
               GO TO AVANZAR-MESES-ANO.
           PERFORM ULTIMO-DIA-MES THRU ULTIMO-DIA-MES-FIN.
           MOVE DIA-PEDIDO TO DIA-PROY.
           IF DIA-PROY > DIAS-EN-MES OR DIA-PROY = 0
               MOVE DIAS-EN-MES TO DIA-PROY.
       AVANZAR-MESES-FIN.
           EXIT.

      *> 1 CUOTAS DE LOS PRESTAMOS VIVOS: LA PRIMERA EN EL DIA DE PAGO
      *> DE ESTE MES SI NO HA PASADO Y LUEGO UNA CADA MES; PASADO EL
      *> ANO LAS QUE QUEDAN VAN JUNTAS AL ULTIMO TRAMO
       FLUJO-PRESTAMOS.
           MOVE 1 TO IND-CON.
           OPEN INPUT PRESTAMOS.
           IF FSPR <> 00
               CLOSE PRESTAMOS
               GO TO FLUJO-PRESTAMOS-FIN.

       LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO CERRAR-PRESTAMOS.
           IF NOT PRE-VIVO OR PRE-CENT-PENDIENTE = 0
               GO TO LEER-PRESTAMO.
           IF PRE-CUOTAS-PAGADAS >= PRE-PLAZO-MESES
               GO TO LEER-PRESTAMO.
           ADD 1 TO CNT-PRESTAMOS.
           COMPUTE CUOTAS-RESTANTES =
               PRE-PLAZO-MESES - PRE-CUOTAS-PAGADAS.

           MOVE ANO TO ANO-PROY.
           MOVE MES TO MES-PROY.
           MOVE PRE-DIA-PAGO TO DIA-PEDIDO.
           MOVE 0 TO MESES-PASO.
           PERFORM AVANZAR-MESES THRU AVANZAR-MESES-FIN.
           IF DIA-PROY < DIA
               MOVE 1 TO MESES-PASO
               PERFORM AVANZAR-MESES THRU AVANZAR-MESES-FIN.
           MOVE 1 TO MESES-PASO.

       PROYECTAR-CUOTA.
           COMPUTE FECHA-FLUJO = (ANO-PROY * 10000)
                               + (MES-PROY * 100) + DIA-PROY.
           COMPUTE DIAS-FLUJO =
               FUNCTION INTEGER-OF-DATE(FECHA-FLUJO) - DIA-PROCESO.
           IF DIAS-FLUJO > TRAMO-LIMITE(5)
               COMPUTE CENT-FLUJO = PRE-CENT-CUOTA * CUOTAS-RESTANTES
               PERFORM ANOTAR-FLUJO THRU ANOTAR-FLUJO-FIN
               GO TO LEER-PRESTAMO.
           MOVE PRE-CENT-CUOTA TO CENT-FLUJO.
           PERFORM ANOTAR-FLUJO THRU ANOTAR-FLUJO-FIN.
           SUBTRACT 1 FROM CUOTAS-RESTANTES.
           IF CUOTAS-RESTANTES = 0
               GO TO LEER-PRESTAMO.
           PERFORM AVANZAR-MESES THRU AVANZAR-MESES-FIN.
           GO TO PROYECTAR-CUOTA.

       CERRAR-PRESTAMOS.
           CLOSE PRESTAMOS.
       FLUJO-PRESTAMOS-FIN.
           EXIT.

      *> 2 IMPOSICIONES VIVAS: CAPITAL MAS INTERESES AL VENCIMIENTO
       FLUJO-PLAZOS.
           MOVE 2 TO IND-CON.
           OPEN INPUT PLAZOS.
           IF FSPZ <> 00
               CLOSE PLAZOS
               GO TO FLUJO-PLAZOS-FIN.

       LEER-PLAZO.
           READ PLAZOS NEXT RECORD AT END
               GO TO CERRAR-PLAZOS.
           IF NOT PLZ-VIVO
               GO TO LEER-PLAZO.
           ADD 1 TO CNT-PLAZOS.
           COMPUTE CENT-FLUJO ROUNDED = PLZ-CENT-CAPITAL
               + ((PLZ-CENT-CAPITAL * PLZ-TASA-ANUAL-X10000
                   * PLZ-PLAZO-MESES) / 12000000).
           MOVE PLZ-FECHA-VENCIMIENTO TO FECHA-FLUJO.
           PERFORM ANOTAR-FLUJO THRU ANOTAR-FLUJO-FIN.
           GO TO LEER-PLAZO.

       CERRAR-PLAZOS.
           CLOSE PLAZOS.
       FLUJO-PLAZOS-FIN.
           EXIT.

      *> 3 TRANSFERENCIAS PROGRAMADAS A OTRA ENTIDAD CON TODAS SUS
      *> REPETICIONES PENDIENTES; SIN FECHA FIN NI MAXIMO SOLO EL ANO
       FLUJO-TRANSFERENCIAS.
           MOVE 3 TO IND-CON.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTR <> 00
               CLOSE TRANSFERENCIAS
               GO TO FLUJO-TRANSFERENCIAS-FIN.

       LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO CERRAR-TRANSFERENCIAS.
           IF TRANS-IBAN-DST = SPACES
               GO TO LEER-TRANSFERENCIA.
           IF TRANS-MAX-REPET NOT = 0
              AND TRANS-REPET-HECHAS >= TRANS-MAX-REPET
               GO TO LEER-TRANSFERENCIA.
           ADD 1 TO CNT-TRANSFERENCIAS.

           COMPUTE CENT-FLUJO = FUNCTION ABS(TRANS-IMPORTE-ENT) * 100
                              + TRANS-IMPORTE-DEC.
           MOVE TRANS-ANO TO ANO-PROY.
           MOVE TRANS-MES TO MES-PROY.
           MOVE TRANS-DIA TO DIA-PROY.
           MOVE TRANS-DIA TO DIA-PEDIDO.
           IF TRANS-DIA-FIN-MES = "S"
               MOVE 31 TO DIA-PEDIDO.
           MOVE TRANS-REPET-HECHAS TO REPET-PROY.
           MOVE 0 TO CNT-PROY.
           MOVE 99999999 TO FECHA-FIN-TRANS.
           IF TRANS-FECHA-FIN-ANO NOT = 0
               MOVE TRANS-FECHA-FIN TO FECHA-FIN-TRANS.
           MOVE "N" TO SIN-FIN-SW.
           IF TRANS-FECHA-FIN-ANO = 0 AND TRANS-MAX-REPET = 0
               MOVE "S" TO SIN-FIN-SW.
           COMPUTE DIA-LIMITE-PROY = DIA-PROCESO + TRAMO-LIMITE(5).

       PROYECTAR-TRANSFERENCIA.
           COMPUTE FECHA-FLUJO = (ANO-PROY * 10000)
                               + (MES-PROY * 100) + DIA-PROY.
           IF FECHA-FLUJO > FECHA-FIN-TRANS
               GO TO LEER-TRANSFERENCIA.
           COMPUTE DIA-JULIANO-PROY =
               FUNCTION INTEGER-OF-DATE(FECHA-FLUJO).
           IF SIN-FIN-SW = "S" AND DIA-JULIANO-PROY > DIA-LIMITE-PROY
               GO TO LEER-TRANSFERENCIA.
           PERFORM ANOTAR-FLUJO THRU ANOTAR-FLUJO-FIN.
           ADD 1 TO REPET-PROY.
           ADD 1 TO CNT-PROY.
           IF TRANS-MAX-REPET NOT = 0
              AND REPET-PROY >= TRANS-MAX-REPET
               GO TO LEER-TRANSFERENCIA.
           IF CNT-PROY >= 999
               GO TO LEER-TRANSFERENCIA.

           IF TRANS-PERIODO = "Mensual"
               MOVE 1 TO MESES-PASO
               PERFORM AVANZAR-MESES THRU AVANZAR-MESES-FIN
               GO TO PROYECTAR-TRANSFERENCIA.
           IF TRANS-PERIODO = "Anual"
               MOVE 12 TO MESES-PASO
               PERFORM AVANZAR-MESES THRU AVANZAR-MESES-FIN
               GO TO PROYECTAR-TRANSFERENCIA.
           IF TRANS-PERIODO = "Semanal"
               ADD 7 TO DIA-JULIANO-PROY
               MOVE FUNCTION DATE-OF-INTEGER(DIA-JULIANO-PROY)
                   TO FECHA-FLUJO
               COMPUTE ANO-PROY = FECHA-FLUJO / 10000
               COMPUTE MES-PROY = FUNCTION MOD(FECHA-FLUJO, 10000)
                                / 100
               COMPUTE DIA-PROY = FUNCTION MOD(FECHA-FLUJO, 100)
               GO TO PROYECTAR-TRANSFERENCIA.
           *> Puntual: una sola ejecucion
           GO TO LEER-TRANSFERENCIA.

       CERRAR-TRANSFERENCIAS.
           CLOSE TRANSFERENCIAS.
       FLUJO-TRANSFERENCIAS-FIN.
           EXIT.

      *> 4 RECIBOS DOMICILIADOS: MEDIA MENSUAL DE LOS ADEUDADOS EN LA
      *> VENTANA DE HISTORIAL CON MANDATO TODAVIA ACTIVO
       FLUJO-RECIBOS.
           MOVE 4 TO IND-CON.
           MOVE 0 TO CENT-HISTORIAL.
           OPEN INPUT RECIBOS-ADEUDADOS.
           IF FSRA <> 00
               CLOSE RECIBOS-ADEUDADOS
               GO TO FLUJO-RECIBOS-FIN.
           OPEN INPUT MANDATOS.

       LEER-RECIBO.
           READ RECIBOS-ADEUDADOS NEXT RECORD AT END
               GO TO CERRAR-RECIBOS.
           IF RAD-REEMBOLSADO
               GO TO LEER-RECIBO.
           COMPUTE DIA-MOVIMIENTO =
               FUNCTION INTEGER-OF-DATE(RAD-FECHA).
           IF DIA-MOVIMIENTO <= DIA-DESDE-HISTORIAL
              OR DIA-MOVIMIENTO > DIA-PROCESO
               GO TO LEER-RECIBO.
           IF FSMA <> 00
               GO TO LEER-RECIBO.
           MOVE RAD-TARJETA  TO MAN-TARJETA.
           MOVE RAD-ACREEDOR TO MAN-ACREEDOR.
           READ MANDATOS INVALID KEY
               GO TO LEER-RECIBO.
           IF NOT MAN-ACTIVO
               GO TO LEER-RECIBO.
           ADD 1 TO CNT-RECIBOS.
           ADD RAD-CENT TO CENT-HISTORIAL.
           GO TO LEER-RECIBO.

       CERRAR-RECIBOS.
           CLOSE RECIBOS-ADEUDADOS.
           CLOSE MANDATOS.
           COMPUTE CENT-MES-MEDIO = CENT-HISTORIAL / MESES-HISTORIAL.
           PERFORM REPARTIR-MEDIA THRU REPARTIR-MEDIA-FIN.
       FLUJO-RECIBOS-FIN.
           EXIT.

      *> 5 NOMINAS A OTRAS ENTIDADES: LAS REMESAS QUE ESPERAN EN
      *> TRANSFEXT SALEN AL DIA SIGUIENTE Y LA MEDIA MENSUAL DE LAS
      *> ENVIADAS EN LA VENTANA DE HISTORIAL SE REPARTE POR TRAMOS
       FLUJO-NOMINAS.
           MOVE 5 TO IND-CON.
           MOVE 0 TO CENT-HISTORIAL.
           OPEN INPUT TRANSFEXT.
           IF FSTX <> 00
               CLOSE TRANSFEXT
               GO TO FLUJO-NOMINAS-FIN.

       LEER-NOMINA.
           READ TRANSFEXT NEXT RECORD AT END
               GO TO CERRAR-NOMINAS.
           IF TEXT-REFERENCIA(1:8) NOT = "Nominas "
               GO TO LEER-NOMINA.
           IF TEXT-RECHAZADA OR TEXT-DEVUELTA
               GO TO LEER-NOMINA.
           COMPUTE CENT-FLUJO = FUNCTION ABS(TEXT-IMPORTE-ENT) * 100
                              + TEXT-IMPORTE-DEC.
           IF TEXT-PENDIENTE
               ADD 1 TO CNT-NOMINAS
               MOVE FECHA-PROCESO TO FECHA-FLUJO
               PERFORM ANOTAR-FLUJO THRU ANOTAR-FLUJO-FIN
               GO TO LEER-NOMINA.
           COMPUTE FECHA-FLUJO = (TEXT-ANO * 10000)
                               + (TEXT-MES * 100) + TEXT-DIA.
           COMPUTE DIA-MOVIMIENTO =
               FUNCTION INTEGER-OF-DATE(FECHA-FLUJO).
           IF DIA-MOVIMIENTO <= DIA-DESDE-HISTORIAL
              OR DIA-MOVIMIENTO > DIA-PROCESO
               GO TO LEER-NOMINA.
           ADD 1 TO CNT-NOMINAS.
           ADD CENT-FLUJO TO CENT-HISTORIAL.
           GO TO LEER-NOMINA.

       CERRAR-NOMINAS.
           CLOSE TRANSFEXT.
           COMPUTE CENT-MES-MEDIO = CENT-HISTORIAL / MESES-HISTORIAL.
           PERFORM REPARTIR-MEDIA THRU REPARTIR-MEDIA-FIN.
       FLUJO-NOMINAS-FIN.
           EXIT.

      *> 6 ORDENES DE RETIRADA DE SUCURSAL PENDIENTES DE RECOGER
       FLUJO-ORDENES.
           MOVE 6 TO IND-CON.
           OPEN INPUT ORDENES.
           IF FSOR <> 00
               CLOSE ORDENES
               GO TO FLUJO-ORDENES-FIN.

       LEER-ORDEN.
           READ ORDENES NEXT RECORD AT END
               GO TO CERRAR-ORDENES.
           IF NOT ORD-PENDIENTE
               GO TO LEER-ORDEN.
           IF ORD-HASTA < FECHA-PROCESO
               GO TO LEER-ORDEN.
           ADD 1 TO CNT-ORDENES.
           COMPUTE CENT-FLUJO = (ORD-IMPORTE-ENT * 100)
                              + ORD-IMPORTE-DEC.
           MOVE ORD-DESDE TO FECHA-FLUJO.
           PERFORM ANOTAR-FLUJO THRU ANOTAR-FLUJO-FIN.
           GO TO LEER-ORDEN.

       CERRAR-ORDENES.
           CLOSE ORDENES.
       FLUJO-ORDENES-FIN.
           EXIT.

      *> DEPOSITOS A LA VISTA: SALDOS ACREEDORES DE CORRIENTE Y AHORRO
       SUMAR-VISTA.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO SUMAR-VISTA-FIN.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END
               GO TO CERRAR-CUENTAS.
           IF NOT CTA-CORRIENTE AND NOT CTA-AHORRO
               GO TO LEER-CUENTA.
           IF CTA-SALDO-ENT < 0
               GO TO LEER-CUENTA.
           COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                  + CTA-SALDO-DEC.
           IF CTA-CORRIENTE
               ADD CENT-SALDO-CTA TO CENT-VISTA-CORRIENTE
           ELSE
               ADD CENT-SALDO-CTA TO CENT-VISTA-AHORRO
           END-IF.
           GO TO LEER-CUENTA.

       CERRAR-CUENTAS.
           CLOSE CUENTAS.
       SUMAR-VISTA-FIN.
           EXIT.

      *> DINERO RETENIDO: TODAS LAS RETENCIONES PENDIENTES Y, DE
      *> ELLAS, LAS QUE SOSTIENEN UN EMBARGO QUE NO ESTA CERRADO
       SUMAR-RETENIDO.
           OPEN INPUT RETENCIONES.
           IF FSRT <> 00
               CLOSE RETENCIONES
               GO TO SUMAR-RETENIDO-FIN.

       LEER-RETENCION.
           READ RETENCIONES NEXT RECORD AT END
               GO TO RETENIDO-EMBARGOS.
           IF NOT RET-PENDIENTE
               GO TO LEER-RETENCION.
           ADD 1 TO CNT-RETENCIONES.
           COMPUTE CENT-FLUJO = FUNCTION ABS(RET-IMPORTE-ENT) * 100
                              + RET-IMPORTE-DEC.
           ADD CENT-FLUJO TO CENT-RETENIDO-TOTAL.
           GO TO LEER-RETENCION.

       RETENIDO-EMBARGOS.
           OPEN INPUT EMBARGOS.
           IF FSEM <> 00
               CLOSE EMBARGOS
               GO TO RETENIDO-RESTO.

       LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD AT END
               GO TO CERRAR-EMBARGOS.
           IF EMB-CERRADO OR EMB-RET-NUM = 0
               GO TO LEER-EMBARGO.
           MOVE EMB-RET-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               GO TO LEER-EMBARGO.
           IF NOT RET-PENDIENTE
               GO TO LEER-EMBARGO.
           ADD 1 TO CNT-EMBARGOS.
           COMPUTE CENT-FLUJO = FUNCTION ABS(RET-IMPORTE-ENT) * 100
                              + RET-IMPORTE-DEC.
           ADD CENT-FLUJO TO CENT-RETENIDO-EMBARGO.
           GO TO LEER-EMBARGO.

       CERRAR-EMBARGOS.
           CLOSE EMBARGOS.
       RETENIDO-RESTO.
           CLOSE RETENCIONES.
           COMPUTE CENT-RETENIDO-VERIF =
               CENT-RETENIDO-TOTAL - CENT-RETENIDO-EMBARGO.
       SUMAR-RETENIDO-FIN.
           EXIT.

      *> LA ESCALERA: UNA LINEA POR CONCEPTO, EL TOTAL DE SALIDAS, EL
      *> NETO DE CADA TRAMO Y EL NETO ACUMULADO
       ESCRIBIR-ESCALERA.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Importes en euros, sin centimos." TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           MOVE "Concepto"   TO LINEA-INFORME(1:8).
           MOVE "Dia sig."   TO LINEA-INFORME(17:8).
           MOVE "1 semana"   TO LINEA-INFORME(29:8).
           MOVE "1 mes"      TO LINEA-INFORME(44:5).
           MOVE "3 meses"    TO LINEA-INFORME(54:7).
           MOVE "1 ano"      TO LINEA-INFORME(68:5).
           MOVE "Mas 1 ano"  TO LINEA-INFORME(76:9).
           MOVE "Total"      TO LINEA-INFORME(92:5).
           WRITE LINEA-INFORME.

           MOVE "ENTRADAS" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 1 TO IND-CON.
           PERFORM ESCRIBIR-CONCEPTO THRU ESCRIBIR-CONCEPTO-FIN.

           MOVE "SALIDAS" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 2 TO IND-CON.
       ESCALERA-SALIDA.
           PERFORM ESCRIBIR-CONCEPTO THRU ESCRIBIR-CONCEPTO-FIN.
           MOVE 1 TO IND-TRAMO.
       ESCALERA-SALIDA-TRAMO.
           ADD FLUJO-CENT(IND-CON, IND-TRAMO) TO SALIDA-CENT(IND-TRAMO).
           ADD 1 TO IND-TRAMO.
           IF IND-TRAMO <= 7
               GO TO ESCALERA-SALIDA-TRAMO.
           ADD 1 TO IND-CON.
           IF IND-CON <= 6
               GO TO ESCALERA-SALIDA.

           MOVE SPACES TO LINEA-ESCALERA.
           MOVE "Total sal." TO LE-CONCEPTO.
           MOVE 1 TO IND-TRAMO.
       ESCALERA-TOTAL-SALIDAS.
           COMPUTE LE-EUROS(IND-TRAMO) = SALIDA-CENT(IND-TRAMO) / 100.
           COMPUTE NETO-CENT(IND-TRAMO) =
               FLUJO-CENT(1, IND-TRAMO) - SALIDA-CENT(IND-TRAMO).
           ADD 1 TO IND-TRAMO.
           IF IND-TRAMO <= 7
               GO TO ESCALERA-TOTAL-SALIDAS.
           MOVE LINEA-ESCALERA TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-ESCALERA.
           MOVE "NETO" TO LE-CONCEPTO.
           MOVE 1 TO IND-TRAMO.
       ESCALERA-NETO.
           COMPUTE LE-EUROS(IND-TRAMO) = NETO-CENT(IND-TRAMO) / 100.
           ADD 1 TO IND-TRAMO.
           IF IND-TRAMO <= 7
               GO TO ESCALERA-NETO.
           MOVE LINEA-ESCALERA TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *> Acumulado: lo que sobra o falta hasta el final de cada
           *> tramo; la columna de total repite el ultimo acumulado
           MOVE SPACES TO LINEA-ESCALERA.
           MOVE "ACUMULADO" TO LE-CONCEPTO.
           MOVE 0 TO CENT-EDITAR.
           MOVE 1 TO IND-TRAMO.
       ESCALERA-ACUMULADO.
           ADD NETO-CENT(IND-TRAMO) TO CENT-EDITAR.
           COMPUTE LE-EUROS(IND-TRAMO) = CENT-EDITAR / 100.
           ADD 1 TO IND-TRAMO.
           IF IND-TRAMO <= 6
               GO TO ESCALERA-ACUMULADO.
           COMPUTE LE-EUROS(7) = CENT-EDITAR / 100.
           MOVE LINEA-ESCALERA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ESCRIBIR-ESCALERA-FIN.
           EXIT.

       ESCRIBIR-CONCEPTO.
           MOVE SPACES TO LINEA-ESCALERA.
           MOVE NOMBRE-CONCEPTO(IND-CON) TO LE-CONCEPTO.
           MOVE 1 TO IND-TRAMO.
       ESCRIBIR-CONCEPTO-TRAMO.
           COMPUTE LE-EUROS(IND-TRAMO) =
               FLUJO-CENT(IND-CON, IND-TRAMO) / 100.
           ADD 1 TO IND-TRAMO.
           IF IND-TRAMO <= 7
               GO TO ESCRIBIR-CONCEPTO-TRAMO.
           MOVE LINEA-ESCALERA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ESCRIBIR-CONCEPTO-FIN.
           EXIT.

      *> DEPOSITOS A LA VISTA, DINERO RETENIDO Y LO QUE SE PROYECTO
       ESCRIBIR-VISTA-RETENIDO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Depositos a la vista (saldos acreedores):"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE CENT-VISTA-CORRIENTE TO CENT-EDITAR.
           MOVE "  Cuentas corrientes" TO LINEA-INFORME.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-FIN.
           MOVE CENT-VISTA-AHORRO TO CENT-EDITAR.
           MOVE "  Cuentas de ahorro" TO LINEA-INFORME.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-FIN.
           COMPUTE CENT-EDITAR =
               CENT-VISTA-CORRIENTE + CENT-VISTA-AHORRO.
           MOVE "  Total a la vista" TO LINEA-INFORME.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Dinero retenido por contrato (fuera de la escalera):"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE CENT-RETENIDO-EMBARGO TO CENT-EDITAR.
           MOVE "  Embargos no cerrados" TO LINEA-INFORME.
           MOVE CNT-EMBARGOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-FIN.
           MOVE CENT-RETENIDO-VERIF TO CENT-EDITAR.
           MOVE "  Retenciones verificacion" TO LINEA-INFORME.
           COMPUTE CNT-EDIT = CNT-RETENCIONES - CNT-EMBARGOS.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-FIN.
           MOVE CENT-RETENIDO-TOTAL TO CENT-EDITAR.
           MOVE "  Total retenido" TO LINEA-INFORME.
           MOVE CNT-RETENCIONES TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Partidas proyectadas:" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "  Prestamos vivos" TO LINEA-INFORME.
           MOVE CNT-PRESTAMOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           WRITE LINEA-INFORME.
           MOVE "  Imposiciones vivas" TO LINEA-INFORME.
           MOVE CNT-PLAZOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           WRITE LINEA-INFORME.
           MOVE "  Transf. a otra entidad" TO LINEA-INFORME.
           MOVE CNT-TRANSFERENCIAS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           WRITE LINEA-INFORME.
           MOVE "  Recibos del historial" TO LINEA-INFORME.
           MOVE CNT-RECIBOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           WRITE LINEA-INFORME.
           MOVE "  Nominas externas" TO LINEA-INFORME.
           MOVE CNT-NOMINAS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           WRITE LINEA-INFORME.
           MOVE "  Ordenes de retirada" TO LINEA-INFORME.
           MOVE CNT-ORDENES TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(30:7).
           WRITE LINEA-INFORME.
       ESCRIBIR-VISTA-RETENIDO-FIN.
           EXIT.

      *> ESCRIBE LA ETIQUETA YA PUESTA EN LINEA-INFORME CON CENT-EDITAR
      *> EN EUROS Y CENTIMOS A PARTIR DE LA COLUMNA 40
       ESCRIBIR-IMPORTE.
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
           MOVE IMPORTE-ENT-EDIT TO LINEA-INFORME(40:13).
           MOVE ","              TO LINEA-INFORME(53:1).
           MOVE IMPORTE-DEC-EDIT TO LINEA-INFORME(54:2).
           WRITE LINEA-INFORME.
       ESCRIBIR-IMPORTE-FIN.
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
