       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFERTAR_PRESTAMOS.
       *> Programa batch nocturno de prestamos preaprobados: para cada
       *> cuenta corriente operativa calcula, con la historia del
       *> propio cliente, el importe maximo y el plazo que se le puede
       *> ofrecer sin pasar por la sucursal, y lo deja en
       *> preaprobados.ubd para que BANK19 lo ensene y permita
       *> contratarlo en el cajero. La puntuacion sale de:
       *>   - las nominas abonadas en los ultimos PREAPMESES meses
       *>     (los "Abono de nomina" de CARGAR_NOMINAS y las
       *>     transferencias de otra entidad de RECIBIR_TRANSFEXT con
       *>     NOMINA en la referencia); hacen falta al menos
       *>     PREAPNOMINAS meses con nomina
       *>   - el saldo medio de la cuenta en ese periodo (saldos tras
       *>     cada movimiento); con saldo medio negativo no hay oferta
       *>   - los dias en descubierto de morosidad.ubd (mas de
       *>     PREAPMORADIAS, o la tarjeta bloqueada por morosidad, y
       *>     no hay oferta)
       *>   - los prestamos vivos de prestamos.ubd, cuya cuota se
       *>     descuenta de la capacidad de pago, y los impagados de
       *>     impagos.ubd, que la anulan
       *> La cuota asumible es el PREAPESFUERZO % de la nomina media
       *> menos las cuotas vivas; el importe maximo es el capital que
       *> esa cuota amortiza al tipo PREAPTASA en PREAPPLAZO meses
       *> (cuota francesa, como GESTION_PRESTAMOS), con el tope
       *> PREAPMAXIMO, redondeado a centenas y descartado si no llega
       *> a PREAPMINIMO. La oferta vale PREAPVIGENCIA dias.
       *> Cada oferta emitida, retirada o caducada queda en
       *> ofertas_historico.ubd, junto a las que BANK19 ensena y
       *> contrata, para la auditoria. Forma parte del plan de
       *> CADENA_NOCTURNA; la doble ejecucion del mismo dia se evita
       *> con REGISTRO_CHECKPOINT, que guarda tambien la ultima cuenta
       *> tratada para que el relanzamiento tras una caida siga desde
       *> ella con los totales del informe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL MOROSIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOR-TARJETA
           FILE STATUS IS FSMO.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSPR.

           SELECT OPTIONAL IMPAGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMP-CLAVE
           FILE STATUS IS FSIM.

           SELECT OPTIONAL PREAPROBADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAP-TARJETA
           FILE STATUS IS FSPA.

           SELECT OPTIONAL OFERTAS-HIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFH-NUM
           FILE STATUS IS FSOH.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

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

       FD MOROSIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "morosidad.ubd".
       01 MOROSIDAD-REG.
           02 MOR-TARJETA           PIC 9(16).
           02 MOR-DIAS-NEGATIVO     PIC  9(4).
           02 MOR-ULTIMA-FECHA      PIC  9(8).
           02 MOR-AVISO1            PIC  9(1).
           02 MOR-AVISO2            PIC  9(1).
           02 MOR-BLOQUEADA         PIC  9(1).

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

       FD IMPAGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "impagos.ubd".
       01 IMPAGO-REG.
           02 IMP-CLAVE.
               03 IMP-TARJETA       PIC 9(16).
               03 IMP-FECHA-VTO     PIC  9(8).
               03 IMP-PRESTAMO      PIC  9(9).
           02 IMP-CUOTA-NUM         PIC  9(3).
           02 IMP-CENT-ORIGINAL     PIC  9(9).
           02 IMP-CENT-CAPITAL      PIC  9(9).
           02 IMP-CENT-INTERES      PIC  9(9).
           02 IMP-CENT-DEMORA       PIC  9(7).
           02 IMP-DIAS-VENCIDO      PIC  9(4).
           02 IMP-FECHA-PAGO        PIC  9(8).
           02 IMP-ESTADO            PIC  9(1).
               88 IMP-PENDIENTE     VALUE 1.
               88 IMP-SALDADO       VALUE 2.

       *> Oferta vigente por tarjeta base (la de la cuenta corriente)
       FD PREAPROBADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preaprobados.ubd".
       01 PREAPROBADO-REG.
           02 PAP-TARJETA           PIC 9(16).
           02 PAP-CENT-MAXIMO       PIC  9(9).
           02 PAP-PLAZO-MAX         PIC  9(3).
           *> Tasa anual multiplicada por 10000, como en prestamos.ubd
           02 PAP-TASA-ANUAL-X10000 PIC  9(6).
           02 PAP-FECHA-OFERTA      PIC  9(8).
           02 PAP-FECHA-CADUCIDAD   PIC  9(8).
           02 PAP-ESTADO            PIC  9(1).
               88 PAP-VIGENTE       VALUE 1.
               88 PAP-CONTRATADA    VALUE 2.
               88 PAP-CADUCADA      VALUE 3.

       *> Traza de auditoria de las ofertas: O ofrecida, M mostrada
       *> en el cajero, A aceptada, C caducada o retirada
       FD OFERTAS-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_historico.ubd".
       01 OFERTA-HIST-REG.
           02 OFH-NUM               PIC  9(9).
           02 OFH-TARJETA           PIC 9(16).
           02 OFH-FECHA             PIC  9(8).
           02 OFH-HOR               PIC  9(2).
           02 OFH-MIN               PIC  9(2).
           02 OFH-EVENTO            PIC  X(1).
               88 OFH-OFRECIDA      VALUE "O".
               88 OFH-MOSTRADA      VALUE "M".
               88 OFH-ACEPTADA      VALUE "A".
               88 OFH-CADUCADA      VALUE "C".
           02 OFH-CENT-MAXIMO       PIC  9(9).
           02 OFH-PLAZO-MAX         PIC  9(3).
           02 OFH-CENT-CONTRATADO   PIC  9(9).
           02 OFH-PLAZO-CONTRATADO  PIC  9(3).
           02 OFH-PRESTAMO          PIC  9(9).
           02 OFH-TERMINAL          PIC  9(3).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

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
           VALUE OF FILE-ID IS "informe_preaprobados.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSC                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSMO                     PIC  X(2).
       77 FSPR                     PIC  X(2).
       77 FSIM                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSOH                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-OFH-NUM             PIC  9(35).
       77 TARJETA-OFERTA           PIC 9(16).

       *> Parametros de la puntuacion (parametros.ubd)
       77 MESES-HISTORIA           PIC  9(4) VALUE 6.
       77 MIN-MESES-NOMINA         PIC  9(4) VALUE 3.
       77 PCT-ESFUERZO             PIC  9(4) VALUE 35.
       *> Tasa en centesimas de punto, como en GESTION_PRESTAMOS
       77 TASA-OFERTA              PIC  9(4) VALUE 750.
       77 PLAZO-OFERTA             PIC  9(4) VALUE 60.
       77 EUR-MAXIMO               PIC  9(9) VALUE 30000.
       77 EUR-MINIMO               PIC  9(9) VALUE 1000.
       77 MAX-DIAS-MOROSO          PIC  9(4) VALUE 5.
       77 DIAS-VIGENCIA            PIC  9(4) VALUE 30.

       *> Historia del cliente
       77 MES-ABS-PROCESO          PIC  9(7).
       77 MES-ABS-MOV              PIC  9(7).
       77 IND-MES                  PIC  9(4).
       01 TABLA-MESES-NOMINA.
           02 MES-CON-NOMINA OCCURS 24 TIMES PIC X(1).
       77 CNT-MESES-NOMINA         PIC  9(4).
       77 CENT-NOMINAS             PIC  9(11).
       77 CENT-NOMINA-MEDIA        PIC  9(11).
       77 CNT-SALDOS               PIC  9(7).
       77 CENT-SUMA-SALDOS         PIC S9(15).
       77 CENT-SALDO-MEDIO         PIC S9(11).
       77 CENT-SALDO-W             PIC S9(11).
       77 CENT-IMPORTE-MOV         PIC S9(11).
       77 CENT-CUOTAS-VIVAS        PIC  9(11).
       77 CNT-NOMINA-REF           PIC  9(4).
       77 IMPAGO-SW                PIC  X(1).
       77 APTO-SW                  PIC  X(1).
       77 MOTIVO-RECHAZO           PIC  9(1).

       *> Calculo del importe maximo (cuota francesa inversa)
       77 CENT-CUOTA-ASUMIBLE      PIC S9(11).
       77 CENT-MAXIMO-OFERTA       PIC  9(11).
       77 INTERES-MENSUAL          PIC  9(1)V9(12).
       77 FACTOR-FRANCES           PIC  9(7)V9(12).

       77 PAP-EXISTE-SW            PIC  X(1).
       77 EVENTO-OFERTA            PIC  X(1).

       77 CNT-CUENTAS              PIC  9(7) VALUE 0.
       77 CNT-OFRECIDAS            PIC  9(7) VALUE 0.
       77 CNT-MANTENIDAS           PIC  9(7) VALUE 0.
       77 CNT-RETIRADAS            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       *> Rearranque a mitad de fichero (ver REGISTRO_CHECKPOINT)
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
           COMPUTE MES-ABS-PROCESO = (ANO * 12) + MES.

       CHECKPOINT-OPEN.
           MOVE "I"                 TO PCK-OPERACION.
           MOVE "OFERTAR_PRESTAMOS" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO       TO PCK-FECHA.
           MOVE 1                   TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO DIA-YA-CALCULADO.

           MOVE PCK-CONTADOR(1) TO CNT-CUENTAS.
           MOVE PCK-CONTADOR(2) TO CNT-OFRECIDAS.
           MOVE PCK-CONTADOR(3) TO CNT-MANTENIDAS.
           MOVE PCK-CONTADOR(4) TO CNT-RETIRADAS.

       LEER-PARAMETROS-OFERTA.
           OPEN I-O PARAMETROS CLOSE PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               GO TO FIN-ERROR.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           MOVE "PREAPMESES" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-HISTORIA
           END-READ.
           MOVE "PREAPNOMINAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MIN-MESES-NOMINA
           END-READ.
           MOVE "PREAPESFUERZO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PCT-ESFUERZO
           END-READ.
           MOVE "PREAPTASA" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TASA-OFERTA
           END-READ.
           MOVE "PREAPPLAZO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PLAZO-OFERTA
           END-READ.
           MOVE "PREAPMAXIMO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO EUR-MAXIMO
           END-READ.
           MOVE "PREAPMINIMO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO EUR-MINIMO
           END-READ.
           MOVE "PREAPMORADIAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MAX-DIAS-MOROSO
           END-READ.
           MOVE "PREAPVIGENCIA" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO DIAS-VIGENCIA
           END-READ.
           CLOSE PARAMETROS.

           *> La tabla de meses da para dos anyos de historia
           IF MESES-HISTORIA < 1 OR MESES-HISTORIA > 24
               MOVE 6 TO MESES-HISTORIA.
           IF PLAZO-OFERTA < 1
               MOVE 60 TO PLAZO-OFERTA.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

       CUENTAS-OPEN.
           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CUENTAS CLOSE CUENTAS.
           OPEN I-O PREAPROBADOS CLOSE PREAPROBADOS.
           OPEN I-O OFERTAS-HIST CLOSE OFERTAS-HIST.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.

           *>RELANZAMIENTO: SEGUIMOS DESPUES DE LA ULTIMA CUENTA GRABADA
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:17) TO CTA-CLAVE
               START CUENTAS KEY IS > CTA-CLAVE
                   INVALID KEY GO TO DIA-CALCULADO
               END-START
           END-IF.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END GO TO DIA-CALCULADO.

           IF NOT CTA-CORRIENTE
               GO TO LEER-CUENTA.

           ADD 1 TO CNT-CUENTAS.
           MOVE CTA-TARJETA TO TARJETA-OFERTA.

           PERFORM PUNTUAR-CUENTA THRU PUNTUAR-CUENTA-FIN.
           PERFORM ACTUALIZAR-OFERTA THRU ACTUALIZAR-OFERTA-FIN.

           MOVE CTA-CLAVE TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-CUENTA.

      *> DECIDE SI LA CUENTA LEIDA ES APTA (APTO-SW) Y, SI LO ES, EL
      *> IMPORTE MAXIMO DE LA OFERTA EN CENTIMOS (CENT-MAXIMO-OFERTA)
       PUNTUAR-CUENTA.
           MOVE "N" TO APTO-SW.
           MOVE 0   TO CENT-MAXIMO-OFERTA.

           IF NOT CUENTA-OPERATIVA
               GO TO PUNTUAR-CUENTA-FIN.

           *> Tarjeta bloqueada: nada que ofrecer
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO PUNTUAR-CUENTA-FIN.
           MOVE TARJETA-OFERTA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PUNTUAR-CUENTA-FIN.
           CLOSE TARJETAS.
           IF TARJETA-BLOQUEADA
               GO TO PUNTUAR-CUENTA-FIN.

           *> Descubierto persistente o bloqueo por morosidad
           OPEN INPUT MOROSIDAD.
           IF FSMO = 00
               MOVE TARJETA-OFERTA TO MOR-TARJETA
               READ MOROSIDAD INVALID KEY
                   MOVE 0 TO MOR-DIAS-NEGATIVO
                   MOVE 0 TO MOR-BLOQUEADA
               END-READ
               CLOSE MOROSIDAD
               IF MOR-BLOQUEADA = 1
                   OR MOR-DIAS-NEGATIVO > MAX-DIAS-MOROSO
                   GO TO PUNTUAR-CUENTA-FIN
               END-IF
           ELSE
               CLOSE MOROSIDAD
           END-IF.

           PERFORM ANALIZAR-MOVIMIENTOS THRU ANALIZAR-MOVIMIENTOS-FIN.
           IF CNT-MESES-NOMINA < MIN-MESES-NOMINA
               OR CNT-MESES-NOMINA = 0
               GO TO PUNTUAR-CUENTA-FIN.
           IF CENT-SALDO-MEDIO < 0
               GO TO PUNTUAR-CUENTA-FIN.

           PERFORM SUMAR-PRESTAMOS-VIVOS
               THRU SUMAR-PRESTAMOS-VIVOS-FIN.
           IF IMPAGO-SW = "S"
               GO TO PUNTUAR-CUENTA-FIN.

           COMPUTE CENT-NOMINA-MEDIA = CENT-NOMINAS / CNT-MESES-NOMINA.
           COMPUTE CENT-CUOTA-ASUMIBLE =
               ((CENT-NOMINA-MEDIA * PCT-ESFUERZO) / 100)
               - CENT-CUOTAS-VIVAS.
           IF CENT-CUOTA-ASUMIBLE <= 0
               GO TO PUNTUAR-CUENTA-FIN.

           *> Capital que amortiza la cuota asumible: la formula de
           *> GESTION_PRESTAMOS despejando el capital
           IF TASA-OFERTA = 0
               COMPUTE CENT-MAXIMO-OFERTA =
                   CENT-CUOTA-ASUMIBLE * PLAZO-OFERTA
           ELSE
               COMPUTE INTERES-MENSUAL ROUNDED =
                   TASA-OFERTA / 120000
               COMPUTE FACTOR-FRANCES ROUNDED =
                   (1 + INTERES-MENSUAL) ** PLAZO-OFERTA
               COMPUTE CENT-MAXIMO-OFERTA =
                   (CENT-CUOTA-ASUMIBLE * (FACTOR-FRANCES - 1))
                       / (INTERES-MENSUAL * FACTOR-FRANCES)
           END-IF.

           IF CENT-MAXIMO-OFERTA > EUR-MAXIMO * 100
               COMPUTE CENT-MAXIMO-OFERTA = EUR-MAXIMO * 100.
           *> Se ofrecen centenas de euro enteras
           COMPUTE CENT-MAXIMO-OFERTA =
               (CENT-MAXIMO-OFERTA / 10000) * 10000.
           IF CENT-MAXIMO-OFERTA < EUR-MINIMO * 100
               OR CENT-MAXIMO-OFERTA = 0
               GO TO PUNTUAR-CUENTA-FIN.

           MOVE "S" TO APTO-SW.
       PUNTUAR-CUENTA-FIN.
           EXIT.

      *> RECORRE LOS MOVIMIENTOS DE LA TARJETA DENTRO DE LA VENTANA DE
      *> MESES-HISTORIA MESES: MESES CON NOMINA, IMPORTE DE NOMINAS Y
      *> SALDO MEDIO TRAS CADA MOVIMIENTO
       ANALIZAR-MOVIMIENTOS.
           INITIALIZE TABLA-MESES-NOMINA.
           MOVE 0 TO CNT-MESES-NOMINA.
           MOVE 0 TO CENT-NOMINAS.
           MOVE 0 TO CNT-SALDOS.
           MOVE 0 TO CENT-SUMA-SALDOS.

           *> El saldo de hoy cuenta siempre, haya o no movimientos
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-W =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-W = (CTA-SALDO-ENT * 100)
                                      + CTA-SALDO-DEC
           END-IF.
           ADD CENT-SALDO-W TO CENT-SUMA-SALDOS.
           ADD 1 TO CNT-SALDOS.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO ANALIZAR-MOVIMIENTOS-MEDIA.

           MOVE TARJETA-OFERTA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA
               INVALID KEY
                   CLOSE F-MOVIMIENTOS
                   GO TO ANALIZAR-MOVIMIENTOS-MEDIA
           END-START.

       LEER-MOVIMIENTO-CLIENTE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO ANALIZAR-MOVIMIENTOS-MEDIA.
           IF MOV-TARJETA NOT = TARJETA-OFERTA
               CLOSE F-MOVIMIENTOS
               GO TO ANALIZAR-MOVIMIENTOS-MEDIA.

           COMPUTE MES-ABS-MOV = (MOV-ANO * 12) + MOV-MES.
           IF MES-ABS-MOV > MES-ABS-PROCESO
               OR MES-ABS-MOV + MESES-HISTORIA <= MES-ABS-PROCESO
               GO TO LEER-MOVIMIENTO-CLIENTE.
           COMPUTE IND-MES = MES-ABS-PROCESO - MES-ABS-MOV + 1.

           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-W =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-W = (MOV-SALDOPOS-ENT * 100)
                                      + MOV-SALDOPOS-DEC
           END-IF.
           ADD CENT-SALDO-W TO CENT-SUMA-SALDOS.
           ADD 1 TO CNT-SALDOS.

           IF MOV-IMPORTE-ENT < 0
               GO TO LEER-MOVIMIENTO-CLIENTE.

           *> Nominas de CARGAR_NOMINAS, o transferencias de otra
           *> entidad que el ordenante marca como nomina
           MOVE 0 TO CNT-NOMINA-REF.
           IF MOV-CONCEPTO(1:35) = "Transferencia recibida otra entidad"
               INSPECT MOV-REFERENCIA TALLYING CNT-NOMINA-REF
                   FOR ALL "NOMINA"
               INSPECT MOV-REFERENCIA TALLYING CNT-NOMINA-REF
                   FOR ALL "Nomina"
           END-IF.
           IF MOV-CONCEPTO(1:15) NOT = "Abono de nomina"
               AND CNT-NOMINA-REF = 0
               GO TO LEER-MOVIMIENTO-CLIENTE.

           COMPUTE CENT-IMPORTE-MOV = (MOV-IMPORTE-ENT * 100)
                                      + MOV-IMPORTE-DEC.
           ADD CENT-IMPORTE-MOV TO CENT-NOMINAS.
           IF MES-CON-NOMINA(IND-MES) NOT = "S"
               MOVE "S" TO MES-CON-NOMINA(IND-MES)
               ADD 1 TO CNT-MESES-NOMINA.

           GO TO LEER-MOVIMIENTO-CLIENTE.

       ANALIZAR-MOVIMIENTOS-MEDIA.
           COMPUTE CENT-SALDO-MEDIO = CENT-SUMA-SALDOS / CNT-SALDOS.
       ANALIZAR-MOVIMIENTOS-FIN.
           EXIT.

      *> SUMA LAS CUOTAS DE LOS PRESTAMOS VIVOS DE LA TARJETA Y MIRA
      *> SI TIENE ALGUN IMPAGADO PENDIENTE (IMPAGO-SW)
       SUMAR-PRESTAMOS-VIVOS.
           MOVE 0   TO CENT-CUOTAS-VIVAS.
           MOVE "N" TO IMPAGO-SW.

           OPEN INPUT PRESTAMOS.
           IF FSPR <> 00
               CLOSE PRESTAMOS
               GO TO BUSCAR-IMPAGOS-OFERTA.

       LEER-PRESTAMO-OFERTA.
           READ PRESTAMOS NEXT RECORD AT END
               CLOSE PRESTAMOS
               GO TO BUSCAR-IMPAGOS-OFERTA.
           IF PRE-TARJETA = TARJETA-OFERTA AND PRE-VIVO
               ADD PRE-CENT-CUOTA TO CENT-CUOTAS-VIVAS.
           GO TO LEER-PRESTAMO-OFERTA.

       BUSCAR-IMPAGOS-OFERTA.
           OPEN INPUT IMPAGOS.
           IF FSIM <> 00
               CLOSE IMPAGOS
               GO TO SUMAR-PRESTAMOS-VIVOS-FIN.
           MOVE TARJETA-OFERTA TO IMP-TARJETA.
           MOVE 0              TO IMP-FECHA-VTO.
           MOVE 0              TO IMP-PRESTAMO.
           START IMPAGOS KEY >= IMP-CLAVE
               INVALID KEY
                   CLOSE IMPAGOS
                   GO TO SUMAR-PRESTAMOS-VIVOS-FIN
           END-START.
       LEER-IMPAGO-OFERTA.
           READ IMPAGOS NEXT RECORD AT END
               CLOSE IMPAGOS
               GO TO SUMAR-PRESTAMOS-VIVOS-FIN.
           IF IMP-TARJETA NOT = TARJETA-OFERTA
               CLOSE IMPAGOS
               GO TO SUMAR-PRESTAMOS-VIVOS-FIN.
           IF IMP-PENDIENTE
               MOVE "S" TO IMPAGO-SW
               CLOSE IMPAGOS
               GO TO SUMAR-PRESTAMOS-VIVOS-FIN.
           GO TO LEER-IMPAGO-OFERTA.
       SUMAR-PRESTAMOS-VIVOS-FIN.
           EXIT.

      *> CONTRASTA LA PUNTUACION CON LA OFERTA GUARDADA: CADUCA LAS
      *> VENCIDAS, RETIRA LAS QUE YA NO PROCEDEN Y EMITE LAS NUEVAS O
      *> LAS QUE CAMBIAN; UNA OFERTA IGUAL A LA VIGENTE SE MANTIENE
       ACTUALIZAR-OFERTA.
           OPEN I-O PREAPROBADOS.
           IF FSPA <> 00
               GO TO FIN-ERROR.
           MOVE TARJETA-OFERTA TO PAP-TARJETA.
           READ PREAPROBADOS INVALID KEY
               MOVE "N" TO PAP-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO PAP-EXISTE-SW
           END-READ.

           IF PAP-EXISTE-SW = "S" AND PAP-VIGENTE
               IF PAP-FECHA-CADUCIDAD < FECHA-PROCESO
                   OR APTO-SW = "N"
                   MOVE 3 TO PAP-ESTADO
                   REWRITE PREAPROBADO-REG INVALID KEY
                       GO TO FIN-ERROR
                   END-REWRITE
                   MOVE "C" TO EVENTO-OFERTA
                   PERFORM ANOTAR-HISTORICO-OFERTA
                       THRU ANOTAR-HISTORICO-OFERTA-FIN
                   ADD 1 TO CNT-RETIRADAS
               ELSE
                   IF PAP-CENT-MAXIMO = CENT-MAXIMO-OFERTA
                       AND PAP-PLAZO-MAX = PLAZO-OFERTA
                       AND PAP-TASA-ANUAL-X10000 = TASA-OFERTA * 100
                       ADD 1 TO CNT-MANTENIDAS
                       CLOSE PREAPROBADOS
                       GO TO ACTUALIZAR-OFERTA-FIN
                   END-IF
               END-IF
           END-IF.

           IF APTO-SW = "N"
               CLOSE PREAPROBADOS
               GO TO ACTUALIZAR-OFERTA-FIN.

           MOVE TARJETA-OFERTA     TO PAP-TARJETA.
           MOVE CENT-MAXIMO-OFERTA TO PAP-CENT-MAXIMO.
           MOVE PLAZO-OFERTA       TO PAP-PLAZO-MAX.
           COMPUTE PAP-TASA-ANUAL-X10000 = TASA-OFERTA * 100.
           MOVE FECHA-PROCESO      TO PAP-FECHA-OFERTA.
           COMPUTE PAP-FECHA-CADUCIDAD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
                   + DIAS-VIGENCIA).
           MOVE 1                  TO PAP-ESTADO.
           IF PAP-EXISTE-SW = "S"
               REWRITE PREAPROBADO-REG INVALID KEY GO TO FIN-ERROR
           ELSE
               WRITE PREAPROBADO-REG INVALID KEY GO TO FIN-ERROR
           END-IF.
           CLOSE PREAPROBADOS.

           MOVE "O" TO EVENTO-OFERTA.
           PERFORM ANOTAR-HISTORICO-OFERTA
               THRU ANOTAR-HISTORICO-OFERTA-FIN.
           ADD 1 TO CNT-OFRECIDAS.
       ACTUALIZAR-OFERTA-FIN.
           EXIT.

      *> DEJA EN ofertas_historico.ubd EL EVENTO EVENTO-OFERTA DE LA
      *> OFERTA QUE ESTA EN PREAPROBADO-REG
       ANOTAR-HISTORICO-OFERTA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "OFERTA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-OFH-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-OFH-NUM
           END-READ.
           ADD 1 TO LAST-OFH-NUM.
           MOVE LAST-OFH-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O OFERTAS-HIST.
           IF FSOH <> 00
               GO TO FIN-ERROR.
           MOVE LAST-OFH-NUM(27:9) TO OFH-NUM.
           MOVE PAP-TARJETA        TO OFH-TARJETA.
           MOVE FECHA-PROCESO      TO OFH-FECHA.
           MOVE HORAS              TO OFH-HOR.
           MOVE MINUTOS            TO OFH-MIN.
           MOVE EVENTO-OFERTA      TO OFH-EVENTO.
           MOVE PAP-CENT-MAXIMO    TO OFH-CENT-MAXIMO.
           MOVE PAP-PLAZO-MAX      TO OFH-PLAZO-MAX.
           MOVE 0                  TO OFH-CENT-CONTRATADO.
           MOVE 0                  TO OFH-PLAZO-CONTRATADO.
           MOVE 0                  TO OFH-PRESTAMO.
           MOVE TERMINAL-ACTUAL    TO OFH-TERMINAL.
           WRITE OFERTA-HIST-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE OFERTAS-HIST.
       ANOTAR-HISTORICO-OFERTA-FIN.
           EXIT.

      *> FIN NORMAL DEL FICHERO DE CUENTAS: EL DIA QUEDA CALCULADO
       DIA-CALCULADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       DIA-YA-CALCULADO.
           DISPLAY "OFERTAR_PRESTAMOS: DIA YA CALCULADO".
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CUENTAS.
           CLOSE PREAPROBADOS.

           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               STRING "=== OFERTAR_PRESTAMOS - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CUENTAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuentas corrientes puntuadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-OFRECIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ofertas emitidas o renovadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-MANTENIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ofertas vigentes sin cambios: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RETIRADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ofertas caducadas o retiradas: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-CUENTAS    TO PCK-CONTADOR(1).
           MOVE CNT-OFRECIDAS  TO PCK-CONTADOR(2).
           MOVE CNT-MANTENIDAS TO PCK-CONTADOR(3).
           MOVE CNT-RETIRADAS  TO PCK-CONTADOR(4).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
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
