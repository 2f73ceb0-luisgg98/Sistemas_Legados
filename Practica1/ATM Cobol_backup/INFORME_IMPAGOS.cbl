       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_IMPAGOS.
       *> Programa batch mensual de envejecimiento de la cartera de
       *> prestamos para el comite de riesgos: cada prestamo vivo
       *> (prestamos.ubd) se clasifica por los dias de vencido de su
       *> impagado pendiente mas antiguo (impagos.ubd, ver
       *> COBRAR_PRESTAMOS) en al corriente, 1-30, 31-60, 61-90 y
       *> mas de 90 dias, con el numero de prestamos, el capital vivo
       *> y el importe vencido de cada tramo. Un prestamo ya sin
       *> capital pendiente pero con impagados sigue contando hasta
       *> que se salden. Los dias se cuentan hasta la fecha de
       *> negocio. Se ejecuta de forma independiente, normalmente el
       *> primer dia de cada mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           VALUE OF FILE-ID IS "informe_impagos.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSIM                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 FECHA-VTO-ANTIGUO        PIC  9(8).
       77 DIAS-VENCIDO             PIC S9(7).
       77 CENT-VENCIDO-PRE         PIC  9(11).

       *> TRAMOS DE ANTIGUEDAD: 1 AL CORRIENTE, 2 DE 1 A 30 DIAS,
       *> 3 DE 31 A 60, 4 DE 61 A 90 Y 5 MAS DE 90
       78 TOTAL-TRAMOS             VALUE 5.
       01 NOMBRES-TRAMOS.
           02 FILLER PIC X(15) VALUE "Al corriente".
           02 FILLER PIC X(15) VALUE "1-30 dias".
           02 FILLER PIC X(15) VALUE "31-60 dias".
           02 FILLER PIC X(15) VALUE "61-90 dias".
           02 FILLER PIC X(15) VALUE "Mas de 90 dias".
       01 TABLA-NOMBRES-TRAMOS REDEFINES NOMBRES-TRAMOS.
           02 NOMBRE-TRAMO OCCURS 5 TIMES PIC X(15).

       01 TABLA-TRAMOS.
           02 TR-ENTRADA OCCURS 5 TIMES.
               03 TR-CNT            PIC  9(7).
               03 TR-CENT-VIVO      PIC  9(11).
               03 TR-CENT-VENCIDO   PIC  9(11).
       77 IND-TRAMO                PIC  9(1).

       77 CNT-TOTAL                PIC  9(7) VALUE 0.
       77 CENT-TOTAL-VIVO          PIC  9(11) VALUE 0.
       77 CENT-TOTAL-VENCIDO       PIC  9(11) VALUE 0.

       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 IMPORTE-ENT-EDIT         PIC  ZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 IMPORTE-ENT-EDIT2        PIC  ZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT2        PIC  99.

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

           INITIALIZE TABLA-TRAMOS.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O PRESTAMOS CLOSE PRESTAMOS.
           OPEN I-O IMPAGOS CLOSE IMPAGOS.

           OPEN INPUT PRESTAMOS.
           IF FSPR <> 00
               GO TO FIN-ERROR.

       LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END GO TO EMITIR.

           PERFORM BUSCAR-IMPAGOS THRU BUSCAR-IMPAGOS-FIN.

           *> Los liquidados solo cuentan si aun arrastran impagados
           IF NOT PRE-VIVO AND FECHA-VTO-ANTIGUO = 0
               GO TO LEER-PRESTAMO.

           IF FECHA-VTO-ANTIGUO = 0
               MOVE 1 TO IND-TRAMO
           ELSE
               COMPUTE DIAS-VENCIDO =
                   FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE(FECHA-VTO-ANTIGUO)
               EVALUATE TRUE
                   WHEN DIAS-VENCIDO <= 30
                       MOVE 2 TO IND-TRAMO
                   WHEN DIAS-VENCIDO <= 60
                       MOVE 3 TO IND-TRAMO
                   WHEN DIAS-VENCIDO <= 90
                       MOVE 4 TO IND-TRAMO
                   WHEN OTHER
                       MOVE 5 TO IND-TRAMO
               END-EVALUATE
           END-IF.

           ADD 1                  TO TR-CNT(IND-TRAMO).
           ADD PRE-CENT-PENDIENTE TO TR-CENT-VIVO(IND-TRAMO).
           ADD CENT-VENCIDO-PRE   TO TR-CENT-VENCIDO(IND-TRAMO).

           ADD 1                  TO CNT-TOTAL.
           ADD PRE-CENT-PENDIENTE TO CENT-TOTAL-VIVO.
           ADD CENT-VENCIDO-PRE   TO CENT-TOTAL-VENCIDO.

           GO TO LEER-PRESTAMO.

      *> RECORRE LOS IMPAGADOS DE LA TARJETA DEL PRESTAMO LEIDO Y
      *> DEJA EL VENCIMIENTO DEL PENDIENTE MAS ANTIGUO (0 = NINGUNO)
      *> Y LO QUE AUN SE DEBE EN TOTAL, CON LOS RECARGOS
       BUSCAR-IMPAGOS.
           MOVE 0 TO FECHA-VTO-ANTIGUO.
           MOVE 0 TO CENT-VENCIDO-PRE.
           OPEN INPUT IMPAGOS.
           IF FSIM <> 00
               CLOSE IMPAGOS
               GO TO BUSCAR-IMPAGOS-FIN.
           MOVE PRE-TARJETA TO IMP-TARJETA.
           MOVE 0           TO IMP-FECHA-VTO.
           MOVE 0           TO IMP-PRESTAMO.
           START IMPAGOS KEY >= IMP-CLAVE
               INVALID KEY
                   CLOSE IMPAGOS
                   GO TO BUSCAR-IMPAGOS-FIN
           END-START.
       LEER-IMPAGO.
           READ IMPAGOS NEXT RECORD AT END
               CLOSE IMPAGOS
               GO TO BUSCAR-IMPAGOS-FIN.
           IF IMP-TARJETA NOT = PRE-TARJETA
               CLOSE IMPAGOS
               GO TO BUSCAR-IMPAGOS-FIN.
           IF IMP-PRESTAMO NOT = PRE-NUM OR NOT IMP-PENDIENTE
               GO TO LEER-IMPAGO.
           *> La clave va por fecha: el primero que aparece es el
           *> mas antiguo
           IF FECHA-VTO-ANTIGUO = 0
               MOVE IMP-FECHA-VTO TO FECHA-VTO-ANTIGUO.
           COMPUTE CENT-VENCIDO-PRE = CENT-VENCIDO-PRE
               + IMP-CENT-CAPITAL + IMP-CENT-INTERES + IMP-CENT-DEMORA.
           GO TO LEER-IMPAGO.
       BUSCAR-IMPAGOS-FIN.
           EXIT.

       EMITIR.
           CLOSE PRESTAMOS.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== ANTIGUEDAD DE IMPAGOS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE "Tramo           Prestamos  Capital vivo    Vencido"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 1 TO IND-TRAMO.

       EMITIR-TRAMO.
           IF IND-TRAMO > TOTAL-TRAMOS
               GO TO EMITIR-TOTAL.

           MOVE TR-CNT(IND-TRAMO) TO CNT-EDIT.
           COMPUTE IMPORTE-ENT-EDIT = TR-CENT-VIVO(IND-TRAMO) / 100.
           MOVE FUNCTION MOD(TR-CENT-VIVO(IND-TRAMO), 100)
               TO IMPORTE-DEC-EDIT.
           COMPUTE IMPORTE-ENT-EDIT2 =
               TR-CENT-VENCIDO(IND-TRAMO) / 100.
           MOVE FUNCTION MOD(TR-CENT-VENCIDO(IND-TRAMO), 100)
               TO IMPORTE-DEC-EDIT2.
           MOVE SPACES TO LINEA-INFORME.
           STRING NOMBRE-TRAMO(IND-TRAMO) DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT2 DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-TRAMO.
           GO TO EMITIR-TRAMO.

       EMITIR-TOTAL.
           MOVE CNT-TOTAL TO CNT-EDIT.
           COMPUTE IMPORTE-ENT-EDIT = CENT-TOTAL-VIVO / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-VIVO, 100) TO IMPORTE-DEC-EDIT.
           COMPUTE IMPORTE-ENT-EDIT2 = CENT-TOTAL-VENCIDO / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-VENCIDO, 100)
               TO IMPORTE-DEC-EDIT2.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total          " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT2 DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORME.
           GO TO FIN.

      *> SALIDA DE ERROR: CODIGO DE RETORNO DISTINTO DE CERO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.
           CLOSE PRESTAMOS.

       FIN.
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
