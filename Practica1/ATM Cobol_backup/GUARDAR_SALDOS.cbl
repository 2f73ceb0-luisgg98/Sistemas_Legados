       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDAR_SALDOS.
       *> Programa batch diario que guarda el historico de saldos de
       *> cierre: por cada cuenta de cuentas.ubd (corriente, ahorro y
       *> credito) anota en saldos_diarios.ubd el saldo con que cierra
       *> la fecha de negocio, con las sumas y medias de saldo diario
       *> del mes y del trimestre natural acumuladas hasta ese dia.
       *> Los dias sin cierre entre dos fechas de negocio (fines de
       *> semana y festivos) cuentan con el saldo del cierre
       *> anterior. Va al final de CADENA_NOCTURNA, despues de todos
       *> los apuntes de la noche y antes de APERTURA_DIA; si se
       *> repite el mismo dia el cierre se reescribe, no se duplica.
       *> El historico se consulta con el subprograma SALDO_FECHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL SALDOS-DIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDI-CLAVE
           FILE STATUS IS FSSD.

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
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD SALDOS-DIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos_diarios.ubd".
       01 SALDO-DIARIO-REG.
           02 SDI-CLAVE.
               03 SDI-TARJETA       PIC  9(16).
               03 SDI-TIPO          PIC  9(1).
               03 SDI-FECHA         PIC  9(8).
           02 SDI-CENT-SALDO        PIC S9(11).
           02 SDI-SUMA-MES          PIC S9(15).
           02 SDI-DIAS-MES          PIC  9(2).
           02 SDI-MEDIA-MES         PIC S9(11).
           02 SDI-SUMA-TRIM         PIC S9(15).
           02 SDI-DIAS-TRIM         PIC  9(3).
           02 SDI-MEDIA-TRIM        PIC S9(11).

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
           VALUE OF FILE-ID IS "informe_saldos.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSC                      PIC  X(2).
       77 FSSD                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 FECHA-INI-MES            PIC  9(8).
       77 FECHA-INI-TRIM           PIC  9(8).
       77 MES-INI-TRIM             PIC  9(2).
       77 JULIANO-PROCESO          PIC  9(9).
       77 JULIANO-INI-MES          PIC  9(9).
       77 JULIANO-INI-TRIM         PIC  9(9).
       77 JULIANO-ANTERIOR         PIC  9(9).
       77 DIAS-HUECO               PIC  9(5).

       *> Un cierre anterior a mas de 40 dias no sirve para arrastrar
       *> las sumas: la cuenta vuelve a empezar sus medias hoy
       77 DIAS-VENTANA             PIC  9(3) VALUE 40.
       77 FECHA-DESDE              PIC  9(8).

       77 CENT-SALDO-HOY           PIC S9(11).
       77 ANTERIOR-SW              PIC  X(1).
       77 EXISTE-SW                PIC  X(1).

       01 CIERRE-ANTERIOR.
           02 ANT-CLAVE.
               03 ANT-TARJETA       PIC  9(16).
               03 ANT-TIPO          PIC  9(1).
               03 ANT-FECHA         PIC  9(8).
           02 ANT-CENT-SALDO        PIC S9(11).
           02 ANT-SUMA-MES          PIC S9(15).
           02 ANT-DIAS-MES          PIC  9(2).
           02 ANT-MEDIA-MES         PIC S9(11).
           02 ANT-SUMA-TRIM         PIC S9(15).
           02 ANT-DIAS-TRIM         PIC  9(3).
           02 ANT-MEDIA-TRIM        PIC S9(11).

       01 CIERRE-NUEVO.
           02 NUE-CENT-SALDO        PIC S9(11).
           02 NUE-SUMA-MES          PIC S9(15).
           02 NUE-DIAS-MES          PIC  9(2).
           02 NUE-SUMA-TRIM         PIC S9(15).
           02 NUE-DIAS-TRIM         PIC  9(3).

       77 CNT-CUENTAS              PIC  9(7) VALUE 0.
       77 CNT-ANOTADOS             PIC  9(7) VALUE 0.
       77 CNT-REESCRITOS           PIC  9(7) VALUE 0.
       77 CNT-SIN-ANTERIOR         PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

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

           *> Primer dia del mes y del trimestre natural de la fecha
           *> de negocio, en dias julianos para contar los dias que
           *> entran en cada media
           COMPUTE FECHA-INI-MES = (ANO * 10000) + (MES * 100) + 1.
           COMPUTE MES-INI-TRIM = MES - FUNCTION MOD(MES - 1, 3).
           COMPUTE FECHA-INI-TRIM =
               (ANO * 10000) + (MES-INI-TRIM * 100) + 1.
           COMPUTE JULIANO-PROCESO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).
           COMPUTE JULIANO-INI-MES =
               FUNCTION INTEGER-OF-DATE(FECHA-INI-MES).
           COMPUTE JULIANO-INI-TRIM =
               FUNCTION INTEGER-OF-DATE(FECHA-INI-TRIM).
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               JULIANO-PROCESO - DIAS-VENTANA).

       CUENTAS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O CUENTAS CLOSE CUENTAS.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.

       SALDOS-OPEN.
           OPEN I-O SALDOS-DIARIOS CLOSE SALDOS-DIARIOS.
           OPEN I-O SALDOS-DIARIOS.
           IF FSSD <> 00
               GO TO FIN-ERROR.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END GO TO FIN.

           ADD 1 TO CNT-CUENTAS.

           *> Se pasa el saldo a centimos con signo, igual que el
           *> resto de calculos de saldo de este sistema
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-HOY =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-HOY = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           PERFORM BUSCAR-ANTERIOR THRU BUSCAR-ANTERIOR-FIN.
           PERFORM CALCULAR-SUMAS THRU CALCULAR-SUMAS-FIN.

           *> Una segunda pasada el mismo dia reescribe el cierre con
           *> el saldo de ese momento
           MOVE CTA-TARJETA   TO SDI-TARJETA.
           MOVE CTA-TIPO      TO SDI-TIPO.
           MOVE FECHA-PROCESO TO SDI-FECHA.
           MOVE "S" TO EXISTE-SW.
           READ SALDOS-DIARIOS INVALID KEY
               MOVE "N" TO EXISTE-SW
           END-READ.

           MOVE CTA-TARJETA    TO SDI-TARJETA.
           MOVE CTA-TIPO       TO SDI-TIPO.
           MOVE FECHA-PROCESO  TO SDI-FECHA.
           MOVE NUE-CENT-SALDO TO SDI-CENT-SALDO.
           MOVE NUE-SUMA-MES   TO SDI-SUMA-MES.
           MOVE NUE-DIAS-MES   TO SDI-DIAS-MES.
           COMPUTE SDI-MEDIA-MES ROUNDED =
               NUE-SUMA-MES / NUE-DIAS-MES.
           MOVE NUE-SUMA-TRIM  TO SDI-SUMA-TRIM.
           MOVE NUE-DIAS-TRIM  TO SDI-DIAS-TRIM.
           COMPUTE SDI-MEDIA-TRIM ROUNDED =
               NUE-SUMA-TRIM / NUE-DIAS-TRIM.

           IF EXISTE-SW = "S"
               REWRITE SALDO-DIARIO-REG INVALID KEY GO TO FIN-ERROR
               ADD 1 TO CNT-REESCRITOS
           ELSE
               WRITE SALDO-DIARIO-REG INVALID KEY GO TO FIN-ERROR
               ADD 1 TO CNT-ANOTADOS
           END-IF.

           GO TO LEER-CUENTA.

      *> ULTIMO CIERRE DE LA CUENTA ANTERIOR A LA FECHA DE NEGOCIO,
      *> DENTRO DE LA VENTANA; EL DE HOY, SI YA EXISTE, NO CUENTA
       BUSCAR-ANTERIOR.
           MOVE "N" TO ANTERIOR-SW.
           MOVE CTA-TARJETA TO SDI-TARJETA.
           MOVE CTA-TIPO    TO SDI-TIPO.
           MOVE FECHA-DESDE TO SDI-FECHA.
           START SALDOS-DIARIOS KEY NOT LESS THAN SDI-CLAVE
               INVALID KEY GO TO BUSCAR-ANTERIOR-FIN
           END-START.

       LEER-ANTERIOR.
           READ SALDOS-DIARIOS NEXT RECORD
               AT END GO TO BUSCAR-ANTERIOR-FIN.

           IF SDI-TARJETA NOT = CTA-TARJETA
               OR SDI-TIPO NOT = CTA-TIPO
               OR SDI-FECHA NOT < FECHA-PROCESO
               GO TO BUSCAR-ANTERIOR-FIN.

           MOVE SALDO-DIARIO-REG TO CIERRE-ANTERIOR.
           MOVE "S" TO ANTERIOR-SW.
           GO TO LEER-ANTERIOR.
       BUSCAR-ANTERIOR-FIN.
           EXIT.

      *> SUMAS DE SALDO DIARIO DEL MES Y DEL TRIMESTRE HASTA HOY: LOS
      *> DIAS ENTRE EL CIERRE ANTERIOR Y HOY VAN CON EL SALDO DE ESE
      *> CIERRE, Y SI EL CIERRE ANTERIOR ES DE OTRO MES (O TRIMESTRE)
      *> SOLO CUENTAN LOS DIAS DESDE EL PRIMERO DEL PERIODO
       CALCULAR-SUMAS.
           MOVE CENT-SALDO-HOY TO NUE-CENT-SALDO.

           IF ANTERIOR-SW = "N"
               ADD 1 TO CNT-SIN-ANTERIOR
               MOVE CENT-SALDO-HOY TO NUE-SUMA-MES
               MOVE 1 TO NUE-DIAS-MES
               MOVE CENT-SALDO-HOY TO NUE-SUMA-TRIM
               MOVE 1 TO NUE-DIAS-TRIM
               GO TO CALCULAR-SUMAS-FIN.

           COMPUTE JULIANO-ANTERIOR =
               FUNCTION INTEGER-OF-DATE(ANT-FECHA).

           IF ANT-FECHA < FECHA-INI-MES
               COMPUTE DIAS-HUECO = JULIANO-PROCESO - JULIANO-INI-MES
               COMPUTE NUE-SUMA-MES =
                   (ANT-CENT-SALDO * DIAS-HUECO) + CENT-SALDO-HOY
               COMPUTE NUE-DIAS-MES = DIAS-HUECO + 1
           ELSE
               COMPUTE DIAS-HUECO =
                   JULIANO-PROCESO - JULIANO-ANTERIOR - 1
               COMPUTE NUE-SUMA-MES = ANT-SUMA-MES
                   + (ANT-CENT-SALDO * DIAS-HUECO) + CENT-SALDO-HOY
               COMPUTE NUE-DIAS-MES = ANT-DIAS-MES + DIAS-HUECO + 1
           END-IF.

           IF ANT-FECHA < FECHA-INI-TRIM
               COMPUTE DIAS-HUECO = JULIANO-PROCESO - JULIANO-INI-TRIM
               COMPUTE NUE-SUMA-TRIM =
                   (ANT-CENT-SALDO * DIAS-HUECO) + CENT-SALDO-HOY
               COMPUTE NUE-DIAS-TRIM = DIAS-HUECO + 1
           ELSE
               COMPUTE DIAS-HUECO =
                   JULIANO-PROCESO - JULIANO-ANTERIOR - 1
               COMPUTE NUE-SUMA-TRIM = ANT-SUMA-TRIM
                   + (ANT-CENT-SALDO * DIAS-HUECO) + CENT-SALDO-HOY
               COMPUTE NUE-DIAS-TRIM = ANT-DIAS-TRIM + DIAS-HUECO + 1
           END-IF.
       CALCULAR-SUMAS-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CUENTAS.
           CLOSE SALDOS-DIARIOS.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF = 00 OR FSINF = 05
               MOVE SPACES TO LINEA-INFORME
               STRING "=== GUARDAR_SALDOS - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CUENTAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuentas leidas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ANOTADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cierres anotados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-REESCRITOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cierres reescritos (repeticion): "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-ANTERIOR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Medias iniciadas hoy (sin cierre previo): "
                      DELIMITED BY SIZE
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
