       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR_PRESTAMOS.
       *> Programa batch nocturno de revision de los prestamos a tipo
       *> variable. Cada prestamo variable tiene su registro en
       *> prestamos_variables.ubd (indice, diferencial, cada cuantos
       *> meses se revisa y la fecha de la proxima revision, que cae
       *> en un dia de pago). Cuando la fecha de proceso alcanza la
       *> revision, el tipo nuevo es el ultimo valor del indice
       *> publicado en indices.ubd antes del mes de la revision mas
       *> el diferencial (nunca por debajo de cero), y la cuota se
       *> recalcula con la formula francesa de GESTION_PRESTAMOS
       *> sobre el capital pendiente y las cuotas que quedan. El
       *> prestamo se reescribe con el tipo y la cuota nuevos, de
       *> modo que COBRAR_PRESTAMOS y la simulacion de BANK19 usan ya
       *> el tipo revisado, y el cliente recibe el aviso por
       *> notificaciones.ubd con la cuota anterior en el concepto y
       *> la nueva como importe. Si el indice no tiene ningun valor
       *> publicado la revision no se hace, se informa, y se reintenta
       *> la noche siguiente. Los prestamos liquidados no se revisan.
       *> Corre en CADENA_NOCTURNA despues de COBRAR_PRESTAMOS, asi
       *> que el tipo nuevo se aplica desde la cuota siguiente a la
       *> fecha de revision; la doble ejecucion del mismo dia se evita
       *> con REGISTRO_CHECKPOINT, que guarda tambien el ultimo
       *> prestamo revisado para que el relanzamiento tras una caida
       *> no vuelva a revisarlo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PRESTAMOS-VAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PVA-PRESTAMO
           FILE STATUS IS FSPV.

           SELECT OPTIONAL INDICES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-CLAVE
           FILE STATUS IS FSIX.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

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

       *> Condiciones de tipo variable de un prestamo; el que no
       *> tiene registro aqui es a tipo fijo
       FD PRESTAMOS-VAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos_variables.ubd".
       01 PRESTAMO-VAR-REG.
           02 PVA-PRESTAMO          PIC  9(9).
           02 PVA-TIPO-INTERES      PIC  9(1).
               88 PVA-FIJO          VALUE 1.
               88 PVA-VARIABLE      VALUE 2.
           02 PVA-INDICE            PIC  X(10).
           *> Diferencial sobre el indice, por 10000 como la tasa
           02 PVA-DIFERENCIAL-X10000 PIC S9(6).
           02 PVA-PERIODO-MESES     PIC  9(2).
           02 PVA-FECHA-REVISION    PIC  9(8).
           02 PVA-FECHA-ULTIMA-REV  PIC  9(8).

       FD INDICES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "indices.ubd".
       01 INDICE-REG.
           02 IDX-CLAVE.
               03 IDX-CODIGO        PIC  X(10).
               03 IDX-PERIODO       PIC  9(6).
           02 IDX-VALOR-X10000      PIC S9(6).
           02 IDX-FECHA-CARGA       PIC  9(8).

       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificaciones.ubd".
       01 NOTIFICACION-REG.
           02 NOTIF-NUM             PIC  9(35).
           02 NOTIF-TARJETA         PIC  9(16).
           02 NOTIF-ANO             PIC   9(4).
           02 NOTIF-MES             PIC   9(2).
           02 NOTIF-DIA             PIC   9(2).
           02 NOTIF-HOR             PIC   9(2).
           02 NOTIF-MIN             PIC   9(2).
           02 NOTIF-SEG             PIC   9(2).
           02 NOTIF-CONCEPTO        PIC  X(35).
           02 NOTIF-IMPORTE-ENT     PIC S9(7).
           02 NOTIF-IMPORTE-DEC     PIC   9(2).
           02 NOTIF-ESTADO          PIC   9(1).
               88 NOTIF-PENDIENTE   VALUE 1.
               88 NOTIF-ENVIADA     VALUE 2.
               88 NOTIF-CONFIRMADA  VALUE 3.
               88 NOTIF-FALLIDA     VALUE 4.

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

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
           VALUE OF FILE-ID IS "informe_revisiones.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSPV                     PIC  X(2).
       77 FSIX                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-NOTIF-NUM           PIC  9(35).

       *> Fecha de revision descompuesta para sumarle meses
       01 FECHA-REV-W.
           02 REV-ANO               PIC  9(4).
           02 REV-MES               PIC  9(2).
           02 REV-DIA               PIC  9(2).
       01 FECHA-REV-NUM REDEFINES FECHA-REV-W PIC 9(8).

       *> Busqueda del indice: ultimo valor con mes <= PERIODO-LIMITE
       77 INDICE-BUSCADO           PIC  X(10).
       77 PERIODO-LIMITE           PIC  9(6).
       77 INDICE-SW                PIC  X(1).
       77 VALOR-INDICE             PIC S9(6).
       77 PERIODO-INDICE           PIC  9(6).

       77 TASA-NUEVA               PIC S9(7).
       77 TASA-ANTERIOR            PIC  9(6).
       77 CENT-CUOTA-ANTERIOR      PIC  9(9).
       77 CENT-CUOTA-NUEVA         PIC  9(9).
       77 CUOTAS-RESTANTES         PIC  9(3).
       *> Interes mensual como fraccion, con decimales de sobra para
       *> que el factor de la cuota francesa no pierda precision
       77 INTERES-MENSUAL          PIC  9(1)V9(12).
       77 FACTOR-FRANCES           PIC  9(7)V9(12).

       77 CONCEPTO-AVISO           PIC  X(35).
       77 IMPORTE-ENT-EDIT         PIC  ZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 TASA-ENT-EDIT            PIC  Z9.
       77 TASA-DEC-EDIT            PIC  9(4).
       77 TASA-TEXTO-ANT           PIC  X(7).
       77 TASA-TEXTO-NUEVA         PIC  X(7).
       77 CUOTA-TEXTO-ANT          PIC  X(10).
       77 CUOTA-TEXTO-NUEVA        PIC  X(10).

       77 CNT-VARIABLES            PIC  9(7) VALUE 0.
       77 CNT-REVISADOS            PIC  9(7) VALUE 0.
       77 CNT-SIN-INDICE           PIC  9(7) VALUE 0.
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

       CHECKPOINT-OPEN.
           MOVE "I"                 TO PCK-OPERACION.
           MOVE "REVISAR_PRESTAMOS" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO       TO PCK-FECHA.
           MOVE 1                   TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO DIA-YA-REVISADO.

           MOVE PCK-CONTADOR(1) TO CNT-VARIABLES.
           MOVE PCK-CONTADOR(2) TO CNT-REVISADOS.
           MOVE PCK-CONTADOR(3) TO CNT-SIN-INDICE.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== REVISAR_PRESTAMOS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       VARIABLES-OPEN.
           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O PRESTAMOS-VAR CLOSE PRESTAMOS-VAR.
           OPEN I-O PRESTAMOS CLOSE PRESTAMOS.

           OPEN I-O PRESTAMOS-VAR.
           IF FSPV <> 00
               GO TO FIN-ERROR.
           OPEN I-O PRESTAMOS.
           IF FSPR <> 00
               GO TO FIN-ERROR.

           *>RELANZAMIENTO: SEGUIMOS DESPUES DEL ULTIMO PRESTAMO GRABADO
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:9) TO PVA-PRESTAMO
               START PRESTAMOS-VAR KEY IS > PVA-PRESTAMO
                   INVALID KEY GO TO DIA-REVISADO
               END-START
           END-IF.

       LEER-VARIABLE.
           READ PRESTAMOS-VAR NEXT RECORD AT END GO TO DIA-REVISADO.

           IF NOT PVA-VARIABLE
               GO TO LEER-VARIABLE.
           ADD 1 TO CNT-VARIABLES.
           IF PVA-FECHA-REVISION > FECHA-PROCESO
               GO TO LEER-VARIABLE.

           MOVE PVA-PRESTAMO TO PRE-NUM.
           READ PRESTAMOS INVALID KEY
               GO TO LEER-VARIABLE.
           IF PRE-LIQUIDADO
               GO TO LEER-VARIABLE.

           PERFORM REVISAR-PRESTAMO THRU REVISAR-PRESTAMO-FIN.

           MOVE PVA-PRESTAMO TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           GO TO LEER-VARIABLE.

      *> FIN NORMAL DEL FICHERO DE VARIABLES: EL DIA QUEDA REVISADO
       DIA-REVISADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       DIA-YA-REVISADO.
           DISPLAY "REVISAR_PRESTAMOS: DIA YA REVISADO".
           GO TO FIN.

      *> REVISION DE UN PRESTAMO: TIPO NUEVO, CUOTA NUEVA SOBRE EL
      *> PENDIENTE Y LAS CUOTAS QUE QUEDAN, AVISO AL CLIENTE Y
      *> PROXIMA FECHA DE REVISION
       REVISAR-PRESTAMO.
           *> Vale el ultimo valor publicado antes del mes de la
           *> revision
           MOVE PVA-FECHA-REVISION TO FECHA-REV-NUM.
           IF REV-MES = 1
               COMPUTE PERIODO-LIMITE = ((REV-ANO - 1) * 100) + 12
           ELSE
               COMPUTE PERIODO-LIMITE = (REV-ANO * 100) + REV-MES - 1
           END-IF.
           MOVE PVA-INDICE TO INDICE-BUSCADO.
           PERFORM BUSCAR-INDICE THRU BUSCAR-INDICE-FIN.
           IF INDICE-SW = "N"
               ADD 1 TO CNT-SIN-INDICE
               MOVE SPACES TO LINEA-INFORME
               STRING "Prestamo " DELIMITED BY SIZE
                      PRE-NUM DELIMITED BY SIZE
                      " sin valor del indice " DELIMITED BY SIZE
                      PVA-INDICE DELIMITED BY SPACE
                      ", no se revisa" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO REVISAR-PRESTAMO-FIN.

           COMPUTE TASA-NUEVA = VALOR-INDICE + PVA-DIFERENCIAL-X10000.
           IF TASA-NUEVA < 0
               MOVE 0 TO TASA-NUEVA.

           COMPUTE CUOTAS-RESTANTES =
               PRE-PLAZO-MESES - PRE-CUOTAS-PAGADAS.
           IF CUOTAS-RESTANTES < 1
               MOVE 1 TO CUOTAS-RESTANTES.

           *> Cuota fija francesa, igual que GESTION_PRESTAMOS, sobre
           *> lo que queda por amortizar
           IF TASA-NUEVA = 0
               COMPUTE CENT-CUOTA-NUEVA ROUNDED =
                   PRE-CENT-PENDIENTE / CUOTAS-RESTANTES
           ELSE
               COMPUTE INTERES-MENSUAL ROUNDED =
                   TASA-NUEVA / 12000000
               COMPUTE FACTOR-FRANCES ROUNDED =
                   (1 + INTERES-MENSUAL) ** CUOTAS-RESTANTES
               COMPUTE CENT-CUOTA-NUEVA ROUNDED =
                   (PRE-CENT-PENDIENTE * INTERES-MENSUAL
                       * FACTOR-FRANCES) / (FACTOR-FRANCES - 1)
           END-IF.

           MOVE PRE-TASA-ANUAL-X10000 TO TASA-ANTERIOR.
           MOVE PRE-CENT-CUOTA        TO CENT-CUOTA-ANTERIOR.
           MOVE TASA-NUEVA            TO PRE-TASA-ANUAL-X10000.
           MOVE CENT-CUOTA-NUEVA      TO PRE-CENT-CUOTA.
           REWRITE PRESTAMO-REG INVALID KEY GO TO FIN-ERROR.

           *> Proxima revision: se suman periodos hasta pasar la fecha
           *> de proceso, por si alguna noche no llego a correr
           MOVE FECHA-PROCESO TO PVA-FECHA-ULTIMA-REV.
           *> La revision es como mucho anual (ver GESTION_PRESTAMOS)
           IF PVA-PERIODO-MESES = 0 OR PVA-PERIODO-MESES > 12
               MOVE 12 TO PVA-PERIODO-MESES.

       AVANZAR-REVISION.
           ADD PVA-PERIODO-MESES TO REV-MES.
       AJUSTAR-MES-REVISION.
           IF REV-MES > 12
               SUBTRACT 12 FROM REV-MES
               ADD 1 TO REV-ANO
               GO TO AJUSTAR-MES-REVISION.
           IF FECHA-REV-NUM NOT > FECHA-PROCESO
               GO TO AVANZAR-REVISION.

           MOVE FECHA-REV-NUM TO PVA-FECHA-REVISION.
           REWRITE PRESTAMO-VAR-REG INVALID KEY GO TO FIN-ERROR.

           *> Aviso al cliente: cuota anterior en el concepto y la
           *> nueva como importe
           COMPUTE IMPORTE-ENT-EDIT = CENT-CUOTA-ANTERIOR / 100.
           MOVE FUNCTION MOD(CENT-CUOTA-ANTERIOR, 100)
               TO IMPORTE-DEC-EDIT.
           MOVE SPACES TO CUOTA-TEXTO-ANT.
           STRING IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO CUOTA-TEXTO-ANT.
           MOVE SPACES TO CONCEPTO-AVISO.
           STRING "Cuota revisada, antes " DELIMITED BY SIZE
                  CUOTA-TEXTO-ANT DELIMITED BY SIZE
             INTO CONCEPTO-AVISO.
           PERFORM ENCOLAR-NOTIFICACION
               THRU ENCOLAR-NOTIFICACION-FIN.

           ADD 1 TO CNT-REVISADOS.
           PERFORM INFORMAR-REVISION THRU INFORMAR-REVISION-FIN.
       REVISAR-PRESTAMO-FIN.
           EXIT.

      *> ULTIMO VALOR DE INDICE-BUSCADO CON MES NO POSTERIOR A
      *> PERIODO-LIMITE; INDICE-SW QUEDA A "N" SI NO HAY NINGUNO
       BUSCAR-INDICE.
           MOVE "N" TO INDICE-SW.
           OPEN INPUT INDICES.
           IF FSIX <> 00
               CLOSE INDICES
               GO TO BUSCAR-INDICE-FIN.
           MOVE INDICE-BUSCADO TO IDX-CODIGO.
           MOVE 0              TO IDX-PERIODO.
           START INDICES KEY >= IDX-CLAVE INVALID KEY
               CLOSE INDICES
               GO TO BUSCAR-INDICE-FIN
           END-START.

       LEER-INDICE-REVISION.
           READ INDICES NEXT RECORD AT END
               GO TO BUSCAR-INDICE-CERRAR.
           IF IDX-CODIGO NOT = INDICE-BUSCADO
               OR IDX-PERIODO > PERIODO-LIMITE
               GO TO BUSCAR-INDICE-CERRAR.
           MOVE "S"              TO INDICE-SW.
           MOVE IDX-VALOR-X10000 TO VALOR-INDICE.
           MOVE IDX-PERIODO      TO PERIODO-INDICE.
           GO TO LEER-INDICE-REVISION.

       BUSCAR-INDICE-CERRAR.
           CLOSE INDICES.
       BUSCAR-INDICE-FIN.
           EXIT.

      *> ENCOLA EL AVISO EN NOTIFICACIONES.UBD (EL CONCEPTO YA VIENE
      *> EN CONCEPTO-AVISO), CON LA CUOTA NUEVA COMO IMPORTE
       ENCOLAR-NOTIFICACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "AVISO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-NOTIF-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-NOTIF-NUM
           END-READ.
           ADD 1 TO LAST-NOTIF-NUM.
           MOVE LAST-NOTIF-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O NOTIFICACIONES CLOSE NOTIFICACIONES.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               CLOSE NOTIFICACIONES
               GO TO ENCOLAR-NOTIFICACION-FIN.
           MOVE LAST-NOTIF-NUM TO NOTIF-NUM.
           MOVE PRE-TARJETA    TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-CUOTA-NUEVA / 100.
           MOVE FUNCTION MOD(CENT-CUOTA-NUEVA, 100)
               TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY CONTINUE.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

      *> UNA LINEA POR PRESTAMO REVISADO: TIPOS Y CUOTAS ANTES Y
      *> DESPUES
       INFORMAR-REVISION.
           COMPUTE TASA-ENT-EDIT = TASA-ANTERIOR / 10000.
           MOVE FUNCTION MOD(TASA-ANTERIOR, 10000) TO TASA-DEC-EDIT.
           MOVE SPACES TO TASA-TEXTO-ANT.
           STRING TASA-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TASA-DEC-EDIT DELIMITED BY SIZE
             INTO TASA-TEXTO-ANT.
           COMPUTE TASA-ENT-EDIT = PRE-TASA-ANUAL-X10000 / 10000.
           MOVE FUNCTION MOD(PRE-TASA-ANUAL-X10000, 10000)
               TO TASA-DEC-EDIT.
           MOVE SPACES TO TASA-TEXTO-NUEVA.
           STRING TASA-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TASA-DEC-EDIT DELIMITED BY SIZE
             INTO TASA-TEXTO-NUEVA.
           COMPUTE IMPORTE-ENT-EDIT = CENT-CUOTA-NUEVA / 100.
           MOVE FUNCTION MOD(CENT-CUOTA-NUEVA, 100)
               TO IMPORTE-DEC-EDIT.
           MOVE SPACES TO CUOTA-TEXTO-NUEVA.
           STRING IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO CUOTA-TEXTO-NUEVA.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Prestamo " DELIMITED BY SIZE
                  PRE-NUM DELIMITED BY SIZE
                  " tipo " DELIMITED BY SIZE
                  TASA-TEXTO-ANT DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  TASA-TEXTO-NUEVA DELIMITED BY SIZE
                  " cuota " DELIMITED BY SIZE
                  CUOTA-TEXTO-ANT DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  CUOTA-TEXTO-NUEVA DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       INFORMAR-REVISION-FIN.
           EXIT.

      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE PRESTAMOS-VAR.
           CLOSE PRESTAMOS.

           IF FSINF = 00
               MOVE CNT-VARIABLES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Prestamos a tipo variable: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-REVISADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Prestamos revisados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-INDICE TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Revisiones sin indice: " DELIMITED BY SIZE
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
           MOVE CNT-VARIABLES  TO PCK-CONTADOR(1).
           MOVE CNT-REVISADOS  TO PCK-CONTADOR(2).
           MOVE CNT-SIN-INDICE TO PCK-CONTADOR(3).
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
