       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEMPOS_CADENA.
       *> Seguimiento de la ventana batch: CADENA_NOCTURNA deja en
       *> runcontrol.ubd la hora de inicio y fin de cada paso, pero
       *> nadie mira la tendencia hasta que los cajeros abren tarde.
       *> Al terminar cada ejecucion de la cadena este programa:
       *>  - compara el tiempo de cada paso de la ultima ejecucion con
       *>    su media y su peor ejecucion correcta de los 30 dias
       *>    anteriores (la propia serie de runcontrol.ubd);
       *>  - marca como LENTO el paso que supera su media en mas del
       *>    porcentaje LENTOPCT de parametros.ubd (25 si no esta
       *>    definido) y en al menos un minuto, y si hay alguno anade
       *>    el crecimiento de volumetria.ubd en el mismo periodo, que
       *>    suele ser la explicacion;
       *>  - proyecta el fin de la ventana sumando al ultimo fin real
       *>    la media de los pasos del plan que faltan o fallaron; si
       *>    pasa de la hora de reapertura del cajero por APERTURA_DIA
       *>    (HORAAPERTURA de parametros.ubd en formato HHMM, 0700 si
       *>    no esta definido) abre una incidencia en incidencias.ubd
       *>    como las de GESTION_INCIDENCIAS, una sola por ejecucion
       *>    (REGISTRO_CHECKPOINT), para que operaciones lo vea por la
       *>    manana.
       *> El informe se acumula en informe_tiempos.ubd. Lo llama
       *> CADENA_NOCTURNA al terminar y tambien puede lanzarse suelto.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPL.

           SELECT OPTIONAL RUNCONTROL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CLAVE
           FILE STATUS IS FSRC.

           SELECT OPTIONAL VOLUMETRIAF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOL-CLAVE
           FILE STATUS IS FSVO.

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-NUM
           FILE STATUS IS FSIN.

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

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.

       FD PLAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plan_nocturno.txt".
       01 LINEA-PLAN                  PIC X(40).

       FD RUNCONTROL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "runcontrol.ubd".
       01 RC-REG.
           02 RC-CLAVE.
               03 RC-FECHA          PIC  9(8).
               03 RC-PASO           PIC  9(2).
           02 RC-PROGRAMA           PIC X(20).
           02 RC-ESTADO             PIC  9(1).
               88 RC-EJECUTANDO     VALUE 1.
               88 RC-TERMINADO-OK   VALUE 2.
               88 RC-TERMINADO-ERR  VALUE 3.
               88 RC-SIN-APROBAR    VALUE 4.
           02 RC-INI-HOR            PIC  9(2).
           02 RC-INI-MIN            PIC  9(2).
           02 RC-INI-SEG            PIC  9(2).
           02 RC-FIN-HOR            PIC  9(2).
           02 RC-FIN-MIN            PIC  9(2).
           02 RC-FIN-SEG            PIC  9(2).
           02 RC-RETORNO            PIC  9(4).

       FD VOLUMETRIAF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "volumetria.ubd".
       01 VOLUMETRIA-REG.
           02 VOL-CLAVE.
               03 VOL-METRICA       PIC X(14).
               03 VOL-FECHA         PIC  9(8).
           02 VOL-VALOR             PIC  9(9).

       FD INCIDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "incidencias.ubd".
       01 INCIDENCIA-REG.
           02 INC-NUM               PIC  9(9).
           02 INC-TERMINAL          PIC  9(3).
           02 INC-TIPO              PIC  9(1).
               88 INC-DISPENSADOR   VALUE 1.
               88 INC-LECTOR        VALUE 2.
               88 INC-IMPRESORA     VALUE 3.
               88 INC-TOTAL         VALUE 9.
           02 INC-DESCR             PIC X(30).
           02 INC-INI-FECHA         PIC  9(8).
           02 INC-INI-HOR           PIC  9(2).
           02 INC-INI-MIN           PIC  9(2).
           02 INC-FIN-FECHA         PIC  9(8).
           02 INC-FIN-HOR           PIC  9(2).
           02 INC-FIN-MIN           PIC  9(2).

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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_tiempos.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPL                     PIC  X(2).
       77 FSRC                     PIC  X(2).
       77 FSVO                     PIC  X(2).
       77 FSIN                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-HOY                PIC  9(8).
       77 FECHA-CADENA             PIC  9(8) VALUE 0.
       77 FECHA-DESDE              PIC  9(8).
       77 JULIANO-W                PIC  9(9).
       *> Dias de historia contra los que se compara cada paso
       77 DIAS-HISTORIA            PIC  9(3) VALUE 30.
       *> Un paso es lento si pasa de su media en este porcentaje y,
       *> para no avisar de pasos de pocos segundos, en este minimo
       77 LENTO-PCT                PIC  9(3) VALUE 25.
       77 LENTO-MIN-SEG            PIC  9(5) VALUE 60.
       *> Hora prevista de reapertura del cajero (HHMM)
       77 HORA-APERTURA            PIC  9(4) VALUE 700.
       77 APERTURA-HOR             PIC  9(2).
       77 APERTURA-MIN             PIC  9(2).

       01 PLAN-CAMPOS.
           02 PLAN-PASO             PIC  X(2).
           02 PLAN-PROGRAMA         PIC X(20).
           02 PLAN-ACCION           PIC  X(1).

       77 PASO-W                   PIC  9(2).
       77 PROGRAMA-W               PIC X(20).
       77 SEG-INI                  PIC  9(5).
       77 SEG-FIN                  PIC  9(5).
       77 DURACION                 PIC S9(6).
       77 DESVIACION               PIC S9(5).
       77 ESTADO-TXT               PIC X(14).

       *> Tiempos en segundos relativos al inicio de la ventana, para
       *> que la cadena pueda cruzar la medianoche
       77 VENTANA-SW               PIC  X(1) VALUE "N".
       77 INICIO-VENTANA           PIC  9(5) VALUE 0.
       77 REL-W                    PIC S9(6).
       77 FIN-REAL-REL             PIC  9(6) VALUE 0.
       77 PENDIENTE-SEG            PIC  9(7) VALUE 0.
       77 FIN-PREVISTO-REL         PIC  9(7).
       77 APERTURA-REL             PIC S9(6).
       77 RELOJ-SEG                PIC  9(7).
       77 RELOJ-HOR                PIC  9(2).
       77 RELOJ-MIN                PIC  9(2).
       77 RELOJ-TXT                PIC  X(5).

       77 METRICA-ANT              PIC X(14).
       77 INICIAL-SW               PIC  X(1) VALUE "N".
       77 VALOR-INICIAL            PIC  9(9).
       77 VALOR-FINAL              PIC  9(9).
       77 CRECIMIENTO-PCT          PIC  9(5).
       77 CNT-METRICAS             PIC  9(3) VALUE 0.

       77 LAST-INC-NUM             PIC  9(35).
       77 CNT-LENTOS               PIC  9(3) VALUE 0.
       77 CNT-PENDIENTES           PIC  9(3) VALUE 0.
       77 CNT-SIN-HISTORIA         PIC  9(3) VALUE 0.
       77 CNT-EDIT                 PIC  ZZ9.
       77 HOY-EDIT                 PIC  ZZZZ9.
       77 MEDIA-EDIT               PIC  ZZZZ9.
       77 PEOR-EDIT                PIC  ZZZZ9.
       77 PCT-EDIT                 PIC  -ZZZ9.
       77 VOL-INI-EDIT             PIC  ZZZZZZZZ9.
       77 VOL-FIN-EDIT             PIC  ZZZZZZZZ9.
       77 CRECE-EDIT               PIC  ZZZZ9.

       *> Pasos del plan con el tiempo de la ultima ejecucion y la
       *> serie de los dias anteriores
       77 CNT-PASOS                PIC  9(3) VALUE 0.
       77 IND-PASO                 PIC  9(3).
       77 IND-HIST                 PIC  9(3).
       01 TABLA-PASOS.
           02 TP-ENTRADA OCCURS 60 TIMES.
               03 TP-PASO           PIC  9(2).
               03 TP-PROGRAMA       PIC X(20).
               03 TP-ESTADO         PIC  9(1).
               03 TP-INI            PIC  9(5).
               03 TP-FIN            PIC  9(5).
               03 TP-DUR            PIC  9(5).
               03 TP-N              PIC  9(3).
               03 TP-SUMA           PIC  9(9).
               03 TP-PEOR           PIC  9(5).
               03 TP-MEDIA          PIC  9(5).

       *> Incidencia de la ejecucion en el registro de checkpoint comun
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
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "LENTOPCT" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 25 TO LENTO-PCT
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO LENTO-PCT
               END-READ
               MOVE "HORAAPERTURA" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 700 TO HORA-APERTURA
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO HORA-APERTURA
               END-READ
           END-IF.
           CLOSE PARAMETROS.

      *> LA ULTIMA EJECUCION DE LA CADENA ES LA FECHA MAS ALTA DE
      *> RUNCONTROL.UBD
       ULTIMA-EJECUCION.
           OPEN I-O RUNCONTROL CLOSE RUNCONTROL.
           OPEN INPUT RUNCONTROL.
           IF FSRC <> 00
               GO TO FIN-ERROR.

       BUSCAR-ULTIMA.
           READ RUNCONTROL NEXT RECORD AT END
               GO TO BUSCAR-ULTIMA-FIN.
           IF RC-FECHA > FECHA-CADENA
               MOVE RC-FECHA TO FECHA-CADENA.
           GO TO BUSCAR-ULTIMA.

       BUSCAR-ULTIMA-FIN.
           CLOSE RUNCONTROL.
           IF FECHA-CADENA = 0
               DISPLAY "TIEMPOS_CADENA: SIN EJECUCIONES DE LA CADENA"
               GO TO FIN.

           COMPUTE JULIANO-W =
               FUNCTION INTEGER-OF-DATE(FECHA-CADENA) - DIAS-HISTORIA.
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(JULIANO-W).

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== TIEMPOS CADENA NOCTURNA - " DELIMITED BY SIZE
                  FECHA-CADENA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-CADENA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-CADENA(1:4) DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

      *> LOS PASOS SE TOMAN DEL PLAN PARA SABER TAMBIEN LOS QUE
      *> QUEDARON SIN EJECUTAR
       CARGAR-PLAN.
           OPEN INPUT PLAN.
           IF FSPL <> 00
               CLOSE PLAN
               GO TO CARGAR-RUNCONTROL.

       LEER-PLAN.
           READ PLAN AT END
               CLOSE PLAN
               GO TO CARGAR-RUNCONTROL.

           IF LINEA-PLAN = SPACES
               GO TO LEER-PLAN.

           UNSTRING LINEA-PLAN DELIMITED BY "|"
               INTO PLAN-PASO PLAN-PROGRAMA PLAN-ACCION.
           MOVE PLAN-PASO     TO PASO-W.
           MOVE PLAN-PROGRAMA TO PROGRAMA-W.
           PERFORM LOCALIZAR-PASO THRU LOCALIZAR-PASO-FIN.
           GO TO LEER-PLAN.

      *> UNA SOLA PASADA DESDE EL PRIMER DIA DE LA HISTORIA: LOS
      *> REGISTROS DE LA ULTIMA EJECUCION DAN EL TIEMPO DE HOY Y LOS
      *> ANTERIORES TERMINADOS BIEN ALIMENTAN MEDIA Y PEOR
       CARGAR-RUNCONTROL.
           OPEN INPUT RUNCONTROL.
           IF FSRC <> 00
               GO TO FIN-ERROR.
           MOVE FECHA-DESDE TO RC-FECHA.
           MOVE 0 TO RC-PASO.
           START RUNCONTROL KEY IS >= RC-CLAVE INVALID KEY
               CLOSE RUNCONTROL
               GO TO EMITIR-TIEMPOS.

       LEER-RUNCONTROL.
           READ RUNCONTROL NEXT RECORD AT END
               CLOSE RUNCONTROL
               GO TO EMITIR-TIEMPOS.

           COMPUTE SEG-INI = (RC-INI-HOR * 3600) + (RC-INI-MIN * 60)
                           + RC-INI-SEG.
           COMPUTE SEG-FIN = (RC-FIN-HOR * 3600) + (RC-FIN-MIN * 60)
                           + RC-FIN-SEG.
           COMPUTE DURACION = SEG-FIN - SEG-INI.
           IF DURACION < 0
               ADD 86400 TO DURACION.

           IF RC-FECHA = FECHA-CADENA
               MOVE RC-PASO     TO PASO-W
               MOVE RC-PROGRAMA TO PROGRAMA-W
               PERFORM LOCALIZAR-PASO THRU LOCALIZAR-PASO-FIN
               IF IND-PASO > 0
                   MOVE RC-ESTADO TO TP-ESTADO(IND-PASO)
                   MOVE SEG-INI   TO TP-INI(IND-PASO)
                   MOVE SEG-FIN   TO TP-FIN(IND-PASO)
                   IF RC-ESTADO NOT = 1
                       MOVE DURACION TO TP-DUR(IND-PASO)
                   END-IF
               END-IF
               GO TO LEER-RUNCONTROL.

           IF NOT RC-TERMINADO-OK
               GO TO LEER-RUNCONTROL.

           MOVE RC-PROGRAMA TO PROGRAMA-W.
           PERFORM ACUMULAR-HISTORIA THRU ACUMULAR-HISTORIA-FIN.
           GO TO LEER-RUNCONTROL.

      *> UNA LINEA POR PASO EN EL ORDEN DEL PLAN
       EMITIR-TIEMPOS.
           MOVE SPACES TO LINEA-INFORME.
           STRING "PASO PROGRAMA               HOY MEDIA  PEOR"
                  DELIMITED BY SIZE
                  "  DESV%  (segundos)" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 1 TO IND-PASO.
       EMITIR-TIEMPOS-BUCLE.
           IF IND-PASO > CNT-PASOS
               GO TO PROYECTAR-FIN.
           PERFORM EMITIR-PASO THRU EMITIR-PASO-FIN.
           ADD 1 TO IND-PASO.
           GO TO EMITIR-TIEMPOS-BUCLE.

      *> FIN PREVISTO = ULTIMO FIN REAL + MEDIA DE LO QUE FALTA
       PROYECTAR-FIN.
           IF VENTANA-SW = "N"
               MOVE SPACES TO LINEA-INFORME
               MOVE "Ningun paso ejecutado en la ultima cadena"
                 TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO COMPROBAR-LENTOS.

           MOVE INICIO-VENTANA TO RELOJ-SEG.
           PERFORM FORMATEAR-RELOJ THRU FORMATEAR-RELOJ-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Inicio de la ventana: " DELIMITED BY SIZE
                  RELOJ-TXT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           COMPUTE FIN-PREVISTO-REL = FIN-REAL-REL + PENDIENTE-SEG.
           COMPUTE RELOJ-SEG = INICIO-VENTANA + FIN-PREVISTO-REL.
           PERFORM FORMATEAR-RELOJ THRU FORMATEAR-RELOJ-FIN.
           MOVE CNT-PENDIENTES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           IF CNT-PENDIENTES = 0
               STRING "Fin de la ventana: " DELIMITED BY SIZE
                      RELOJ-TXT DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "Fin previsto de la ventana: " DELIMITED BY SIZE
                      RELOJ-TXT DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      " pasos pendientes)" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

           DIVIDE HORA-APERTURA BY 100 GIVING APERTURA-HOR
               REMAINDER APERTURA-MIN.
           COMPUTE APERTURA-REL = (APERTURA-HOR * 3600)
                                + (APERTURA-MIN * 60) - INICIO-VENTANA.
           IF APERTURA-REL < 0
               ADD 86400 TO APERTURA-REL.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Reapertura prevista del cajero: " DELIMITED BY SIZE
                  APERTURA-HOR DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  APERTURA-MIN DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF FIN-PREVISTO-REL > APERTURA-REL
               MOVE SPACES TO LINEA-INFORME
               MOVE "*** LA VENTANA PASA DE LA HORA DE REAPERTURA ***"
                 TO LINEA-INFORME
               WRITE LINEA-INFORME
               PERFORM ABRIR-INCIDENCIA THRU ABRIR-INCIDENCIA-FIN.

       COMPROBAR-LENTOS.
           IF CNT-LENTOS > 0
               PERFORM INFORMAR-VOLUMETRIA
                   THRU INFORMAR-VOLUMETRIA-FIN.
           GO TO FIN.

      *> BUSCA EL PASO EN LA TABLA Y SI NO ESTA LO ANADE; DEJA
      *> IND-PASO A CERO SI LA TABLA ESTA LLENA
       LOCALIZAR-PASO.
           MOVE 1 TO IND-PASO.
       LOCALIZAR-PASO-BUCLE.
           IF IND-PASO > CNT-PASOS
               GO TO LOCALIZAR-PASO-NUEVO.
           IF TP-PASO(IND-PASO) = PASO-W
               GO TO LOCALIZAR-PASO-FIN.
           ADD 1 TO IND-PASO.
           GO TO LOCALIZAR-PASO-BUCLE.
       LOCALIZAR-PASO-NUEVO.
           IF CNT-PASOS >= 60
               MOVE 0 TO IND-PASO
               GO TO LOCALIZAR-PASO-FIN.
           ADD 1 TO CNT-PASOS.
           MOVE CNT-PASOS  TO IND-PASO.
           MOVE PASO-W     TO TP-PASO(IND-PASO).
           MOVE PROGRAMA-W TO TP-PROGRAMA(IND-PASO).
           MOVE 0 TO TP-ESTADO(IND-PASO).
           MOVE 0 TO TP-INI(IND-PASO).
           MOVE 0 TO TP-FIN(IND-PASO).
           MOVE 0 TO TP-DUR(IND-PASO).
           MOVE 0 TO TP-N(IND-PASO).
           MOVE 0 TO TP-SUMA(IND-PASO).
           MOVE 0 TO TP-PEOR(IND-PASO).
           MOVE 0 TO TP-MEDIA(IND-PASO).
       LOCALIZAR-PASO-FIN.
           EXIT.

      *> LA HISTORIA SE ASOCIA POR PROGRAMA, NO POR NUMERO DE PASO,
      *> PARA QUE UN CAMBIO DE ORDEN EN EL PLAN NO LA PIERDA
       ACUMULAR-HISTORIA.
           MOVE 1 TO IND-HIST.
       ACUMULAR-HISTORIA-BUCLE.
           IF IND-HIST > CNT-PASOS
               GO TO ACUMULAR-HISTORIA-FIN.
           IF TP-PROGRAMA(IND-HIST) = PROGRAMA-W
               ADD 1 TO TP-N(IND-HIST)
               ADD DURACION TO TP-SUMA(IND-HIST)
               IF DURACION > TP-PEOR(IND-HIST)
                   MOVE DURACION TO TP-PEOR(IND-HIST)
               END-IF
           END-IF.
           ADD 1 TO IND-HIST.
           GO TO ACUMULAR-HISTORIA-BUCLE.
       ACUMULAR-HISTORIA-FIN.
           EXIT.

       EMITIR-PASO.
           IF TP-N(IND-PASO) > 0
               COMPUTE TP-MEDIA(IND-PASO) ROUNDED =
                   TP-SUMA(IND-PASO) / TP-N(IND-PASO)
           ELSE
               ADD 1 TO CNT-SIN-HISTORIA.

           *> El primer paso ejecutado en orden de plan abre la ventana
           IF TP-ESTADO(IND-PASO) > 0 AND VENTANA-SW = "N"
               MOVE "S" TO VENTANA-SW
               MOVE TP-INI(IND-PASO) TO INICIO-VENTANA.

           IF TP-ESTADO(IND-PASO) > 1
               COMPUTE REL-W = TP-FIN(IND-PASO) - INICIO-VENTANA
               IF REL-W < 0
                   ADD 86400 TO REL-W
               END-IF
               IF REL-W > FIN-REAL-REL
                   MOVE REL-W TO FIN-REAL-REL
               END-IF
           END-IF.

           *> Lo que no termino bien tendra que ejecutarse todavia
           IF TP-ESTADO(IND-PASO) NOT = 2
               ADD TP-MEDIA(IND-PASO) TO PENDIENTE-SEG
               ADD 1 TO CNT-PENDIENTES.

           MOVE 0 TO DESVIACION.
           MOVE SPACES TO ESTADO-TXT.
           EVALUATE TP-ESTADO(IND-PASO)
               WHEN 0
                   MOVE "pendiente" TO ESTADO-TXT
               WHEN 1
                   MOVE "interrumpido" TO ESTADO-TXT
               WHEN 3
                   MOVE "ERROR" TO ESTADO-TXT
               WHEN 4
                   MOVE "sin aprobar" TO ESTADO-TXT
               WHEN OTHER
                   IF TP-N(IND-PASO) = 0
                       MOVE "sin historia" TO ESTADO-TXT
                   ELSE
                       IF TP-MEDIA(IND-PASO) > 0
                           COMPUTE DESVIACION ROUNDED =
                               (TP-DUR(IND-PASO) - TP-MEDIA(IND-PASO))
                               * 100 / TP-MEDIA(IND-PASO)
                       END-IF
                       IF TP-DUR(IND-PASO) * 100 >
                          TP-MEDIA(IND-PASO) * (100 + LENTO-PCT)
                          AND TP-DUR(IND-PASO) - TP-MEDIA(IND-PASO)
                              >= LENTO-MIN-SEG
                           MOVE "LENTO" TO ESTADO-TXT
                           ADD 1 TO CNT-LENTOS
                       END-IF
                   END-IF
           END-EVALUATE.

           MOVE TP-DUR(IND-PASO)   TO HOY-EDIT.
           MOVE TP-MEDIA(IND-PASO) TO MEDIA-EDIT.
           MOVE TP-PEOR(IND-PASO)  TO PEOR-EDIT.
           MOVE DESVIACION         TO PCT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING TP-PASO(IND-PASO) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TP-PROGRAMA(IND-PASO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HOY-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MEDIA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCT-EDIT DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  ESTADO-TXT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       EMITIR-PASO-FIN.
           EXIT.

      *> CONVIERTE SEGUNDOS DEL DIA (PUEDEN PASAR DE 24 HORAS SI LA
      *> VENTANA CRUZA LA MEDIANOCHE) A HH:MM
       FORMATEAR-RELOJ.
           COMPUTE RELOJ-SEG = FUNCTION MOD(RELOJ-SEG, 86400).
           COMPUTE RELOJ-HOR = RELOJ-SEG / 3600.
           COMPUTE RELOJ-MIN = FUNCTION MOD(RELOJ-SEG, 3600) / 60.
           MOVE SPACES TO RELOJ-TXT.
           STRING RELOJ-HOR DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  RELOJ-MIN DELIMITED BY SIZE
             INTO RELOJ-TXT.
       FORMATEAR-RELOJ-FIN.
           EXIT.

      *> CRECIMIENTO DE CADA METRICA DE VOLUMETRIA ENTRE LA PRIMERA Y
      *> LA ULTIMA MEDICION DEL PERIODO DE HISTORIA; LA CLAVE ORDENA
      *> POR METRICA Y FECHA, ASI QUE BASTA UNA LECTURA SECUENCIAL
       INFORMAR-VOLUMETRIA.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Crecimiento de volumetria desde el " DELIMITED
                  BY SIZE
                  FECHA-DESDE(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-DESDE(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-DESDE(1:4) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O VOLUMETRIAF CLOSE VOLUMETRIAF.
           OPEN INPUT VOLUMETRIAF.
           IF FSVO <> 00
               CLOSE VOLUMETRIAF
               GO TO INFORMAR-VOLUMETRIA-TOTAL.
           MOVE SPACES TO METRICA-ANT.
           MOVE "N" TO INICIAL-SW.

       LEER-VOLUMETRIA.
           READ VOLUMETRIAF NEXT RECORD AT END
               PERFORM EMITIR-METRICA THRU EMITIR-METRICA-FIN
               CLOSE VOLUMETRIAF
               GO TO INFORMAR-VOLUMETRIA-TOTAL.

           IF VOL-METRICA NOT = METRICA-ANT
               PERFORM EMITIR-METRICA THRU EMITIR-METRICA-FIN
               MOVE VOL-METRICA TO METRICA-ANT
               MOVE "N" TO INICIAL-SW.

           IF VOL-FECHA < FECHA-DESDE
               GO TO LEER-VOLUMETRIA.
           IF INICIAL-SW = "N"
               MOVE "S" TO INICIAL-SW
               MOVE VOL-VALOR TO VALOR-INICIAL.
           MOVE VOL-VALOR TO VALOR-FINAL.
           GO TO LEER-VOLUMETRIA.

       INFORMAR-VOLUMETRIA-TOTAL.
           IF CNT-METRICAS = 0
               MOVE SPACES TO LINEA-INFORME
               MOVE "   Sin crecimiento registrado en volumetria"
                 TO LINEA-INFORME
               WRITE LINEA-INFORME.
       INFORMAR-VOLUMETRIA-FIN.
           EXIT.

       EMITIR-METRICA.
           IF INICIAL-SW = "N"
               GO TO EMITIR-METRICA-FIN.
           IF VALOR-FINAL <= VALOR-INICIAL
               GO TO EMITIR-METRICA-FIN.

           ADD 1 TO CNT-METRICAS.
           MOVE 0 TO CRECIMIENTO-PCT.
           IF VALOR-INICIAL > 0
               COMPUTE CRECIMIENTO-PCT ROUNDED =
                   (VALOR-FINAL - VALOR-INICIAL) * 100 / VALOR-INICIAL.
           MOVE VALOR-INICIAL   TO VOL-INI-EDIT.
           MOVE VALOR-FINAL     TO VOL-FIN-EDIT.
           MOVE CRECIMIENTO-PCT TO CRECE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   " DELIMITED BY SIZE
                  METRICA-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VOL-INI-EDIT DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  VOL-FIN-EDIT DELIMITED BY SIZE
                  "  +" DELIMITED BY SIZE
                  CRECE-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       EMITIR-METRICA-FIN.
           EXIT.

      *> ABRE UNA INCIDENCIA COMO LAS DE GESTION_INCIDENCIAS, DE
      *> AMBITO TOTAL, CON LA HORA DE FIN PREVISTA; EL REGISTRO DE
      *> CHECKPOINT EVITA REPETIRLA SI LA CADENA SE RELANZA EL MISMO
      *> DIA
       ABRIR-INCIDENCIA.
           MOVE "I"              TO PCK-OPERACION.
           MOVE "TIEMPOS_CADENA" TO PCK-PROGRAMA.
           MOVE FECHA-CADENA     TO PCK-FECHA.
           MOVE 1                TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO ABRIR-INCIDENCIA-FIN.
           IF PCK-SITUACION = "T"
               MOVE SPACES TO LINEA-INFORME
               MOVE "   Incidencia ya abierta para esta ejecucion"
                 TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO ABRIR-INCIDENCIA-FIN.

           OPEN I-O SECUENCIAS CLOSE SECUENCIAS.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO ABRIR-INCIDENCIA-FIN.
           MOVE "INCIDENCIA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-INC-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-INC-NUM
           END-READ.
           ADD 1 TO LAST-INC-NUM.
           MOVE LAST-INC-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O INCIDENCIAS CLOSE INCIDENCIAS.
           OPEN I-O INCIDENCIAS.
           IF FSIN <> 00
               CLOSE INCIDENCIAS
               GO TO ABRIR-INCIDENCIA-FIN.
           MOVE LAST-INC-NUM(27:9) TO INC-NUM.
           MOVE 0 TO INC-TERMINAL.
           MOVE 9 TO INC-TIPO.
           MOVE SPACES TO INC-DESCR.
           STRING "Cadena nocturna fin prev " DELIMITED BY SIZE
                  RELOJ-TXT DELIMITED BY SIZE
             INTO INC-DESCR.
           MOVE FECHA-HOY TO INC-INI-FECHA.
           MOVE HORAS     TO INC-INI-HOR.
           MOVE MINUTOS   TO INC-INI-MIN.
           MOVE 0 TO INC-FIN-FECHA.
           MOVE 0 TO INC-FIN-HOR.
           MOVE 0 TO INC-FIN-MIN.
           WRITE INCIDENCIA-REG INVALID KEY CONTINUE.
           CLOSE INCIDENCIAS.

           MOVE "T"                 TO PCK-OPERACION.
           MOVE LAST-INC-NUM(27:9)  TO PCK-ULTIMA-CLAVE.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.

           MOVE SPACES TO LINEA-INFORME.
           STRING "   Abierta la incidencia " DELIMITED BY SIZE
                  INC-NUM DELIMITED BY SIZE
                  " para operaciones" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ABRIR-INCIDENCIA-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           IF FSINF = 00
               MOVE CNT-LENTOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Pasos lentos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-HISTORIA TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Pasos sin historia: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.
