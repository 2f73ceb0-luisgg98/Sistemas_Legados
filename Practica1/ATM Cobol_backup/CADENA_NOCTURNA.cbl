       *> Los CHECKPOINT de BANK10/LIQUIDAR_INTERESES/
       *> COBRAR_MANTENIMIENTO solo protegen cada paso por dentro;
       *> este control de ejecucion protege la cadena completa.
       *> Al terminar, haya acabado bien o se haya detenido, llama a
       *> TIEMPOS_CADENA para comparar los tiempos de cada paso con
       *> su historia y avisar si la ventana no acaba a tiempo.
       *> Los batches de fin de mes que anotan en cuentas
       *> (LIQUIDAR_INTERESES, COBRAR_MANTENIMIENTO,
       *> LIQUIDAR_DESCUBIERTOS y DONAR_REDONDEOS) se lanzan primero
       *> en previa; solo se pide la ejecucion real si la propuesta
       *> que deja la previa esta aprobada por el supervisor (o no
       *> hay nada que aprobar). Si esta pendiente o rechazada el
       *> paso queda "sin aprobar" en runcontrol.ubd y la cadena
       *> sigue con el paso siguiente (ver PROPUESTA_LIQUIDACION).
       *> Se ejecuta de forma independiente (no se llama desde el menu
       *> del cajero), normalmente una vez por noche.

               88 RC-EJECUTANDO     VALUE 1.
               88 RC-TERMINADO-OK   VALUE 2.
               88 RC-TERMINADO-ERR  VALUE 3.
               88 RC-SIN-APROBAR    VALUE 4.
           02 RC-INI-HOR            PIC  9(2).
           02 RC-INI-MIN            PIC  9(2).
           02 RC-INI-SEG            PIC  9(2).

       77 PASO-ACTUAL              PIC  9(2).
       77 PROGRAMA-ACTUAL          PIC X(20).
           88 PASO-CON-PROPUESTA   VALUE "LIQUIDAR_INTERESES"
                                         "COBRAR_MANTENIMIENTO"
                                         "LIQUIDAR_DESCUBIERTOS"
                                         "DONAR_REDONDEOS".
       77 ACCION-ERROR             PIC  X(1).
       77 PASO-FALLIDO             PIC  9(1).
       77 PASO-SIN-APROBAR         PIC  9(1).

       77 CNT-PASOS                PIC  9(3) VALUE 0.
       77 CNT-EJECUTADOS           PIC  9(3) VALUE 0.
       77 CNT-SALTADOS             PIC  9(3) VALUE 0.
       77 CNT-ERRORES              PIC  9(3) VALUE 0.
       77 CNT-SIN-APROBAR          PIC  9(3) VALUE 0.
       77 CNT-EDIT                 PIC  ZZ9.

       01 CAMPOS-FECHA.
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       *> Previa y aprobacion de los batches de fin de mes (ver
       *> PROPUESTA_LIQUIDACION y GESTION_PROPUESTAS)
       01 PETICION-PROPUESTA.
           02 PPR-OPERACION         PIC  X(1).
           02 PPR-PROGRAMA          PIC X(20).
           02 PPR-PERIODO           PIC  9(8).
           02 PPR-MODO              PIC  X(1).
               88 MODO-PREVIA       VALUE "P".
               88 MODO-REAL         VALUE "R".
           02 PPR-ESTADO            PIC  9(1).
           02 PPR-TARJETA           PIC  9(16).
           02 PPR-TIPO              PIC  9(1).
           02 PPR-CENTIMOS          PIC S9(11).
           02 PPR-CONCEPTO          PIC  X(35).
           02 PPR-APUNTES           PIC  9(9).
           02 PPR-CENT-TOTAL        PIC S9(13).
           02 PPR-RESULTADO         PIC  X(1).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
               WRITE RC-REG INVALID KEY GO TO FIN
           END-IF.

           *> Un batch de fin de mes pasa antes por su previa y solo
           *> se ejecuta de verdad con la propuesta aprobada
           MOVE 0 TO PASO-SIN-APROBAR.
           IF PASO-CON-PROPUESTA
               PERFORM EJECUTAR-PREVIA THRU EJECUTAR-PREVIA-FIN
               IF PASO-FALLIDO = 1 OR PASO-SIN-APROBAR = 1
                   GO TO PASO-TERMINADO
               END-IF
           END-IF.

           MOVE 0 TO RETURN-CODE.
           CALL PROGRAMA-ACTUAL ON EXCEPTION
               MOVE 1 TO PASO-FALLIDO
           IF RETURN-CODE NOT = 0
               MOVE 1 TO PASO-FALLIDO.

       PASO-TERMINADO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE HORAS    TO RC-FIN-HOR.
           MOVE MINUTOS  TO RC-FIN-MIN.
               MOVE 3 TO RC-ESTADO
               ADD 1 TO CNT-ERRORES
           ELSE
               IF PASO-SIN-APROBAR = 1
                   MOVE 4 TO RC-ESTADO
                   ADD 1 TO CNT-SIN-APROBAR
               ELSE
                   MOVE 2 TO RC-ESTADO
                   ADD 1 TO CNT-EJECUTADOS
               END-IF
           END-IF.
           REWRITE RC-REG INVALID KEY GO TO FIN.

                      BY SIZE PROGRAMA-ACTUAL DELIMITED BY SIZE
                      ": TERMINADO CON ERROR" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           IF PASO-SIN-APROBAR = 1
               STRING "Paso " DELIMITED BY SIZE
                      PASO-ACTUAL DELIMITED BY SIZE " " DELIMITED
                      BY SIZE PROGRAMA-ACTUAL DELIMITED BY SIZE
                      ": propuesta sin aprobar, no se anota"
                      DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           IF PASO-FALLIDO = 0 AND PASO-SIN-APROBAR = 0
               STRING "Paso " DELIMITED BY SIZE
                      PASO-ACTUAL DELIMITED BY SIZE " " DELIMITED
                      BY SIZE PROGRAMA-ACTUAL DELIMITED BY SIZE
       EJECUTAR-PASO-FIN.
           EXIT.

       *> Previa del batch de fin de mes: se cancela para que la
       *> ejecucion real empiece con sus totales a cero, y si la
       *> propuesta que ha dejado no esta pendiente ni rechazada se
       *> pide la ejecucion real para la siguiente llamada
       EJECUTAR-PREVIA.
           MOVE 0 TO RETURN-CODE.
           CALL PROGRAMA-ACTUAL ON EXCEPTION
               MOVE 1 TO PASO-FALLIDO
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 1 TO PASO-FALLIDO.
           CANCEL PROGRAMA-ACTUAL.
           IF PASO-FALLIDO = 1
               GO TO EJECUTAR-PREVIA-FIN.

           MOVE "C"             TO PPR-OPERACION.
           MOVE PROGRAMA-ACTUAL TO PPR-PROGRAMA.
           CALL "PROPUESTA_LIQUIDACION" USING PETICION-PROPUESTA.
           IF PPR-RESULTADO NOT = "S"
               MOVE 1 TO PASO-FALLIDO
               GO TO EJECUTAR-PREVIA-FIN.
           IF PPR-ESTADO = 1 OR PPR-ESTADO = 3
               MOVE 1 TO PASO-SIN-APROBAR
               GO TO EJECUTAR-PREVIA-FIN.

           MOVE "M"             TO PPR-OPERACION.
           MOVE "R"             TO PPR-MODO.
           CALL "PROPUESTA_LIQUIDACION" USING PETICION-PROPUESTA.
           IF PPR-RESULTADO NOT = "S"
               MOVE 1 TO PASO-FALLIDO.
       EJECUTAR-PREVIA-FIN.
           EXIT.

       *> Si todavia no existe el plan se deja grabado el plan
       *> habitual de la casa, en el mismo orden en el que se venian
       *> lanzando los programas a mano
           WRITE LINEA-PLAN.
           MOVE "12|RETENER_EMBARGOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           *> Todo lo que anota en cuentas va antes del seguimiento
           *> de descubiertos y de la extraccion contable, para que
           *> los apuntes de la noche entren en la fecha de negocio
           MOVE "13|LIQUIDAR_CREDITO|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "14|LIQUIDAR_HERENCIAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "15|COBRAR_EMPRESAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "16|RESULTADO_SOSPECHOSOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "17|COBRAR_CAJAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "18|COMPENSAR_PROPIOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "19|ESCALAR_DESCUBIERTOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "20|CADUCAR_VALES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "21|EXTRAER_CONTABILIDAD|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "22|DETECTAR_AML|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "23|ARCHIVAR_MOVIMIENTOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "24|CONCILIAR_CUENTAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "25|RESUMEN_DIARIO|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "26|AVISAR_ALERTAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "27|DESPACHAR_AVISOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "28|VOLCAR_POSICIONES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "29|EXPIRAR_LIMITES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "30|CARGAR_CAMBIOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "31|OFERTAR_PRESTAMOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "32|CARGAR_INDICES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "33|REVISAR_PRESTAMOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "34|CARGAR_SANCIONES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "35|MAYORIA_MENORES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "36|INFORME_RECLAMACIONES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "37|CADUCAR_SOLICITUDES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "38|INFORME_CAPTURAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "39|ENVIAR_SOSPECHOSOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "40|CARGAR_EMISORES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "41|LIQUIDAR_ADQUIRENTE|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "42|SELECCIONAR_OFERTAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "43|INFORME_CAMPANAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "44|LIBERAR_RESERVAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "45|EXPORTAR_SII|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "46|GUARDAR_SALDOS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "47|INFORME_TRANSITO|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "48|CONCILIAR_RED|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "49|SEGUIR_CONDICIONES|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "50|EVALUAR_NOMINAS|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "51|DETECTAR_COMPROMISO|C" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           MOVE "52|APERTURA_DIA|S" TO LINEA-PLAN.
           WRITE LINEA-PLAN.
           CLOSE PLAN.

                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-APROBAR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Pasos pendientes de aprobacion: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           *> Informe de tiempos de la ventana y aviso de retraso
           IF CNT-PASOS > 0
               CALL "TIEMPOS_CADENA" ON EXCEPTION
                   DISPLAY "CADENA_NOCTURNA: SIN INFORME DE TIEMPOS"
               END-CALL
           END-IF.

           STOP RUN.
