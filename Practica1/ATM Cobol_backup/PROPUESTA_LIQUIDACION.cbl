       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPUESTA_LIQUIDACION.
       *> Subprograma comun de la previa de los batches de fin de mes
       *> que anotan en cuentas.ubd y movimientos.ubd
       *> (LIQUIDAR_INTERESES, COBRAR_MANTENIMIENTO, la capitalizacion
       *> de LIQUIDAR_DESCUBIERTOS y DONAR_REDONDEOS). Cada batch
       *> ejecuta por defecto en previa: calcula todos los apuntes
       *> sin tocar saldos y los deja aqui como propuesta, una por
       *> programa, en propuestas.ubd (cabecera con el periodo, el
       *> numero de apuntes, el total, los cinco mayores y el estado)
       *> y propuestas_lineas.ubd (un registro por apunte), con el
       *> resumen en informe_propuestas.ubd. El supervisor la aprueba
       *> o la rechaza en GESTION_PROPUESTAS, y CADENA_NOCTURNA solo
       *> pide la ejecucion real cuando, recalculada la previa esa
       *> misma noche, la propuesta sigue aprobada: una previa cuyos
       *> totales no coinciden con los aprobados vuelve a pendiente.
       *> Operaciones (PL-OPERACION):
       *>   - M fijar modo: CADENA_NOCTURNA deja pedido el modo de la
       *>     siguiente ejecucion del programa (R real); solo vale
       *>     para una ejecucion.
       *>   - I iniciar: devuelve en PL-MODO el modo pedido (P si no
       *>     se pidio nada) y lo vuelve a dejar en previa. En previa
       *>     borra las lineas de la propuesta anterior del programa.
       *>   - L linea: un apunte propuesto (tarjeta, tipo de cuenta,
       *>     centimos con el signo del apunte y concepto).
       *>   - Z cerrar previa: graba la cabecera con el periodo, los
       *>     totales y los mayores apuntes; queda pendiente, o
       *>     aprobada si ya lo estaba con los mismos totales, o sin
       *>     apuntes si no hay nada que anotar. Escribe el resumen.
       *>   - N sin propuesta: en este periodo no hay nada que anotar
       *>     en previa (ya anotado o sin importes).
       *>   - X anotada: la ejecucion real termino; guarda los
       *>     totales realmente anotados.
       *>   - C consultar: estado, periodo y totales de la propuesta.
       *> PL-RESULTADO vuelve a "S" si la operacion se hizo y a "N" si
       *> hubo error de fichero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROPUESTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRP-PROGRAMA
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PROPUESTAS-LINEAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRL-CLAVE
           FILE STATUS IS FSPL.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.

       FD PROPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "propuestas.ubd".
       01 PROPUESTA-REG.
           02 PRP-PROGRAMA          PIC X(20).
           02 PRP-PERIODO           PIC  9(8).
           02 PRP-ESTADO            PIC  9(1).
               88 PRP-SIN-APUNTES   VALUE 0.
               88 PRP-PENDIENTE     VALUE 1.
               88 PRP-APROBADA      VALUE 2.
               88 PRP-RECHAZADA     VALUE 3.
               88 PRP-ANOTADA       VALUE 4.
           02 PRP-MODO-SIGUIENTE    PIC  X(1).
           02 PRP-FECHA-CALCULO     PIC  9(8).
           02 PRP-HORA-CALCULO      PIC  9(4).
           02 PRP-APUNTES           PIC  9(9).
           02 PRP-CENT-TOTAL        PIC S9(13).
           02 PRP-MAYOR OCCURS 5 TIMES.
               03 PRP-MAY-TARJETA   PIC  9(16).
               03 PRP-MAY-CENT      PIC S9(11).
           02 PRP-APROB-FECHA       PIC  9(8).
           02 PRP-APROB-HORA        PIC  9(4).
           02 PRP-APROB-OPERADOR    PIC  9(4).
           02 PRP-ANOT-APUNTES      PIC  9(9).
           02 PRP-ANOT-CENT-TOTAL   PIC S9(13).

       FD PROPUESTAS-LINEAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "propuestas_lineas.ubd".
       01 PROPUESTA-LINEA-REG.
           02 PRL-CLAVE.
               03 PRL-PROGRAMA      PIC X(20).
               03 PRL-SEC           PIC  9(9).
           02 PRL-PERIODO           PIC  9(8).
           02 PRL-TARJETA           PIC  9(16).
           02 PRL-TIPO              PIC  9(1).
           02 PRL-CENTIMOS          PIC S9(11).
           02 PRL-CONCEPTO          PIC  X(35).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_propuestas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSPL                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 PRP-EXISTE-SW            PIC  X(1).

       *> Acumulados de la previa en curso (el subprograma conserva
       *> su WORKING-STORAGE entre llamadas del mismo batch)
       77 PREVIA-APUNTES           PIC  9(9) VALUE 0.
       77 PREVIA-CENT-TOTAL        PIC S9(13) VALUE 0.
       01 TABLA-MAYORES.
           02 TMY-ENTRADA OCCURS 5 TIMES.
               03 TMY-TARJETA       PIC  9(16).
               03 TMY-CENT          PIC S9(11).
       77 IND-MAY                  PIC  9(1).
       77 IND-MENOR                PIC  9(1).
       77 ABS-NUEVO                PIC  9(11).
       77 ABS-MENOR                PIC  9(11).
       77 ABS-ENTRADA              PIC  9(11).

       *> Estado de la propuesta antes de esta previa
       77 ANT-PERIODO              PIC  9(8) VALUE 0.
       77 ANT-ESTADO               PIC  9(1) VALUE 0.
       77 ANT-APUNTES              PIC  9(9) VALUE 0.
       77 ANT-CENT-TOTAL           PIC S9(13) VALUE 0.

       77 CENT-EDITAR              PIC S9(13).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 CNT-EDIT                 PIC  ZZZZZZZZ9.
       77 TEXTO-ESTADO             PIC X(40).

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

       LINKAGE SECTION.
       01 PL-PETICION.
           02 PL-OPERACION          PIC  X(1).
               88 PL-FIJAR-MODO     VALUE "M".
               88 PL-INICIAR        VALUE "I".
               88 PL-LINEA          VALUE "L".
               88 PL-CERRAR         VALUE "Z".
               88 PL-SIN-PROPUESTA  VALUE "N".
               88 PL-ANOTADA        VALUE "X".
               88 PL-CONSULTAR      VALUE "C".
           02 PL-PROGRAMA           PIC X(20).
           02 PL-PERIODO            PIC  9(8).
           02 PL-MODO               PIC  X(1).
               88 PL-MODO-PREVIA    VALUE "P".
               88 PL-MODO-REAL      VALUE "R".
           02 PL-ESTADO             PIC  9(1).
           02 PL-TARJETA            PIC  9(16).
           02 PL-TIPO               PIC  9(1).
           02 PL-CENTIMOS           PIC S9(11).
           02 PL-CONCEPTO           PIC  X(35).
           02 PL-APUNTES            PIC  9(9).
           02 PL-CENT-TOTAL         PIC S9(13).
           02 PL-RESULTADO          PIC  X(1).

       PROCEDURE DIVISION USING PL-PETICION.
       INICIO.
           MOVE "N" TO PL-RESULTADO.
           IF PL-LINEA
               GO TO ANOTAR-LINEA.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O PROPUESTAS CLOSE PROPUESTAS.
           OPEN I-O PROPUESTAS.
           IF FSPR <> 00
               CLOSE PROPUESTAS
               GO TO FIN.

           MOVE PL-PROGRAMA TO PRP-PROGRAMA.
           READ PROPUESTAS INVALID KEY
               MOVE "N" TO PRP-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO PRP-EXISTE-SW
           END-READ.
           IF PRP-EXISTE-SW = "N"
               INITIALIZE PROPUESTA-REG
               MOVE PL-PROGRAMA TO PRP-PROGRAMA
               MOVE "P"         TO PRP-MODO-SIGUIENTE
           END-IF.

           IF PL-FIJAR-MODO
               GO TO FIJAR-MODO.
           IF PL-INICIAR
               GO TO INICIAR.
           IF PL-CERRAR
               GO TO CERRAR-PREVIA.
           IF PL-SIN-PROPUESTA
               GO TO SIN-PROPUESTA.
           IF PL-ANOTADA
               GO TO MARCAR-ANOTADA.
           IF PL-CONSULTAR
               GO TO CONSULTAR.
           CLOSE PROPUESTAS.
           GO TO FIN.

      *> EL MODO PEDIDO VALE PARA LA SIGUIENTE EJECUCION DEL PROGRAMA
       FIJAR-MODO.
           MOVE PL-MODO TO PRP-MODO-SIGUIENTE.
           PERFORM GRABAR-CABECERA THRU GRABAR-CABECERA-FIN.
           CLOSE PROPUESTAS.
           MOVE "S" TO PL-RESULTADO.
           GO TO FIN.

       INICIAR.
           IF PRP-MODO-SIGUIENTE = "R"
               MOVE "R" TO PL-MODO
           ELSE
               MOVE "P" TO PL-MODO
           END-IF.
           MOVE PRP-ESTADO     TO PL-ESTADO.
           MOVE PRP-APUNTES    TO PL-APUNTES.
           MOVE PRP-CENT-TOTAL TO PL-CENT-TOTAL.
           MOVE "P" TO PRP-MODO-SIGUIENTE.
           PERFORM GRABAR-CABECERA THRU GRABAR-CABECERA-FIN.
           CLOSE PROPUESTAS.
           IF PL-MODO-REAL
               MOVE "S" TO PL-RESULTADO
               GO TO FIN.

           *> Previa: lo aprobado solo se conserva si la nueva previa
           *> del mismo periodo da los mismos totales
           MOVE PRP-PERIODO    TO ANT-PERIODO.
           MOVE PRP-ESTADO     TO ANT-ESTADO.
           MOVE PRP-APUNTES    TO ANT-APUNTES.
           MOVE PRP-CENT-TOTAL TO ANT-CENT-TOTAL.
           MOVE 0 TO PREVIA-APUNTES.
           MOVE 0 TO PREVIA-CENT-TOTAL.
           INITIALIZE TABLA-MAYORES.

           OPEN I-O PROPUESTAS-LINEAS CLOSE PROPUESTAS-LINEAS.
           OPEN I-O PROPUESTAS-LINEAS.
           IF FSPL <> 00
               CLOSE PROPUESTAS-LINEAS
               GO TO FIN.
           MOVE PL-PROGRAMA TO PRL-PROGRAMA.
           MOVE 0           TO PRL-SEC.
           START PROPUESTAS-LINEAS KEY NOT LESS THAN PRL-CLAVE
               INVALID KEY
                   GO TO LINEAS-BORRADAS
           END-START.
       BORRAR-LINEA.
           READ PROPUESTAS-LINEAS NEXT RECORD AT END
               GO TO LINEAS-BORRADAS.
           IF PRL-PROGRAMA NOT = PL-PROGRAMA
               GO TO LINEAS-BORRADAS.
           DELETE PROPUESTAS-LINEAS RECORD INVALID KEY
               CLOSE PROPUESTAS-LINEAS
               GO TO FIN.
           GO TO BORRAR-LINEA.
       LINEAS-BORRADAS.
           CLOSE PROPUESTAS-LINEAS.
           MOVE "S" TO PL-RESULTADO.
           GO TO FIN.

      *> UN APUNTE PROPUESTO; LOS CINCO MAYORES POR IMPORTE ABSOLUTO
      *> QUEDAN EN LA TABLA PARA LA CABECERA
       ANOTAR-LINEA.
           ADD 1 TO PREVIA-APUNTES.
           ADD PL-CENTIMOS TO PREVIA-CENT-TOTAL.

           OPEN I-O PROPUESTAS-LINEAS.
           IF FSPL <> 00
               CLOSE PROPUESTAS-LINEAS
               GO TO FIN.
           MOVE PL-PROGRAMA    TO PRL-PROGRAMA.
           MOVE PREVIA-APUNTES TO PRL-SEC.
           MOVE PL-PERIODO     TO PRL-PERIODO.
           MOVE PL-TARJETA     TO PRL-TARJETA.
           MOVE PL-TIPO        TO PRL-TIPO.
           MOVE PL-CENTIMOS    TO PRL-CENTIMOS.
           MOVE PL-CONCEPTO    TO PRL-CONCEPTO.
           WRITE PROPUESTA-LINEA-REG INVALID KEY
               CLOSE PROPUESTAS-LINEAS
               GO TO FIN.
           CLOSE PROPUESTAS-LINEAS.

           MOVE PL-CENTIMOS TO ABS-NUEVO.
           MOVE 1 TO IND-MENOR.
           MOVE TMY-CENT(1) TO ABS-MENOR.
           MOVE 2 TO IND-MAY.
       BUSCAR-MENOR-MAYOR.
           IF IND-MAY > 5
               GO TO SUSTITUIR-MENOR.
           MOVE TMY-CENT(IND-MAY) TO ABS-ENTRADA.
           IF ABS-ENTRADA < ABS-MENOR
               MOVE ABS-ENTRADA TO ABS-MENOR
               MOVE IND-MAY TO IND-MENOR.
           ADD 1 TO IND-MAY.
           GO TO BUSCAR-MENOR-MAYOR.
       SUSTITUIR-MENOR.
           IF ABS-NUEVO > ABS-MENOR
               MOVE PL-TARJETA  TO TMY-TARJETA(IND-MENOR)
               MOVE PL-CENTIMOS TO TMY-CENT(IND-MENOR).
           MOVE "S" TO PL-RESULTADO.
           GO TO FIN.

      *> CABECERA DE LA PREVIA Y RESUMEN PARA EL SUPERVISOR
       CERRAR-PREVIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE PL-PERIODO        TO PRP-PERIODO.
           COMPUTE PRP-FECHA-CALCULO = (ANO * 10000) + (MES * 100)
                                     + DIA.
           COMPUTE PRP-HORA-CALCULO = (HORAS * 100) + MINUTOS.
           MOVE PREVIA-APUNTES    TO PRP-APUNTES.
           MOVE PREVIA-CENT-TOTAL TO PRP-CENT-TOTAL.
           MOVE 1 TO IND-MAY.
       COPIAR-MAYOR.
           IF IND-MAY > 5
               GO TO FIJAR-ESTADO-PREVIA.
           MOVE TMY-TARJETA(IND-MAY) TO PRP-MAY-TARJETA(IND-MAY).
           MOVE TMY-CENT(IND-MAY)    TO PRP-MAY-CENT(IND-MAY).
           ADD 1 TO IND-MAY.
           GO TO COPIAR-MAYOR.
       FIJAR-ESTADO-PREVIA.
           MOVE 0 TO PRP-ANOT-APUNTES.
           MOVE 0 TO PRP-ANOT-CENT-TOTAL.
           IF PREVIA-APUNTES = 0
               MOVE 0 TO PRP-ESTADO
           ELSE
               IF ANT-ESTADO = 2 AND ANT-PERIODO = PL-PERIODO
                  AND ANT-APUNTES = PREVIA-APUNTES
                  AND ANT-CENT-TOTAL = PREVIA-CENT-TOTAL
                   MOVE 2 TO PRP-ESTADO
               ELSE
                   MOVE 1 TO PRP-ESTADO
                   MOVE 0 TO PRP-APROB-FECHA
                   MOVE 0 TO PRP-APROB-HORA
                   MOVE 0 TO PRP-APROB-OPERADOR
               END-IF
           END-IF.
           PERFORM GRABAR-CABECERA THRU GRABAR-CABECERA-FIN.
           CLOSE PROPUESTAS.
           MOVE PRP-ESTADO     TO PL-ESTADO.
           MOVE PRP-APUNTES    TO PL-APUNTES.
           MOVE PRP-CENT-TOTAL TO PL-CENT-TOTAL.

           PERFORM ESCRIBIR-RESUMEN THRU ESCRIBIR-RESUMEN-FIN.
           MOVE "S" TO PL-RESULTADO.
           GO TO FIN.

      *> NADA QUE PROPONER: LA PROPUESTA DE ESTE PERIODO, SI LA HAY,
      *> SE DEJA COMO ESTA
       SIN-PROPUESTA.
           IF PRP-EXISTE-SW = "S" AND PRP-PERIODO = PL-PERIODO
               GO TO SIN-PROPUESTA-FIN.
           MOVE PL-PERIODO TO PRP-PERIODO.
           MOVE 0 TO PRP-ESTADO.
           MOVE 0 TO PRP-APUNTES.
           MOVE 0 TO PRP-CENT-TOTAL.
           MOVE 1 TO IND-MAY.
       LIMPIAR-MAYOR.
           IF IND-MAY > 5
               GO TO SIN-PROPUESTA-GRABAR.
           MOVE 0 TO PRP-MAY-TARJETA(IND-MAY).
           MOVE 0 TO PRP-MAY-CENT(IND-MAY).
           ADD 1 TO IND-MAY.
           GO TO LIMPIAR-MAYOR.
       SIN-PROPUESTA-GRABAR.
           PERFORM GRABAR-CABECERA THRU GRABAR-CABECERA-FIN.
       SIN-PROPUESTA-FIN.
           CLOSE PROPUESTAS.
           MOVE PRP-ESTADO TO PL-ESTADO.
           MOVE "S" TO PL-RESULTADO.
           GO TO FIN.

      *> LA EJECUCION REAL TERMINO: SE GUARDA LO ANOTADO DE VERDAD
       MARCAR-ANOTADA.
           MOVE 4             TO PRP-ESTADO.
           MOVE PL-PERIODO    TO PRP-PERIODO.
           MOVE PL-APUNTES    TO PRP-ANOT-APUNTES.
           MOVE PL-CENT-TOTAL TO PRP-ANOT-CENT-TOTAL.
           PERFORM GRABAR-CABECERA THRU GRABAR-CABECERA-FIN.
           CLOSE PROPUESTAS.
           MOVE PRP-ESTADO TO PL-ESTADO.
           PERFORM ESCRIBIR-RESUMEN THRU ESCRIBIR-RESUMEN-FIN.
           MOVE "S" TO PL-RESULTADO.
           GO TO FIN.

       CONSULTAR.
           CLOSE PROPUESTAS.
           MOVE PRP-PERIODO    TO PL-PERIODO.
           MOVE PRP-ESTADO     TO PL-ESTADO.
           MOVE PRP-APUNTES    TO PL-APUNTES.
           MOVE PRP-CENT-TOTAL TO PL-CENT-TOTAL.
           MOVE "S" TO PL-RESULTADO.

       FIN.
           GOBACK.

       GRABAR-CABECERA.
           IF PRP-EXISTE-SW = "S"
               REWRITE PROPUESTA-REG INVALID KEY
                   CLOSE PROPUESTAS
                   GO TO FIN
               END-REWRITE
           ELSE
               WRITE PROPUESTA-REG INVALID KEY
                   CLOSE PROPUESTAS
                   GO TO FIN
               END-WRITE
               MOVE "S" TO PRP-EXISTE-SW
           END-IF.
       GRABAR-CABECERA-FIN.
           EXIT.

      *> RESUMEN DE LA PROPUESTA (O DE LO ANOTADO) EN EL INFORME:
      *> APUNTES, TOTAL Y MAYORES APUNTES
       ESCRIBIR-RESUMEN.
           *> El estado 05 (fichero OPTIONAL creado al abrirlo) no es
           *> un error
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO ESCRIBIR-RESUMEN-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE SPACES TO LINEA-INFORME.
           STRING "=== " DELIMITED BY SIZE
                  PRP-PROGRAMA DELIMITED BY SPACE
                  " - PERIODO " DELIMITED BY SIZE
                  PRP-PERIODO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF PL-ANOTADA
               GO TO RESUMEN-ANOTADA.

           EVALUATE PRP-ESTADO
               WHEN 0
                   MOVE "Previa sin apuntes: nada que aprobar"
                       TO TEXTO-ESTADO
               WHEN 2
                   MOVE "Previa igual a la aprobada: sigue aprobada"
                       TO TEXTO-ESTADO
               WHEN OTHER
                   MOVE "Previa pendiente de aprobacion"
                       TO TEXTO-ESTADO
           END-EVALUATE.
           MOVE TEXTO-ESTADO TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF ANT-ESTADO = 2 AND ANT-PERIODO = PL-PERIODO
              AND PRP-ESTADO NOT = 2
               MOVE "  Aprobacion anulada: los totales han cambiado"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           MOVE PRP-APUNTES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Apuntes propuestos: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE PRP-CENT-TOTAL TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total propuesto: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF PRP-APUNTES > 0
               MOVE "Mayores apuntes:" TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           MOVE 1 TO IND-MAY.
       RESUMEN-MAYOR.
           IF IND-MAY > 5
               GO TO RESUMEN-CIERRE.
           IF PRP-MAY-TARJETA(IND-MAY) = 0
               ADD 1 TO IND-MAY
               GO TO RESUMEN-MAYOR.
           MOVE PRP-MAY-CENT(IND-MAY) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Tarjeta " DELIMITED BY SIZE
                  PRP-MAY-TARJETA(IND-MAY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO IND-MAY.
           GO TO RESUMEN-MAYOR.

       RESUMEN-ANOTADA.
           MOVE PRP-ANOT-APUNTES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Propuesta anotada. Apuntes: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE PRP-ANOT-CENT-TOTAL TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total anotado: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF PRP-ANOT-APUNTES NOT = PRP-APUNTES
              OR PRP-ANOT-CENT-TOTAL NOT = PRP-CENT-TOTAL
               MOVE "  ATENCION: lo anotado no coincide con lo aprobado"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       RESUMEN-CIERRE.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORME.
       ESCRIBIR-RESUMEN-FIN.
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
