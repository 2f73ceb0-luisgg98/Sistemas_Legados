       *> El nombre de la entidad benefica sale de textos.ubd (id 341
       *> ES) y viaja en la referencia del movimiento para que
       *> ESTADOS_CUENTA pueda nombrarla en el extracto. La
       *> proteccion mensual y el rearranque a mitad de fichero van
       *> en el registro de checkpoint comun (REGISTRO_CHECKPOINT,
       *> clave programa + periodo): se graba cada libro tratado y al
       *> relanzar se sigue tras el ultimo con los totales del
       *> informe. Forma parte del plan de CADENA_NOCTURNA.
       *> Por defecto se ejecuta en previa: calcula las donaciones
       *> sin tocar saldos ni redondeos y las deja como propuesta para
       *> que el supervisor la apruebe (PROPUESTA_LIQUIDACION,
       *> GESTION_PROPUESTAS); solo dona cuando CADENA_NOCTURNA lo
       *> pide para una propuesta aprobada cuyos totales no cambian.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSTXO                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

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

       *> Previa y aprobacion de la liquidacion del mes (ver
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

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
           *> Batch mensual: el periodo es anyo+mes
           COMPUTE PERIODO-ACTUAL = (ANO * 100) + MES.

       MODO-EJECUCION.
           *> Previa, salvo que CADENA_NOCTURNA haya pedido la
           *> anotacion de la propuesta aprobada
           MOVE "I" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.

       CHECKPOINT-OPEN.
           IF MODO-PREVIA
               GO TO CHECKPOINT-PREVIA.

           *> Un periodo terminado no se dona dos veces; uno que cayo a
           *> medias sigue tras el ultimo libro grabado
           MOVE "I"               TO PCK-OPERACION.
           MOVE "DONAR_REDONDEOS" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL    TO PCK-FECHA.
           MOVE 1                 TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO YA-DONADO.

           MOVE PCK-CONTADOR(1) TO CNT-ADHERIDOS.
           MOVE PCK-CONTADOR(2) TO CNT-DONADOS.
           MOVE PCK-CONTADOR(3) TO CNT-SIN-SALDO.
           MOVE PCK-IMPORTE(1)  TO CENT-TOTAL-DONADO.

       LEER-PARAMETROS-CARIDAD.
           OPEN I-O PARAMETROS.
           IF FSRD <> 00
               GO TO FIN-ERROR.

           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:16) TO RDO-TARJETA
               START REDONDEOS KEY IS > RDO-TARJETA INVALID KEY
                   GO TO PERIODO-DONADO
               END-START
           END-IF.

       LEER-REDONDEOS.
           READ REDONDEOS NEXT RECORD AT END GO TO PERIODO-DONADO.

           IF RDO-CENT-ACUMULADO = 0
               GO TO LEER-REDONDEOS.
           ADD 1 TO CNT-ADHERIDOS.

           PERFORM DONAR-ACUMULADO THRU DONAR-ACUMULADO-FIN.
           IF MODO-PREVIA
               GO TO LEER-REDONDEOS.

           MOVE RDO-TARJETA TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-REDONDEOS.

      *> LA PREVIA NO TOCA EL CHECKPOINT: SOLO MIRA SI EL PERIODO YA
      *> SE DONO O SE ESTA DONANDO, Y ENTONCES NO HAY PROPUESTA
       CHECKPOINT-PREVIA.
           MOVE "C"               TO PCK-OPERACION.
           MOVE "DONAR_REDONDEOS" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL    TO PCK-FECHA.
           MOVE 1                 TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "N"
               GO TO LEER-PARAMETROS-CARIDAD.
           MOVE "N" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           IF PCK-SITUACION = "T"
               GO TO YA-DONADO.
           GO TO FIN.

      *> TODOS LOS LIBROS RECORRIDOS: EL PERIODO QUEDA DONADO. EN
      *> PREVIA SE CIERRA LA PROPUESTA; EN REAL SE DEJA CONSTANCIA DE
      *> LO ANOTADO
       PERIODO-DONADO.
           IF MODO-PREVIA
               MOVE "Z" TO PPR-OPERACION
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
               GO TO FIN.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           MOVE "X" TO PPR-OPERACION.
           MOVE CNT-DONADOS TO PPR-APUNTES.
           COMPUTE PPR-CENT-TOTAL = - CENT-TOTAL-DONADO.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           GO TO FIN.

       DONAR-ACUMULADO.
           MOVE RDO-CENT-ACUMULADO TO CENT-DONACION.

               WRITE LINEA-INFORME
               GO TO DONAR-ACUMULADO-FIN.

           *> En previa el cargo al cliente va a la propuesta; el abono
           *> a la cuenta benefica es su contrapartida
           IF MODO-PREVIA
               MOVE "L"          TO PPR-OPERACION
               MOVE RDO-TARJETA  TO PPR-TARJETA
               MOVE 1            TO PPR-TIPO
               COMPUTE PPR-CENTIMOS = - CENT-DONACION
               MOVE MSJ-DONACION TO PPR-CONCEPTO
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
               ADD 1 TO CNT-DONADOS
               ADD CENT-DONACION TO CENT-TOTAL-DONADO
               GO TO DONAR-ACUMULADO-FIN.

           *> Cargo al cliente en un unico movimiento
           MOVE RDO-TARJETA TO TARJETA-MOVIMIENTO.
           COMPUTE CENT-MOV = - CENT-DONACION.
           EXIT.

       YA-DONADO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "=== DONAR_REDONDEOS - PERIODO YA DONADO "
               DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               IF MODO-PREVIA
                   MOVE "PREVIA: calculado sin donar, para aprobacion"
                       TO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF

               MOVE CNT-ADHERIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME

           GOBACK.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-ADHERIDOS     TO PCK-CONTADOR(1).
           MOVE CNT-DONADOS       TO PCK-CONTADOR(2).
           MOVE CNT-SIN-SALDO     TO PCK-CONTADOR(3).
           MOVE CENT-TOTAL-DONADO TO PCK-IMPORTE(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.


      *> PETICION A PROPUESTA_LIQUIDACION PARA EL PERIODO EN CURSO
       LLAMAR-PROPUESTA.
           MOVE "DONAR_REDONDEOS" TO PPR-PROGRAMA.
           MOVE PERIODO-ACTUAL TO PPR-PERIODO.
           CALL "PROPUESTA_LIQUIDACION" USING PETICION-PROPUESTA.
           IF PPR-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
       LLAMAR-PROPUESTA-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA.
