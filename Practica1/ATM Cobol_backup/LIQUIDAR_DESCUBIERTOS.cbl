       *> mes capitaliza lo acumulado como un cargo "Intereses de
       *> demora" en movimientos.ubd. El informe recoge la base y el
       *> devengo por cuenta, igual que hace el INFORME de
       *> LIQUIDAR_INTERESES. El registro de checkpoint comun
       *> (REGISTRO_CHECKPOINT) evita devengar dos veces el mismo dia
       *> y, si el batch cae a mitad de cuentas, el relanzamiento
       *> sigue tras la ultima cuenta devengada. La capitalizacion
       *> del mes lleva su propio registro por mes, de modo que se
       *> hace una sola vez aunque el batch se relance. Se ejecuta de
       *> forma independiente, normalmente dentro de la cadena
       *> nocturna.
       *> Por defecto se ejecuta en previa: el dia de la
       *> capitalizacion calcula los cargos sin tocar saldos ni
       *> devengos y los deja como propuesta para que el supervisor
       *> la apruebe (PROPUESTA_LIQUIDACION, GESTION_PROPUESTAS); solo
       *> carga cuando CADENA_NOCTURNA lo pide para una propuesta
       *> aprobada cuyos totales no cambian. Mientras la propuesta
       *> espera aprobacion tampoco se devenga: el dia no queda
       *> devengado y el saldo no cambia hasta que se anota.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       77 FSDE                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       *> Tasa de interes deudor diaria, guardada multiplicada por
       *> 100000 para no usar decimales (00013 = 0,013% diario)
       77 TASA-DEB-DIARIA-X100000  PIC 9(6) VALUE 000013.

       77 FECHA-ACTUAL             PIC  9(8).
       77 MES-ACTUAL-AAAAMM        PIC  9(6).
       77 MES-ANTERIOR-AAAAMM      PIC  9(6).
       77 CAPITALIZAR-SW           PIC  X(1) VALUE "N".

       77 CENT-SALDO-CTA           PIC S9(9).
       77 CENT-INTERES             PIC S9(9).

       77 CNT-DEVENGADAS           PIC  9(7) VALUE 0.
       77 CNT-CAPITALIZADAS        PIC  9(7) VALUE 0.
       77 CENT-TOTAL-CAPITAL       PIC S9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 BASE-ENT-EDIT            PIC -ZZZZZZZ9.
       77 INT-ENT-EDIT             PIC -ZZZZZZZ9.
       77 TOTAL-R                  PIC S9(9).
       77 TOTAL-R-DEC              PIC  9(2).

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
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE MES-ACTUAL-AAAAMM = (ANO * 100) + MES.
           IF MES = 1
               COMPUTE MES-ANTERIOR-AAAAMM = ((ANO - 1) * 100) + 12
           ELSE
               COMPUTE MES-ANTERIOR-AAAAMM = MES-ACTUAL-AAAAMM - 1
           END-IF.

       LEER-PARAMETROS-TASA.
           OPEN I-O PARAMETROS.

           CLOSE PARAMETROS.

       MODO-EJECUCION.
           *> Previa, salvo que CADENA_NOCTURNA haya pedido la
           *> anotacion de la propuesta aprobada
           MOVE "I" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.

       CHECKPOINT-OPEN.
           *> Un dia ya devengado no se devenga dos veces
           MOVE "C"                     TO PCK-OPERACION.
           MOVE "LIQUIDAR_DESCUBIERTOS" TO PCK-PROGRAMA.
           MOVE FECHA-ACTUAL            TO PCK-FECHA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.
           IF PCK-SITUACION = "T" AND MODO-PREVIA
               GO TO SIN-PROPUESTA.
           IF PCK-SITUACION = "T"
               GO TO YA-DEVENGADO.
           IF MODO-PREVIA
               GO TO CAPITALIZACION-PREVIA.

           *> Primera ejecucion del mes: antes del devengo de hoy se
           *> capitaliza lo acumulado del mes anterior, siempre que
           *> el batch ya corriera ese mes (sin historia no hay nada
           *> acumulado). Una capitalizacion que cayo a medias se
           *> repite: los devengos ya capitalizados estan a cero
           MOVE "I"                     TO PCK-OPERACION.
           MOVE "LIQUIDAR_DESCUB_MES"   TO PCK-PROGRAMA.
           MOVE MES-ACTUAL-AAAAMM       TO PCK-FECHA.
           MOVE 1                       TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.
           IF PCK-SITUACION = "R"
               MOVE "S" TO CAPITALIZAR-SW.
           IF PCK-SITUACION = "N"
               MOVE "C"                 TO PCK-OPERACION
               MOVE MES-ANTERIOR-AAAAMM TO PCK-FECHA
               CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT
               IF PCK-RESULTADO NOT = "S"
                   GO TO FIN
               END-IF
               IF PCK-SITUACION NOT = "N"
                   MOVE "S" TO CAPITALIZAR-SW
               ELSE
                   PERFORM TERMINAR-CAPITALIZACION
                       THRU TERMINAR-CAPITALIZACION-FIN
               END-IF
           END-IF.

       INFORME-OPEN.
           IF FSDE <> 00
               GO TO FIN.

           IF CAPITALIZAR-SW = "S" AND MODO-PREVIA
               PERFORM PROPONER-CAPITALIZACION
                   THRU PROPONER-CAPITALIZACION-FIN
               MOVE "Z" TO PPR-OPERACION
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
               GO TO FIN.

           IF CAPITALIZAR-SW = "S"
               PERFORM CAPITALIZAR-DEVENGOS
                   THRU CAPITALIZAR-DEVENGOS-FIN
               PERFORM TERMINAR-CAPITALIZACION
                   THRU TERMINAR-CAPITALIZACION-FIN
               MOVE "X" TO PPR-OPERACION
               MOVE CNT-CAPITALIZADAS TO PPR-APUNTES
               COMPUTE PPR-CENT-TOTAL = - CENT-TOTAL-CAPITAL
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.

       DEVENGO-CHECKPOINT.
           *> Devengo del dia: si cayo a medias se sigue tras la
           *> ultima cuenta grabada y los totales del informe
           *> continuan. Al apuntar en devengos se graba cada cuenta
           MOVE "I"                     TO PCK-OPERACION.
           MOVE "LIQUIDAR_DESCUBIERTOS" TO PCK-PROGRAMA.
           MOVE FECHA-ACTUAL            TO PCK-FECHA.
           MOVE 1                       TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.
           IF PCK-SITUACION = "R"
               MOVE PCK-CONTADOR(1) TO CNT-DEVENGADAS
               MOVE PCK-CONTADOR(2) TO CNT-CAPITALIZADAS.

       CUENTAS-OPEN.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN.

           *> Relanzamiento: se sigue tras la ultima cuenta grabada
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:17) TO CTA-CLAVE
               START CUENTAS KEY IS > CTA-CLAVE INVALID KEY
                   GO TO DIA-DEVENGADO
               END-START
           END-IF.

       LEER-CUENTAS.
           READ CUENTAS NEXT RECORD AT END GO TO DIA-DEVENGADO.

           IF CTA-SALDO-ENT >= 0
               GO TO LEER-CUENTAS.
           *> Lo dispuesto de una cuenta de credito no es descubierto:
           *> sus intereses los carga LIQUIDAR_CREDITO sobre el aplazado
           IF CTA-CREDITO
               GO TO LEER-CUENTAS.

           COMPUTE CENT-SALDO-CTA =
               - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CTA-CLAVE TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.

           GO TO LEER-CUENTAS.

       *> TODAS LAS CUENTAS RECORRIDAS: EL DIA QUEDA DEVENGADO
       DIA-DEVENGADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       *> CAPITALIZA LOS DEVENGOS ACUMULADOS DEL MES ANTERIOR COMO
       *> CARGOS "Intereses de demora" Y LOS PONE A CERO
       CAPITALIZAR-DEVENGOS.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN.

           ADD DEV-CENT-ACUM TO CENT-TOTAL-CAPITAL.
           MOVE 0 TO DEV-CENT-ACUM.
           REWRITE DEVENGO-REG INVALID KEY GO TO FIN.

       CAPITALIZAR-DEVENGOS-FIN.
           EXIT.

      *> PREVIA DE LA CAPITALIZACION: LOS CARGOS VAN A LA PROPUESTA Y
      *> LOS DEVENGOS SE QUEDAN COMO ESTAN
       PROPONER-CAPITALIZACION.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PROPONER-CAPITALIZACION-FIN.

       LEER-DEVENGO-PREVIA.
           READ DEVENGOS NEXT RECORD AT END
               GO TO CIERRE-PROPUESTA-CAPITAL.

           IF DEV-CENT-ACUM = 0
               GO TO LEER-DEVENGO-PREVIA.

           MOVE DEV-TARJETA TO CTA-TARJETA.
           MOVE DEV-TIPO    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               GO TO LEER-DEVENGO-PREVIA.

           MOVE "L"         TO PPR-OPERACION.
           MOVE DEV-TARJETA TO PPR-TARJETA.
           MOVE DEV-TIPO    TO PPR-TIPO.
           COMPUTE PPR-CENTIMOS = - DEV-CENT-ACUM.
           MOVE MSJ-DEMORA  TO PPR-CONCEPTO.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           ADD 1 TO CNT-CAPITALIZADAS.
           ADD DEV-CENT-ACUM TO CENT-TOTAL-CAPITAL.

           GO TO LEER-DEVENGO-PREVIA.

       CIERRE-PROPUESTA-CAPITAL.
           CLOSE CUENTAS.

       PROPONER-CAPITALIZACION-FIN.
           EXIT.

      *> LA PREVIA NO TOCA LOS CHECKPOINTS: SOLO HAY PROPUESTA EL
      *> PRIMER DIA DEL MES CON CAPITALIZACION PENDIENTE Y SIN
      *> EMPEZAR; SI YA SE HIZO, SE ESTA HACIENDO O NO HAY HISTORIA
      *> DEL MES ANTERIOR, EL DEVENGO DIARIO NO NECESITA APROBACION
       CAPITALIZACION-PREVIA.
           MOVE "C"                     TO PCK-OPERACION.
           MOVE "LIQUIDAR_DESCUB_MES"   TO PCK-PROGRAMA.
           MOVE MES-ACTUAL-AAAAMM       TO PCK-FECHA.
           MOVE 1                       TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.
           IF PCK-SITUACION NOT = "N"
               GO TO SIN-PROPUESTA.
           MOVE MES-ANTERIOR-AAAAMM     TO PCK-FECHA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.
           IF PCK-SITUACION = "N"
               GO TO SIN-PROPUESTA.
           MOVE "S" TO CAPITALIZAR-SW.
           GO TO INFORME-OPEN.

       SIN-PROPUESTA.
           MOVE "N" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           GO TO FIN.

       YA-DEVENGADO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "=== LIQUIDAR_DESCUBIERTOS - DIA YA DEVENGADO "
           CLOSE DEVENGOS.

           IF FSINF = 00
               IF MODO-PREVIA
                   MOVE "PREVIA: calculado sin cargar, para aprobacion"
                       TO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               MOVE CNT-DEVENGADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuentas con devengo del dia: "
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
           MOVE CNT-DEVENGADAS    TO PCK-CONTADOR(1).
           MOVE CNT-CAPITALIZADAS TO PCK-CONTADOR(2).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       *> LA CAPITALIZACION DEL MES QUEDA HECHA
       TERMINAR-CAPITALIZACION.
           MOVE "T"                   TO PCK-OPERACION.
           MOVE "LIQUIDAR_DESCUB_MES" TO PCK-PROGRAMA.
           MOVE MES-ACTUAL-AAAAMM     TO PCK-FECHA.
           MOVE CNT-CAPITALIZADAS     TO PCK-CONTADOR(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.
       TERMINAR-CAPITALIZACION-FIN.
           EXIT.


      *> PETICION A PROPUESTA_LIQUIDACION PARA EL PERIODO EN CURSO
       LLAMAR-PROPUESTA.
           MOVE "LIQUIDAR_DESCUBIERTOS" TO PPR-PROGRAMA.
           MOVE MES-ACTUAL-AAAAMM TO PPR-PERIODO.
           CALL "PROPUESTA_LIQUIDACION" USING PETICION-PROPUESTA.
           IF PPR-RESULTADO NOT = "S"
               GO TO FIN.
       LLAMAR-PROPUESTA-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA
