       *> Programa batch que cobra la cuota de mantenimiento mensual
       *> de las cuentas corrientes. Se ejecuta de forma independiente
       *> (no se llama desde el menu del cajero), normalmente una vez
       *> al mes. Si el cobro se corta a medias, el relanzamiento
       *> sigue tras la ultima cuenta tratada (REGISTRO_CHECKPOINT).
       *> Por defecto se ejecuta en previa: calcula las cuotas sin
       *> tocar saldos y las deja como propuesta para que el
       *> supervisor la apruebe (PROPUESTA_LIQUIDACION,
       *> GESTION_PROPUESTAS); solo cobra cuando CADENA_NOCTURNA lo
       *> pide para una propuesta aprobada cuyos totales no cambian.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.
               88 CUENTA-CERRADA    VALUE 3.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_mantenimiento.ubd".
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 FSP                      PIC  X(2).

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

       *> Cuota de mantenimiento mensual de cuenta corriente, en
       *> centimos, para no usar decimales
       77 CENT-CUOTA-MANTENIMIENTO PIC 9(7) VALUE 0000300.

       77 PERIODO-ACTUAL           PIC  9(6).

       77 CENT-SALDO-CTA           PIC S9(9).
       77 CENT-LIMITE-CTA          PIC S9(9).

           CLOSE PARAMETROS.

       MODO-EJECUCION.
           *> Previa, salvo que CADENA_NOCTURNA haya pedido la
           *> anotacion de la propuesta aprobada
           MOVE "I" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.

       CHECKPOINT-OPEN.
           IF MODO-PREVIA
               GO TO CHECKPOINT-PREVIA.

           *> El checkpoint va por periodo (anyo+mes), ya que este
           *> batch es mensual: si ya se cobro este periodo no se
           *> vuelve a cobrar aunque se ejecute varias veces en el
           *> mismo mes; si se corto a medias se sigue tras la ultima
           *> cuenta tratada con los totales que llevaba
           MOVE "I"                  TO PCK-OPERACION.
           MOVE "COBRAR_MANTENIMIENTO" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL       TO PCK-FECHA.
           MOVE 1                    TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO YA-COBRADO.
           MOVE PCK-CONTADOR(1) TO CNT-ENCONTRADAS.
           MOVE PCK-CONTADOR(2) TO CNT-COBRADAS.
           MOVE PCK-CONTADOR(3) TO CNT-SIN-FONDOS.
           MOVE PCK-CONTADOR(4) TO CNT-INACTIVAS.
           MOVE PCK-IMPORTE(1)  TO CENT-TOTAL-COBRADO.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR MES
           IF FSC <> 00
               GO TO FIN-ERROR.

           *> Relanzamiento: se sigue tras la ultima cuenta grabada
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:17) TO CTA-CLAVE
               START CUENTAS KEY IS > CTA-CLAVE INVALID KEY
                   GO TO PERIODO-COBRADO
               END-START
           END-IF.

       LEER-CUENTAS.
           READ CUENTAS NEXT RECORD AT END GO TO PERIODO-COBRADO.

           IF NOT CTA-CORRIENTE
               GO TO LEER-CUENTAS.
               ADD 1 TO CNT-INACTIVAS
               GO TO LEER-CUENTAS.

           *> Las cuentas canceladas (ver GESTION_CIERRES) ya tienen
           *> la cuota liquidada hasta el dia del cierre
           IF CUENTA-CERRADA
               GO TO LEER-CUENTAS.

           ADD 1 TO CNT-ENCONTRADAS.
           MOVE CTA-CLAVE TO PCK-ULTIMA-CLAVE.

           *> Se pasa el saldo a centimos con signo, igual que el
           *> resto de calculos de saldo de este sistema
           IF (CENT-SALDO-CTA - CENT-CUOTA-MANTENIMIENTO) <
                   (- CENT-LIMITE-CTA)
               ADD 1 TO CNT-SIN-FONDOS
               GO TO CUENTA-TRATADA.

           IF MODO-PREVIA
               PERFORM PROPONER-CUOTA THRU PROPONER-CUOTA-FIN
               GO TO CUENTA-TRATADA.

           PERFORM COBRAR-CUOTA THRU COBRAR-CUOTA.

       CUENTA-TRATADA.
           IF MODO-PREVIA
               GO TO LEER-CUENTAS.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-CUENTAS.

       COBRAR-CUOTA.

           ADD 1 TO CNT-COBRADAS.

      *> PREVIA: LA CUOTA DE LA CUENTA VA A LA PROPUESTA EN VEZ DE A
      *> MOVIMIENTOS; LOS TOTALES DEL INFORME SE LLEVAN IGUAL
       PROPONER-CUOTA.
           ADD CENT-CUOTA-MANTENIMIENTO TO CENT-TOTAL-COBRADO.
           ADD 1 TO CNT-COBRADAS.
           MOVE "L"         TO PPR-OPERACION.
           MOVE CTA-TARJETA TO PPR-TARJETA.
           MOVE CTA-TIPO    TO PPR-TIPO.
           COMPUTE PPR-CENTIMOS = - CENT-CUOTA-MANTENIMIENTO.
           MOVE MSJ-CUOTA-MANTENIMIENTO TO PPR-CONCEPTO.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
       PROPONER-CUOTA-FIN.
           EXIT.

       YA-COBRADO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "=== COBRAR_MANTENIMIENTO - PERIODO YA COBRADO "

           GO TO FIN.

      *> LA PREVIA NO TOCA EL CHECKPOINT: SOLO MIRA SI EL PERIODO YA
      *> SE COBRO O SE ESTA COBRANDO, Y ENTONCES NO HAY PROPUESTA
       CHECKPOINT-PREVIA.
           MOVE "C"                  TO PCK-OPERACION.
           MOVE "COBRAR_MANTENIMIENTO" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL       TO PCK-FECHA.
           MOVE 1                    TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "N"
               GO TO INFORME-OPEN.
           MOVE "N" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           IF PCK-SITUACION = "T"
               GO TO YA-COBRADO.
           GO TO FIN.

      *> TODAS LAS CUENTAS RECORRIDAS: EL CHECKPOINT DEL PERIODO
      *> QUEDA TERMINADO CON LOS TOTALES FINALES. EN PREVIA SE CIERRA
      *> LA PROPUESTA; EN REAL SE DEJA CONSTANCIA DE LO ANOTADO
       PERIODO-COBRADO.
           IF MODO-PREVIA
               MOVE "Z" TO PPR-OPERACION
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
               GO TO FIN.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           MOVE "X" TO PPR-OPERACION.
           MOVE CNT-COBRADAS TO PPR-APUNTES.
           COMPUTE PPR-CENT-TOTAL = - CENT-TOTAL-COBRADO.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               IF MODO-PREVIA
                   MOVE "PREVIA: calculado sin cobrar, para aprobacion"
                       TO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF

               MOVE CNT-ENCONTRADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
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
           MOVE CNT-ENCONTRADAS    TO PCK-CONTADOR(1).
           MOVE CNT-COBRADAS       TO PCK-CONTADOR(2).
           MOVE CNT-SIN-FONDOS     TO PCK-CONTADOR(3).
           MOVE CNT-INACTIVAS      TO PCK-CONTADOR(4).
           MOVE CENT-TOTAL-COBRADO TO PCK-IMPORTE(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.


      *> PETICION A PROPUESTA_LIQUIDACION PARA EL PERIODO EN CURSO
       LLAMAR-PROPUESTA.
           MOVE "COBRAR_MANTENIMIENTO" TO PPR-PROGRAMA.
           MOVE PERIODO-ACTUAL TO PPR-PERIODO.
           CALL "PROPUESTA_LIQUIDACION" USING PETICION-PROPUESTA.
           IF PPR-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
       LLAMAR-PROPUESTA-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA. ASI
