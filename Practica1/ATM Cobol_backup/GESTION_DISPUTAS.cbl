       *>     movimiento real, tambien referenciado al caso)
       *> El informe de antiguedad de casos abiertos lo da
       *> INFORME_DISPUTAS. Cada paso deja su evento en seguridad.ubd
       *> con el operador firmado. Un abono o retrocesion que caeria
       *> en un mes ya cerrado en contabilidad (ver PERIODO_CONTABLE)
       *> se anota en la primera fecha abierta como ajuste de periodo
       *> anterior.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 HASH-CLARO-OPE            PIC   9(6).
       77 HASH-SALT-OPE             PIC   9(6).
       77 HASH-RESULT-OPE           PIC   9(9).
       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).
       77 EVENTO-TIPO               PIC  X(20).
       77 LAST-SEG-NUM              PIC  9(35).
       77 TARJETA-EVENTO            PIC  9(16).
       *> LADO DEL APUNTE DISPUTADO: LOS DEL LADO AHORRO LLEVAN LA
       *> MARCA AHO EN LA COLA DE LA REFERENCIA (VER
       *> CONCILIAR_CUENTAS) Y EL ABONO O LA RETROCESION DEBEN IR A
       *> LA MISMA CUENTA Y CON LA MISMA MARCA; IGUAL LOS DE LA
       *> CUENTA DE CREDITO, CON LA MARCA CRE
       77 LADO-AHORRO-SW            PIC  X(1).
       77 LADO-CREDITO-SW           PIC  X(1).
       77 REFERENCIA-DIS            PIC  X(30).
       77 MSJ-ABONO-PROV            PIC X(35)
           VALUE "Abono provisional disputa".
       77 MSJ-RETROCESO             PIC X(35)
           VALUE "Retrocesion abono disputa".

       *> Mes contable cerrado: el apunte va a la primera fecha
       *> abierta (ver PERIODO_CONTABLE)
       01 PETICION-PERIODO.
           02 PPC-OPERACION         PIC  X(1).
           02 PPC-FECHA-ORIGINAL    PIC  9(8).
           02 PPC-FECHA-APUNTE      PIC  9(8).
           02 PPC-AJUSTE            PIC  X(1).
           02 PPC-MOV-NUM           PIC  9(35).
           02 PPC-TARJETA           PIC  9(16).
           02 PPC-CENTIMOS          PIC S9(11).
           02 PPC-CONCEPTO          PIC  X(35).
           02 PPC-PROGRAMA          PIC  X(20).
           02 PPC-RESULTADO         PIC  X(1).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
           ELSE
               MOVE 1 TO CTA-TIPO
           END-IF.
           IF LADO-CREDITO-SW = "S"
               MOVE 3 TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           IF CTA-SALDO-ENT < 0
           END-READ.
           CLOSE SECUENCIAS.

           *> En un mes ya cerrado en contabilidad el apunte se
           *> anota en la primera fecha abierta
           MOVE "F" TO PPC-OPERACION.
           COMPUTE PPC-FECHA-ORIGINAL = (ANO * 10000) + (MES * 100)
                                      + DIA.
           CALL "PERIODO_CONTABLE" USING PETICION-PERIODO.
           IF PPC-RESULTADO NOT = "S"
               GO TO PSYS-ERR.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM       TO MOV-NUM.
           MOVE TARJETA-MOVIMIENTO TO MOV-TARJETA.
           MOVE PPC-FECHA-APUNTE(1:4) TO MOV-ANO.
           MOVE PPC-FECHA-APUNTE(5:2) TO MOV-MES.
           MOVE PPC-FECHA-APUNTE(7:2) TO MOV-DIA.
           MOVE HORAS              TO MOV-HOR.
           MOVE MINUTOS            TO MOV-MIN.
           MOVE SEGUNDOS           TO MOV-SEG.
           MOVE REFERENCIA-DIS TO MOV-REFERENCIA.
           IF LADO-AHORRO-SW = "S"
               MOVE "AHO" TO MOV-REFERENCIA(28:3).
           IF LADO-CREDITO-SW = "S"
               MOVE "CRE" TO MOV-REFERENCIA(28:3).
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           IF PPC-AJUSTE = "S"
               MOVE "A"                TO PPC-OPERACION
               MOVE LAST-MOV-NUM       TO PPC-MOV-NUM
               MOVE TARJETA-MOVIMIENTO TO PPC-TARJETA
               MOVE CENT-MOV           TO PPC-CENTIMOS
               MOVE MOV-CONCEPTO       TO PPC-CONCEPTO
               MOVE "GESTION_DISPUTAS" TO PPC-PROGRAMA
               CALL "PERIODO_CONTABLE" USING PETICION-PERIODO
           END-IF.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           *> Operador deshabilitado o con la clave caducada (ver
           *> ACCESO_OPERADOR); la firma queda anotada si entra
           MOVE "F"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               CLOSE OPERADORES
               GO TO FIRMA-ACCESO-ERR.

           MOVE OPE-ID  TO OPERADOR-SESION.
           MOVE OPE-ROL TO ROL-SESION.
           CLOSE OPERADORES.
           ELSE
               GO TO FIRMA-ERR-ENTER.

      *> LA CLAVE CADUCADA LA CAMBIA EL PROPIO OPERADOR AL FIRMAR EN
      *> GESTION_OPERADORES; EL DESHABILITADO LO REHABILITA UN
      *> SUPERVISOR PONIENDOLE CLAVE NUEVA
       FIRMA-ACCESO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF PAC-RESULTADO = "C"
               DISPLAY "Clave caducada: cambiela en Operadores"
                   AT LINE 9 COL 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "Operador deshabilitado"
                   AT LINE 9 COL 29
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO FIRMA-ERR-ENTER.

      *> EL EVENTO SE DEJA EN EVENTO-TIPO Y LA TARJETA EN
      *> TARJETA-EVENTO ANTES DE HACER ESTE PERFORM
       REGISTRAR-EVENTO-SEGURIDAD.
      *> MIRA LA MARCA AHO DE LA COLA DE SU REFERENCIA
       DETERMINAR-LADO.
           MOVE "N" TO LADO-AHORRO-SW.
           MOVE "N" TO LADO-CREDITO-SW.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 00
                   IF MOV-REFERENCIA(28:3) = "AHO"
                       MOVE "S" TO LADO-AHORRO-SW
                   END-IF
                   IF MOV-REFERENCIA(28:3) = "CRE"
                       MOVE "S" TO LADO-CREDITO-SW
                   END-IF
                   CLOSE F-MOVIMIENTOS
                   GO TO DETERMINAR-LADO-FIN
               END-READ
                   IF HIS-REFERENCIA(28:3) = "AHO"
                       MOVE "S" TO LADO-AHORRO-SW
                   END-IF
                   IF HIS-REFERENCIA(28:3) = "CRE"
                       MOVE "S" TO LADO-CREDITO-SW
                   END-IF
               END-READ
           END-IF.
           CLOSE HISTORICO.
