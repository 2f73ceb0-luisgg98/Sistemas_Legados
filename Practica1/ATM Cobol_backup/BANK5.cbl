           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL SOSPECHOSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOS-NUM
           FILE STATUS IS FSSP.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

       *> Billetes que el modulo de ingreso aparta como sospechosos
       *> de falsedad, uno por ingreso (ver ENVIAR_SOSPECHOSOS y
       *> RESULTADO_SOSPECHOSOS)
       FD SOSPECHOSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sospechosos.ubd".
       01 SOSPECHOSO-REG.
           02 SOS-NUM               PIC  9(9).
           02 SOS-TARJETA           PIC 9(16).
           02 SOS-CUENTA            PIC 9(16).
           02 SOS-MOV-NUM           PIC 9(35).
           02 SOS-TERMINAL          PIC  9(3).
           02 SOS-FECHA             PIC  9(8).
           02 SOS-HORA              PIC  9(6).
           02 SOS-BILLETES.
               03 SOS-B5            PIC  9(3).
               03 SOS-B10           PIC  9(3).
               03 SOS-B20           PIC  9(3).
               03 SOS-B50           PIC  9(3).
               03 SOS-B100          PIC  9(3).
               03 SOS-B200          PIC  9(3).
           02 SOS-CENT              PIC  9(9).
           02 SOS-MODO              PIC  9(1).
               88 SOS-ABONO-PROVISIONAL VALUE 1.
               88 SOS-ABONO-RETENIDO    VALUE 2.
           02 SOS-RET-NUM           PIC  9(9).
           02 SOS-ESTADO            PIC  9(1).
               88 SOS-PENDIENTE-ENVIO VALUE 1.
               88 SOS-ENVIADO         VALUE 2.
               88 SOS-AUTENTICO       VALUE 3.
               88 SOS-FALSO           VALUE 4.
           02 SOS-FECHA-ENVIO       PIC  9(8).
           02 SOS-FECHA-RESOL       PIC  9(8).
           02 SOS-CENT-FALSO        PIC  9(9).

       WORKING-STORAGE SECTION.
       *> Traza unica de la operacion (ver CONSULTA_TRAZA): todos
       *> los registros que deja la misma operacion cuelgan de ella
       77 UNIDADES-APTAS            PIC   9(7).
       77 UNIDADES-RECHAZADAS       PIC   9(7).
       77 RCL-EXISTE-SW             PIC   X(1).
       *> Billetes sospechosos: el modulo de ingreso aparta
       *> SOSPECHAPCT por ciento de cada denominacion; el importe
       *> apartado se abona de forma provisional (SOSPECHAMODO 1) o
       *> se abona retenido hasta la autenticacion (SOSPECHAMODO 2)
       77 FSSP                      PIC   X(2).
       77 PCT-SOSPECHA              PIC   9(3) VALUE 0.
       77 MODO-SOSPECHA             PIC   9(1) VALUE 2.
       77 SOSP5-USUARIO             PIC   9(3).
       77 SOSP10-USUARIO            PIC   9(3).
       77 SOSP20-USUARIO            PIC   9(3).
       77 SOSP50-USUARIO            PIC   9(3).
       77 SOSP100-USUARIO           PIC   9(3).
       77 SOSP200-USUARIO           PIC   9(3).
       77 UNIDADES-SOSPECHA-W       PIC   9(7).
       77 CENT-SOSPECHOSO           PIC   9(9).
       77 CENT-A-RETENER            PIC   9(9).
       77 LAST-SOS-NUM              PIC   9(9).
       77 SOSPECHA-HECHA-SW         PIC   X(1).
       77 EUR-SOSPECHOSO            PIC   9(7).
       *> Protocolo comun de bloqueo por cuenta: antes del
       *> leer-actualizar-reescribir de cuentas.ubd se toma el
       *> bloqueo con terminal y hora; un bloqueo mas viejo que
           MOVE "N" TO RETENCION-HECHA-SW.
           PERFORM LEER-UMBRAL-RETENCION
               THRU LEER-UMBRAL-RETENCION.
           PERFORM CALCULAR-SOSPECHOSOS
               THRU CALCULAR-SOSPECHOSOS-FIN.
           


           *> billetes aptos alimentan la posicion de dispensacion y
           *> los rechazados la de deposito (denominacion + 500); en
           *> un terminal sin reciclador todo cae al deposito, que es
           *> lo que pasa fisicamente con el buzon. Los sospechosos no
           *> van a ninguna de las dos: quedan apartados bajo la
           *> denominacion + 800 hasta su envio al banco central.
           PERFORM CONSULTAR-RECICLAJE
               THRU CONSULTAR-RECICLAJE-FIN.

               GO TO PSYS-ERR.

           MOVE 5 TO DENOM-INGRESO-W.
           COMPUTE UNIDADES-INGRESO-W = EUR5-USUARIO - SOSP5-USUARIO.
           PERFORM SUMAR-INGRESO-DENOM
               THRU SUMAR-INGRESO-DENOM-FIN.
           MOVE SOSP5-USUARIO TO UNIDADES-SOSPECHA-W.
           PERFORM APARTAR-SOSPECHOSOS
               THRU APARTAR-SOSPECHOSOS-FIN.

           MOVE 10 TO DENOM-INGRESO-W.
           COMPUTE UNIDADES-INGRESO-W = EUR10-USUARIO - SOSP10-USUARIO.
           PERFORM SUMAR-INGRESO-DENOM
               THRU SUMAR-INGRESO-DENOM-FIN.
           MOVE SOSP10-USUARIO TO UNIDADES-SOSPECHA-W.
           PERFORM APARTAR-SOSPECHOSOS
               THRU APARTAR-SOSPECHOSOS-FIN.

           MOVE 20 TO DENOM-INGRESO-W.
           COMPUTE UNIDADES-INGRESO-W = EUR20-USUARIO - SOSP20-USUARIO.
           PERFORM SUMAR-INGRESO-DENOM
               THRU SUMAR-INGRESO-DENOM-FIN.
           MOVE SOSP20-USUARIO TO UNIDADES-SOSPECHA-W.
           PERFORM APARTAR-SOSPECHOSOS
               THRU APARTAR-SOSPECHOSOS-FIN.

           MOVE 50 TO DENOM-INGRESO-W.
           COMPUTE UNIDADES-INGRESO-W = EUR50-USUARIO - SOSP50-USUARIO.
           PERFORM SUMAR-INGRESO-DENOM
               THRU SUMAR-INGRESO-DENOM-FIN.
           MOVE SOSP50-USUARIO TO UNIDADES-SOSPECHA-W.
           PERFORM APARTAR-SOSPECHOSOS
               THRU APARTAR-SOSPECHOSOS-FIN.

           MOVE 100 TO DENOM-INGRESO-W.
           COMPUTE UNIDADES-INGRESO-W = EUR100-USUARIO
               - SOSP100-USUARIO.
           PERFORM SUMAR-INGRESO-DENOM
               THRU SUMAR-INGRESO-DENOM-FIN.
           MOVE SOSP100-USUARIO TO UNIDADES-SOSPECHA-W.
           PERFORM APARTAR-SOSPECHOSOS
               THRU APARTAR-SOSPECHOSOS-FIN.

           MOVE 200 TO DENOM-INGRESO-W.
           COMPUTE UNIDADES-INGRESO-W = EUR200-USUARIO
               - SOSP200-USUARIO.
           PERFORM SUMAR-INGRESO-DENOM
               THRU SUMAR-INGRESO-DENOM-FIN.
           MOVE SOSP200-USUARIO TO UNIDADES-SOSPECHA-W.
           PERFORM APARTAR-SOSPECHOSOS
               THRU APARTAR-SOSPECHOSOS-FIN.

           CLOSE EFECTIVO.

           *> LIBERAR_RETENCIONES); EL ABONO YA ESTA ANOTADO, PERO
           *> EL IMPORTE RETENIDO NO CUENTA COMO DISPONIBLE EN
           *> BANK4/BANK6 Y BANK2 LO MUESTRA POR SEPARADO
           *> Con abono retenido por billetes sospechosos, la parte
           *> sospechosa lleva su propia retencion y la del ingreso
           *> grande cubre solo el resto, para no retener dos veces
           IF CENT-IMPOR-USER > CENT-UMBRAL-RETEN
               MOVE CENT-IMPOR-USER TO CENT-A-RETENER
               IF MODO-SOSPECHA = 2
                   SUBTRACT CENT-SOSPECHOSO FROM CENT-A-RETENER
               END-IF
               IF CENT-A-RETENER > 0
                   PERFORM REGISTRAR-RETENCION
                       THRU REGISTRAR-RETENCION
               END-IF
           END-IF.

           IF CENT-SOSPECHOSO > 0
               PERFORM REGISTRAR-SOSPECHOSOS
                   THRU REGISTRAR-SOSPECHOSOS-FIN
           END-IF.

           PERFORM CONFIRMAR-INTENCION
                   AT LINE 16 COL 19
           END-IF.

           IF SOSPECHA-HECHA-SW = "S"
               COMPUTE EUR-SOSPECHOSO = CENT-SOSPECHOSO / 100
               MOVE "Billetes apartados para su autenticacion:"
                   TO TEXTO-PANTALLA
               MOVE 464 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 18 COL 19
                   WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY EUR-SOSPECHOSO AT LINE 18 COL 61
               DISPLAY ".00 EUR" AT LINE 18 COL 68
               IF MODO-SOSPECHA = 1
                   MOVE "Abono provisional hasta su autenticacion"
                       TO TEXTO-PANTALLA
                   MOVE 465 TO TEXTO-ID
               ELSE
                   MOVE "Importe retenido hasta su autenticacion"
                       TO TEXTO-PANTALLA
                   MOVE 466 TO TEXTO-ID
               END-IF
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 19 COL 19
                   WITH FOREGROUND-COLOR IS YELLOW
           END-IF.


           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
               MOVE PARAM-VALOR TO CENT-UMBRAL-RETEN
           END-READ.

           MOVE "SOSPECHAPCT" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 0 TO PCT-SOSPECHA
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PCT-SOSPECHA
           END-READ.

           MOVE "SOSPECHAMODO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 2 TO MODO-SOSPECHA
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MODO-SOSPECHA
           END-READ.
           IF MODO-SOSPECHA NOT = 1
               MOVE 2 TO MODO-SOSPECHA
           END-IF.

           CLOSE PARAMETROS.

       *>ANOTA LA RETENCION DEL INGRESO EN RETENCIONES.UBD POR EL
       *> IMPORTE DE CENT-A-RETENER; EL NUMERO SE OBTIENE DE
       *> SECUENCIAS IGUAL QUE EL RESTO DE CONTADORES
       REGISTRAR-RETENCION.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
           MOVE ANO            TO RET-ANO.
           MOVE MES            TO RET-MES.
           MOVE DIA            TO RET-DIA.
           COMPUTE RET-IMPORTE-ENT = CENT-A-RETENER / 100.
           MOVE FUNCTION MOD(CENT-A-RETENER, 100) TO RET-IMPORTE-DEC.
           MOVE 1              TO RET-ESTADO.
           WRITE RETENCION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RETENCIONES.
       ANOTAR-APTITUD-FIN.
           EXIT.

      *> VEREDICTO DEL MODULO DE INGRESO: SOSPECHAPCT POR CIENTO DE
      *> LOS BILLETES DE CADA DENOMINACION SE APARTAN COMO
      *> SOSPECHOSOS (CON 0, EL VALOR HABITUAL, NINGUNO)
       CALCULAR-SOSPECHOSOS.
           MOVE "N" TO SOSPECHA-HECHA-SW.
           COMPUTE SOSP5-USUARIO   = (EUR5-USUARIO * PCT-SOSPECHA)
               / 100.
           COMPUTE SOSP10-USUARIO  = (EUR10-USUARIO * PCT-SOSPECHA)
               / 100.
           COMPUTE SOSP20-USUARIO  = (EUR20-USUARIO * PCT-SOSPECHA)
               / 100.
           COMPUTE SOSP50-USUARIO  = (EUR50-USUARIO * PCT-SOSPECHA)
               / 100.
           COMPUTE SOSP100-USUARIO = (EUR100-USUARIO * PCT-SOSPECHA)
               / 100.
           COMPUTE SOSP200-USUARIO = (EUR200-USUARIO * PCT-SOSPECHA)
               / 100.
           COMPUTE CENT-SOSPECHOSO = ((SOSP5-USUARIO * 5)
                                    + (SOSP10-USUARIO * 10)
                                    + (SOSP20-USUARIO * 20)
                                    + (SOSP50-USUARIO * 50)
                                    + (SOSP100-USUARIO * 100)
                                    + (SOSP200-USUARIO * 200)) * 100.
       CALCULAR-SOSPECHOSOS-FIN.
           EXIT.

      *> LOS BILLETES SOSPECHOSOS DE UNA DENOMINACION QUEDAN
      *> APARTADOS EN SU PROPIA POSICION (DENOMINACION + 800), FUERA
      *> DE DISPENSACION Y DE DEPOSITO (EFECTIVO YA ABIERTO I-O)
       APARTAR-SOSPECHOSOS.
           IF UNIDADES-SOSPECHA-W = 0
               GO TO APARTAR-SOSPECHOSOS-FIN.
           MOVE TERMINAL-ACTUAL TO EFE-TERMINAL.
           COMPUTE EFE-DENOM = DENOM-INGRESO-W + 800.
           READ EFECTIVO INVALID KEY MOVE 0 TO EFE-CANTIDAD
           END-READ.
           ADD UNIDADES-SOSPECHA-W TO EFE-CANTIDAD.
           READ EFECTIVO INVALID KEY
               WRITE EFECTIVO-REG
           NOT INVALID KEY
               REWRITE EFECTIVO-REG
           END-READ.
       APARTAR-SOSPECHOSOS-FIN.
           EXIT.

      *> ANOTA LOS BILLETES SOSPECHOSOS DEL INGRESO CONTRA EL
      *> MOVIMIENTO DEL ABONO Y LA TARJETA QUE INGRESA; CON ABONO
      *> RETENIDO, EL IMPORTE SOSPECHOSO QUEDA ADEMAS EN
      *> RETENCIONES.UBD HASTA QUE LLEGUE LA AUTENTICACION
       REGISTRAR-SOSPECHOSOS.
           MOVE 0 TO LAST-RET-NUM.
           IF MODO-SOSPECHA = 2
               MOVE CENT-SOSPECHOSO TO CENT-A-RETENER
               PERFORM REGISTRAR-RETENCION THRU REGISTRAR-RETENCION
           END-IF.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "SOSPECHOSO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SOS-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SOS-NUM
           END-READ.
           ADD 1 TO LAST-SOS-NUM.
           MOVE LAST-SOS-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O SOSPECHOSOS CLOSE SOSPECHOSOS.
           OPEN I-O SOSPECHOSOS.
           IF FSSP <> 00
               GO TO PSYS-ERR.
           INITIALIZE SOSPECHOSO-REG.
           MOVE LAST-SOS-NUM    TO SOS-NUM.
           MOVE TNUM            TO SOS-TARJETA.
           MOVE CUENTA-BASE     TO SOS-CUENTA.
           MOVE LAST-MOV-NUM    TO SOS-MOV-NUM.
           MOVE TERMINAL-ACTUAL TO SOS-TERMINAL.
           COMPUTE SOS-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE SOS-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE SOSP5-USUARIO   TO SOS-B5.
           MOVE SOSP10-USUARIO  TO SOS-B10.
           MOVE SOSP20-USUARIO  TO SOS-B20.
           MOVE SOSP50-USUARIO  TO SOS-B50.
           MOVE SOSP100-USUARIO TO SOS-B100.
           MOVE SOSP200-USUARIO TO SOS-B200.
           MOVE CENT-SOSPECHOSO TO SOS-CENT.
           MOVE MODO-SOSPECHA   TO SOS-MODO.
           MOVE LAST-RET-NUM    TO SOS-RET-NUM.
           MOVE 1               TO SOS-ESTADO.
           WRITE SOSPECHOSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SOSPECHOSOS.

           MOVE "S" TO SOSPECHA-HECHA-SW.
           MOVE "INGRESO SOSPECHOSO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
       REGISTRAR-SOSPECHOSOS-FIN.
           EXIT.

      *> TOMA EL BLOQUEO DE LA CUENTA BLK-TARJETA-W PARA ESTE
      *> TERMINAL; SI OTRO TERMINAL LO TIENE Y NO ESTA CADUCADO
      *> (BLOQUEOSEG SEGUNDOS), BLOQUEO-OK-SW QUEDA EN N Y EL
