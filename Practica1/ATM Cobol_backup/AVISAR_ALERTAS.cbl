       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISAR_ALERTAS.
       *> Programa batch de alertas del cliente: notificaciones.ubd
       *> solo recibia los avisos que decide el propio banco. Cada
       *> titular se define en el cajero (BANK39) sus reglas en
       *> alertas_cliente.ubd, una por tipo y tarjeta:
       *>   1 saldo de cierre de la cuenta corriente por debajo de un
       *>     importe;
       *>   2 cualquier movimiento suelto por encima de un importe;
       *>   3 recibo domiciliado de un acreedor nuevo (el mandato se
       *>     dio de alta con ese mismo recibo, ver
       *>     CARGAR_RECIBOS_DOM);
       *>   4 retirada de efectivo dentro de unas horas que el
       *>     titular considera inusuales (desde y hasta HHMM, puede
       *>     pasar de la medianoche);
       *>   5 nomina recibida (los "Abono de nomina" de
       *>     CARGAR_NOMINAS y las transferencias de otra entidad con
       *>     NOMINA en la referencia, igual que OFERTAR_PRESTAMOS).
       *> Este paso recorre los movimientos del dia de negocio y los
       *> saldos de cierre de cuentas.ubd contra las reglas activas y
       *> encola en notificaciones.ubd un aviso por cada regla que
       *> salta; DESPACHAR_AVISOS lo entrega por el canal preferido
       *> del titular (canales.ubd). Una regla avisa como mucho una
       *> vez al dia: ALR-ULTIMO-AVISO guarda la fecha del ultimo
       *> aviso. Forma parte del plan de CADENA_NOCTURNA, antes de
       *> DESPACHAR_AVISOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-CLAVE
           FILE STATUS IS FSAL.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL RECIBOS-ADEUDADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAD-MOV-NUM
           ALTERNATE RECORD KEY IS RAD-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRA.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

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
       FD ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertas_cliente.ubd".
       01 ALERTA-REG.
           02 ALR-CLAVE.
               03 ALR-TARJETA       PIC 9(16).
               03 ALR-TIPO          PIC  9(1).
                   88 ALR-SALDO-BAJO        VALUE 1.
                   88 ALR-MOV-GRANDE        VALUE 2.
                   88 ALR-ACREEDOR-NUEVO    VALUE 3.
                   88 ALR-HORA-INUSUAL      VALUE 4.
                   88 ALR-NOMINA            VALUE 5.
           *> Importe de los tipos 1 y 2, en centimos
           02 ALR-CENT              PIC  9(9).
           *> Horas del tipo 4, HHMM
           02 ALR-HORA-DESDE        PIC  9(4).
           02 ALR-HORA-HASTA        PIC  9(4).
           02 ALR-ESTADO            PIC  9(1).
               88 ALR-ACTIVA        VALUE 1.
               88 ALR-DESACTIVADA   VALUE 2.
           02 ALR-FECHA-ALTA        PIC  9(8).
           02 ALR-ULTIMO-AVISO      PIC  9(8).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA       PIC 9(16).
               03 CTA-TIPO          PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.
               88 CUENTA-CERRADA    VALUE 3.

       FD RECIBOS-ADEUDADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos_adeudados.ubd".
       01 RECIBO-ADEUDADO-REG.
           02 RAD-MOV-NUM           PIC  9(35).
           02 RAD-TARJETA           PIC 9(16).
           02 RAD-ACREEDOR          PIC X(10).
           02 RAD-ACREEDOR-NOM      PIC X(20).
           02 RAD-REFERENCIA        PIC X(30).
           02 RAD-CENT              PIC  9(9).
           02 RAD-FECHA             PIC  9(8).
           02 RAD-ESTADO            PIC  9(1).
               88 RAD-ADEUDADO      VALUE 1.
               88 RAD-REEMBOLSADO   VALUE 2.
               88 RAD-DESCONTADO    VALUE 3.
           02 RAD-FECHA-REEMBOLSO   PIC  9(8).
           02 RAD-FECHA-DESCUENTO   PIC  9(8).

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAN-CLAVE.
               03 MAN-TARJETA       PIC 9(16).
               03 MAN-ACREEDOR      PIC X(10).
           02 MAN-NOMBRE            PIC X(20).
           02 MAN-FECHA-ALTA        PIC  9(8).
           02 MAN-ESTADO            PIC  9(1).
               88 MAN-ACTIVO        VALUE 1.
               88 MAN-BLOQUEADO     VALUE 2.
               88 MAN-REVOCADO      VALUE 3.

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
           VALUE OF FILE-ID IS "informe_alertas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSAL                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSRA                     PIC  X(2).
       77 FSMA                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 FECHA-MOV                PIC  9(8).
       77 HORA-MOV                 PIC  9(4).
       77 CENT-IMPORTE             PIC  9(9).
       77 CENT-SALDO               PIC S9(11).
       77 CNT-NOMINA-REF           PIC  9(3).
       77 DENTRO-HORAS-SW          PIC  X(1).
       77 ACREEDOR-NUEVO-SW        PIC  X(1).
       77 LAST-NOTIF-NUM           PIC  9(35).

       *> Lo que se manda en el aviso de la regla que salta
       77 CONCEPTO-AVISO           PIC X(35).
       77 AVISO-ENT                PIC S9(7).
       77 AVISO-DEC                PIC  9(2).

       77 CNT-MOVIMIENTOS          PIC  9(7) VALUE 0.
       77 CNT-AVISOS               PIC  9(7) VALUE 0.
       77 CNT-REPETIDOS            PIC  9(7) VALUE 0.
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

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== AVISAR_ALERTAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O ALERTAS CLOSE ALERTAS.
           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.

           OPEN I-O ALERTAS.
           IF FSAL <> 00
               GO TO FIN-ERROR.

      *> MOVIMIENTOS DEL DIA CONTRA LAS REGLAS 2 A 5 DE SU TARJETA
       REVISAR-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN-ERROR.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO REVISAR-SALDOS.

           COMPUTE FECHA-MOV = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV NOT = FECHA-PROCESO
               GO TO LEER-MOVIMIENTO.
           ADD 1 TO CNT-MOVIMIENTOS.

           COMPUTE CENT-IMPORTE =
               (FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
               + MOV-IMPORTE-DEC.
           MOVE MOV-IMPORTE-ENT TO AVISO-ENT.
           MOVE MOV-IMPORTE-DEC TO AVISO-DEC.

           *> 2: MOVIMIENTO POR ENCIMA DEL IMPORTE
           MOVE MOV-TARJETA TO ALR-TARJETA.
           MOVE 2 TO ALR-TIPO.
           READ ALERTAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ALR-ACTIVA AND CENT-IMPORTE > ALR-CENT
                   MOVE "Alerta: movimiento de importe alto"
                       TO CONCEPTO-AVISO
                   PERFORM AVISAR-REGLA THRU AVISAR-REGLA-FIN
               END-IF
           END-READ.

           *> 3: RECIBO DE UN ACREEDOR NUEVO
           IF MOV-CONCEPTO(1:18) = "Recibo domiciliado"
               MOVE MOV-TARJETA TO ALR-TARJETA
               MOVE 3 TO ALR-TIPO
               READ ALERTAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALR-ACTIVA
                       PERFORM COMPROBAR-ACREEDOR-NUEVO
                           THRU COMPROBAR-ACREEDOR-NUEVO-FIN
                       IF ACREEDOR-NUEVO-SW = "S"
                           MOVE "Alerta: recibo de acreedor nuevo"
                               TO CONCEPTO-AVISO
                           PERFORM AVISAR-REGLA THRU AVISAR-REGLA-FIN
                       END-IF
                   END-IF
               END-READ
           END-IF.

           *> 4: RETIRADA A HORA INUSUAL
           IF MOV-CONCEPTO(1:8) = "Retirada"
               MOVE MOV-TARJETA TO ALR-TARJETA
               MOVE 4 TO ALR-TIPO
               READ ALERTAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALR-ACTIVA
                       PERFORM COMPROBAR-HORAS
                           THRU COMPROBAR-HORAS-FIN
                       IF DENTRO-HORAS-SW = "S"
                           MOVE "Alerta: retirada a hora inusual"
                               TO CONCEPTO-AVISO
                           PERFORM AVISAR-REGLA THRU AVISAR-REGLA-FIN
                       END-IF
                   END-IF
               END-READ
           END-IF.

           *> 5: NOMINA RECIBIDA
           IF MOV-IMPORTE-ENT < 0
               GO TO LEER-MOVIMIENTO.
           MOVE 0 TO CNT-NOMINA-REF.
           IF MOV-CONCEPTO(1:35) = "Transferencia recibida otra entidad"
               INSPECT MOV-REFERENCIA TALLYING CNT-NOMINA-REF
                   FOR ALL "NOMINA"
               INSPECT MOV-REFERENCIA TALLYING CNT-NOMINA-REF
                   FOR ALL "Nomina"
           END-IF.
           IF MOV-CONCEPTO(1:15) NOT = "Abono de nomina"
               AND CNT-NOMINA-REF = 0
               GO TO LEER-MOVIMIENTO.

           MOVE MOV-TARJETA TO ALR-TARJETA.
           MOVE 5 TO ALR-TIPO.
           READ ALERTAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ALR-ACTIVA
                   MOVE "Alerta: nomina recibida" TO CONCEPTO-AVISO
                   PERFORM AVISAR-REGLA THRU AVISAR-REGLA-FIN
               END-IF
           END-READ.

           GO TO LEER-MOVIMIENTO.

      *> REGLAS 1: SALDO DE CIERRE DE LA CUENTA CORRIENTE; EL PASO VA
      *> DESPUES DE TODOS LOS CARGOS Y ABONOS DE LA NOCHE, ASI QUE EL
      *> SALDO DE CUENTAS.UBD ES YA EL DE CIERRE
       REVISAR-SALDOS.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE LOW-VALUES TO ALR-CLAVE.
           START ALERTAS KEY IS NOT LESS THAN ALR-CLAVE
               INVALID KEY
                   CLOSE CUENTAS
                   GO TO FIN.

       LEER-REGLA-SALDO.
           READ ALERTAS NEXT RECORD AT END
               CLOSE CUENTAS
               GO TO FIN.
           IF NOT ALR-SALDO-BAJO OR NOT ALR-ACTIVA
               GO TO LEER-REGLA-SALDO.

           MOVE ALR-TARJETA TO CTA-TARJETA.
           MOVE 1 TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               GO TO LEER-REGLA-SALDO.
           IF CUENTA-CERRADA
               GO TO LEER-REGLA-SALDO.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.
           IF CENT-SALDO >= ALR-CENT
               GO TO LEER-REGLA-SALDO.

           MOVE CTA-SALDO-ENT TO AVISO-ENT.
           MOVE CTA-SALDO-DEC TO AVISO-DEC.
           MOVE "Alerta: saldo por debajo del minimo"
               TO CONCEPTO-AVISO.
           PERFORM AVISAR-REGLA THRU AVISAR-REGLA-FIN.
           GO TO LEER-REGLA-SALDO.

      *> EL RECIBO ES DE UN ACREEDOR NUEVO SI SU MANDATO SE DIO DE
      *> ALTA EL MISMO DIA QUE SE ADEUDO (PRIMERA PRESENTACION)
       COMPROBAR-ACREEDOR-NUEVO.
           MOVE "N" TO ACREEDOR-NUEVO-SW.
           OPEN INPUT RECIBOS-ADEUDADOS.
           IF FSRA <> 00
               CLOSE RECIBOS-ADEUDADOS
               GO TO COMPROBAR-ACREEDOR-NUEVO-FIN.
           MOVE MOV-NUM TO RAD-MOV-NUM.
           READ RECIBOS-ADEUDADOS INVALID KEY
               CLOSE RECIBOS-ADEUDADOS
               GO TO COMPROBAR-ACREEDOR-NUEVO-FIN.
           CLOSE RECIBOS-ADEUDADOS.

           OPEN INPUT MANDATOS.
           IF FSMA <> 00
               CLOSE MANDATOS
               GO TO COMPROBAR-ACREEDOR-NUEVO-FIN.
           MOVE RAD-TARJETA  TO MAN-TARJETA.
           MOVE RAD-ACREEDOR TO MAN-ACREEDOR.
           READ MANDATOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MAN-FECHA-ALTA = RAD-FECHA
                   MOVE "S" TO ACREEDOR-NUEVO-SW
               END-IF
           END-READ.
           CLOSE MANDATOS.
       COMPROBAR-ACREEDOR-NUEVO-FIN.
           EXIT.

      *> LAS HORAS INCLUYEN LA DESDE Y NO LA HASTA; DESDE MAYOR QUE
      *> HASTA ES QUE PASAN DE LA MEDIANOCHE
       COMPROBAR-HORAS.
           MOVE "N" TO DENTRO-HORAS-SW.
           COMPUTE HORA-MOV = (MOV-HOR * 100) + MOV-MIN.
           IF ALR-HORA-DESDE = ALR-HORA-HASTA
               GO TO COMPROBAR-HORAS-FIN.
           IF ALR-HORA-DESDE < ALR-HORA-HASTA
               IF HORA-MOV >= ALR-HORA-DESDE
                   AND HORA-MOV < ALR-HORA-HASTA
                   MOVE "S" TO DENTRO-HORAS-SW
               END-IF
           ELSE
               IF HORA-MOV >= ALR-HORA-DESDE
                   OR HORA-MOV < ALR-HORA-HASTA
                   MOVE "S" TO DENTRO-HORAS-SW
               END-IF
           END-IF.
       COMPROBAR-HORAS-FIN.
           EXIT.

      *> ENCOLA EL AVISO DE LA REGLA LEIDA EN ALERTA-REG SI HOY NO HA
      *> AVISADO YA, Y DEJA ANOTADO EL DIA
       AVISAR-REGLA.
           IF ALR-ULTIMO-AVISO = FECHA-PROCESO
               ADD 1 TO CNT-REPETIDOS
               GO TO AVISAR-REGLA-FIN.

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

           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO FIN-ERROR.
           MOVE LAST-NOTIF-NUM TO NOTIF-NUM.
           MOVE ALR-TARJETA    TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           MOVE AVISO-ENT      TO NOTIF-IMPORTE-ENT.
           MOVE AVISO-DEC      TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE NOTIFICACIONES.

           MOVE FECHA-PROCESO TO ALR-ULTIMO-AVISO.
           REWRITE ALERTA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-AVISOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Tarjeta " DELIMITED BY SIZE
                  ALR-TARJETA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONCEPTO-AVISO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       AVISAR-REGLA-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE ALERTAS.
           IF FSINF = 00
               MOVE CNT-MOVIMIENTOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Movimientos del dia revisados: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AVISOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Alertas avisadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-REPETIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Alertas ya avisadas hoy: " DELIMITED BY SIZE
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
