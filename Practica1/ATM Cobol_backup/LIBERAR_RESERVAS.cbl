       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR_RESERVAS.
       *> Programa batch que vigila las reservas de entradas sin pago
       *> (reservas.ubd, las da de alta GESTION_RESERVAS y se pagan
       *> en BANK7 con F3). Las reservas vivas cuya fecha limite ya
       *> ha pasado quedan vencidas: sus plazas sin pagar vuelven a
       *> la disponibilidad del espectaculo y de la zona, y las
       *> butacas retenidas quedan libres, de modo que se venden de
       *> nuevo o las recoge la lista de espera en la siguiente
       *> pasada de PROCESAR_ESPERA. A las que vencen dentro de
       *> RSVAVISODIAS dias (parametros.ubd) se les avisa una sola vez
       *> al titular con el importe pendiente, y al vencer tambien.
       *> Forma parte del plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-NUM
           ALTERNATE RECORD KEY IS RSV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRSV.

           SELECT F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL ASIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASI-CLAVE
           FILE STATUS IS FSASI.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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

       FD RESERVAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reservas.ubd".
       01 RESERVA-REG.
           02 RSV-NUM               PIC  9(9).
           02 RSV-TARJETA           PIC 9(16).
           02 RSV-ESPECT            PIC  9(4).
           02 RSV-ZONA              PIC  9(1).
           02 RSV-CANTIDAD          PIC  9(2).
           02 RSV-PAGADAS           PIC  9(2).
           02 RSV-FECHA-ALTA        PIC  9(8).
           02 RSV-FECHA-LIMITE      PIC  9(8).
           02 RSV-OPERADOR          PIC  9(4).
           02 RSV-AVISO-SW          PIC  X(1).
               88 RSV-AVISADA       VALUE "S".
           02 RSV-ESTADO            PIC  9(1).
               88 RSV-VIVA          VALUE 1.
               88 RSV-PAGADA        VALUE 2.
               88 RSV-VENCIDA       VALUE 3.
           02 RSV-PLAZA OCCURS 20 TIMES.
               03 RSV-FILA          PIC  9(2).
               03 RSV-ASIENTO       PIC  9(3).
               03 RSV-PLAZA-ESTADO  PIC  9(1).
                   88 PLAZA-RETENIDA VALUE 1.
                   88 PLAZA-PAGADA   VALUE 2.
                   88 PLAZA-LIBERADA VALUE 3.
               03 RSV-ENT-NUM       PIC  9(9).

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
       01 ESPECTACULO-REG.
           02 ESP-NUM               PIC   9(4).
           02 ESP-ANO               PIC   9(4).
           02 ESP-MES               PIC   9(2).
           02 ESP-DIA               PIC   9(2).
           02 ESP-HOR               PIC   9(2).
           02 ESP-MIN               PIC   9(2).
           02 ESP-DESCR             PIC  X(40).
           02 ESP-DISP              PIC   9(7).
           02 ESP-PRECIO-ENT        PIC   9(4).
           02 ESP-PRECIO-DEC        PIC   9(2).
           02 ESP-ESTADO            PIC   9(1).
               88 ESP-ACTIVO        VALUES 0 1.
               88 ESP-CANCELADO     VALUE 2.
               88 ESP-REEMBOLSADO   VALUE 3.
               88 ESP-LIQUIDADO     VALUE 4.
           02 ESP-PROMOTOR          PIC   9(4).
           02 ESP-ZONA OCCURS 3 TIMES.
               03 ESP-ZONA-DESCR    PIC  X(10).
               03 ESP-ZONA-DISP     PIC   9(7).
               03 ESP-ZONA-PRECIO-ENT PIC 9(4).
               03 ESP-ZONA-PRECIO-DEC PIC 9(2).

       FD ASIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asientos.ubd".
       01 ASIENTO-REG.
           02 ASI-CLAVE.
               03 ASI-ESPECT        PIC  9(4).
               03 ASI-ZONA          PIC  9(1).
               03 ASI-FILA          PIC  9(2).
               03 ASI-ASIENTO       PIC  9(3).
           02 ASI-ESTADO            PIC  9(1).
               88 ASIENTO-LIBRE     VALUE 1.
               88 ASIENTO-OCUPADO   VALUE 2.
               88 ASIENTO-BLOQUEADO VALUE 3.
           02 ASI-ENT-NUM           PIC  9(9).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
           VALUE OF FILE-ID IS "informe_reservas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRSV                    PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSASI                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 JULIANO-HOY              PIC  9(9).
       77 DIAS-HASTA-LIMITE        PIC S9(9).
       *> Antelacion del aviso previo al vencimiento (RSVAVISODIAS)
       77 DIAS-AVISO-RSV           PIC  9(4) VALUE 2.
       77 CNT-VENCIDAS             PIC  9(7) VALUE 0.
       77 CNT-AVISADAS             PIC  9(7) VALUE 0.
       77 CNT-PLAZAS-LIBERADAS     PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 RSV-NUM-EDIT             PIC  9(9).
       77 PENDIENTES-RSV           PIC  9(2).
       77 IND-RSV                  PIC  9(2).
       77 CENT-PENDIENTE           PIC  9(9).
       77 ZONA-RSV                 PIC  9(1).

       77 LAST-NOTIF-NUM           PIC  9(35).
       77 TARJETA-AVISO            PIC  9(16).
       77 CONCEPTO-AVISO           PIC  X(35).
       77 MSJ-VENCIDA              PIC  X(35)
           VALUE "Reserva vencida: plazas liberadas".

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
           COMPUTE JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "RSVAVISODIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 2 TO DIAS-AVISO-RSV
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO DIAS-AVISO-RSV
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== LIBERAR_RESERVAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       RESERVAS-OPEN.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O RESERVAS CLOSE RESERVAS.
           OPEN I-O RESERVAS.
           IF FSRSV <> 00
               GO TO FIN-ERROR.
           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
               GO TO FIN-ERROR.

       LEER-RESERVA.
           READ RESERVAS NEXT RECORD AT END GO TO FIN.

           IF NOT RSV-VIVA
               GO TO LEER-RESERVA.

           COMPUTE PENDIENTES-RSV = RSV-CANTIDAD - RSV-PAGADAS.
           MOVE RSV-ESPECT TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY GO TO FIN-ERROR.
           MOVE RSV-ZONA TO ZONA-RSV.

           *> La fecha limite es el ultimo dia en que se puede pagar
           IF RSV-FECHA-LIMITE < FECHA-PROCESO
               GO TO VENCER-RESERVA.

           IF RSV-AVISADA
               GO TO LEER-RESERVA.
           COMPUTE DIAS-HASTA-LIMITE =
               FUNCTION INTEGER-OF-DATE(RSV-FECHA-LIMITE)
               - JULIANO-HOY.
           IF DIAS-HASTA-LIMITE > DIAS-AVISO-RSV
               GO TO LEER-RESERVA.

           *> Aviso previo, una sola vez, con lo que falta por pagar
           *> al precio vigente de la zona
           IF ZONA-RSV > 0
               COMPUTE CENT-PENDIENTE = PENDIENTES-RSV *
                   ((ESP-ZONA-PRECIO-ENT(ZONA-RSV) * 100)
                    + ESP-ZONA-PRECIO-DEC(ZONA-RSV))
           ELSE
               COMPUTE CENT-PENDIENTE = PENDIENTES-RSV *
                   ((ESP-PRECIO-ENT * 100) + ESP-PRECIO-DEC)
           END-IF.
           MOVE SPACES TO CONCEPTO-AVISO.
           STRING "Reserva sin pagar, vence " DELIMITED BY SIZE
                  RSV-FECHA-LIMITE DELIMITED BY SIZE
             INTO CONCEPTO-AVISO.
           MOVE RSV-TARJETA TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.
           MOVE "S" TO RSV-AVISO-SW.
           REWRITE RESERVA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-AVISADAS.

           MOVE RSV-NUM TO RSV-NUM-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Avisada " DELIMITED BY SIZE
                  RSV-NUM-EDIT DELIMITED BY SIZE
                  " tarjeta " DELIMITED BY SIZE
                  RSV-TARJETA DELIMITED BY SIZE
                  " pendientes " DELIMITED BY SIZE
                  PENDIENTES-RSV DELIMITED BY SIZE
                  " vto " DELIMITED BY SIZE
                  RSV-FECHA-LIMITE DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-RESERVA.

       VENCER-RESERVA.
           *> Las butacas retenidas vuelven a estar libres y las
           *> plazas sin pagar a la disponibilidad, bajo el mismo
           *> registro de espectaculo que se reescribe
           MOVE 1 TO IND-RSV.
           PERFORM LIBERAR-PLAZA THRU LIBERAR-PLAZA-FIN.

           IF ZONA-RSV > 0
               ADD PENDIENTES-RSV TO ESP-ZONA-DISP(ZONA-RSV)
           END-IF.
           ADD PENDIENTES-RSV TO ESP-DISP.
           REWRITE ESPECTACULO-REG INVALID KEY GO TO FIN-ERROR.
           ADD PENDIENTES-RSV TO CNT-PLAZAS-LIBERADAS.

           MOVE 3 TO RSV-ESTADO.
           REWRITE RESERVA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-VENCIDAS.

           MOVE 0 TO CENT-PENDIENTE.
           MOVE MSJ-VENCIDA TO CONCEPTO-AVISO.
           MOVE RSV-TARJETA TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.

           MOVE RSV-NUM TO RSV-NUM-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Vencida " DELIMITED BY SIZE
                  RSV-NUM-EDIT DELIMITED BY SIZE
                  " tarjeta " DELIMITED BY SIZE
                  RSV-TARJETA DELIMITED BY SIZE
                  " espect. " DELIMITED BY SIZE
                  RSV-ESPECT DELIMITED BY SIZE
                  " liberadas " DELIMITED BY SIZE
                  PENDIENTES-RSV DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-RESERVA.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE RESERVAS.
           CLOSE F-ESPECTACULOS.

           IF FSINF = 00
               MOVE CNT-VENCIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Reservas vencidas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-PLAZAS-LIBERADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Plazas devueltas a la venta: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AVISADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Avisos de vencimiento: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

      *> PLAZAS AUN RETENIDAS DE LA RESERVA EN CURSO: QUEDAN
      *> LIBERADAS Y, SI TIENEN BUTACA, ESTA VUELVE A ESTAR LIBRE
       LIBERAR-PLAZA.
           IF IND-RSV > RSV-CANTIDAD
               GO TO LIBERAR-PLAZA-FIN.
           IF NOT PLAZA-RETENIDA(IND-RSV)
               ADD 1 TO IND-RSV
               GO TO LIBERAR-PLAZA.
           MOVE 3 TO RSV-PLAZA-ESTADO(IND-RSV).
           IF RSV-FILA(IND-RSV) = 0 AND RSV-ASIENTO(IND-RSV) = 0
               ADD 1 TO IND-RSV
               GO TO LIBERAR-PLAZA.
           OPEN I-O ASIENTOS.
           IF FSASI <> 00
               CLOSE ASIENTOS
               ADD 1 TO IND-RSV
               GO TO LIBERAR-PLAZA.
           MOVE RSV-ESPECT           TO ASI-ESPECT.
           MOVE RSV-ZONA             TO ASI-ZONA.
           MOVE RSV-FILA(IND-RSV)    TO ASI-FILA.
           MOVE RSV-ASIENTO(IND-RSV) TO ASI-ASIENTO.
           READ ASIENTOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ASIENTO-BLOQUEADO
                   MOVE 1 TO ASI-ESTADO
                   MOVE 0 TO ASI-ENT-NUM
                   REWRITE ASIENTO-REG INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-READ.
           CLOSE ASIENTOS.
           ADD 1 TO IND-RSV.
           GO TO LIBERAR-PLAZA.
       LIBERAR-PLAZA-FIN.
           EXIT.

      *> AVISO A TARJETA-AVISO CON CENT-PENDIENTE COMO IMPORTE, EN
      *> LA MISMA COLA QUE LOS AVISOS DE BANK6; LO REPARTE
      *> DESPACHAR_AVISOS
       ENCOLAR-NOTIFICACION.
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
           MOVE TARJETA-AVISO  TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE 0              TO NOTIF-HOR.
           MOVE 0              TO NOTIF-MIN.
           MOVE 0              TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = (CENT-PENDIENTE / 100).
           MOVE FUNCTION MOD(CENT-PENDIENTE, 100) TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE NOTIFICACIONES.
       ENCOLAR-NOTIFICACION-FIN.
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
