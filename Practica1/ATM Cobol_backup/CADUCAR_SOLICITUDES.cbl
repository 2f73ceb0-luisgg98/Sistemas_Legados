       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCAR_SOLICITUDES.
       *> Programa batch que caduca las solicitudes de pago entre
       *> titulares (solicitudes_pago.ubd, las crea BANK33 y las
       *> atiende el pagador en BANK34) que siguen pendientes pasada
       *> su fecha de caducidad: quedan marcadas caducadas, ya no se
       *> le ofrecen al pagador, y se avisa a las dos partes por
       *> notificaciones.ubd. La fecha de caducidad es el ultimo dia
       *> en que se puede pagar. Se ejecuta dentro de la cadena
       *> nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOLICITUDES-PAGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-NUM
           ALTERNATE RECORD KEY IS SOL-PAGADOR WITH DUPLICATES
           FILE STATUS IS FSSO.

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

       FD SOLICITUDES-PAGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "solicitudes_pago.ubd".
       01 SOLICITUD-PAGO-REG.
           02 SOL-NUM               PIC  9(9).
           02 SOL-SOLICITANTE       PIC 9(16).
           02 SOL-NOMBRE-SOL        PIC X(30).
           02 SOL-PAGADOR           PIC 9(16).
           02 SOL-TELEFONO          PIC  9(9).
           02 SOL-CENT              PIC  9(9).
           02 SOL-CONCEPTO          PIC X(30).
           02 SOL-FECHA-ALTA        PIC  9(8).
           02 SOL-FECHA-CADUCIDAD   PIC  9(8).
           02 SOL-ESTADO            PIC  9(1).
               88 SOL-PENDIENTE     VALUE 1.
               88 SOL-PAGADA        VALUE 2.
               88 SOL-RECHAZADA     VALUE 3.
               88 SOL-CADUCADA      VALUE 4.
           02 SOL-FECHA-ESTADO      PIC  9(8).

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
           VALUE OF FILE-ID IS "informe_solicitudes_pago.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSSO                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 CNT-CADUCADAS            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 SOL-NUM-EDIT             PIC  9(9).

       77 LAST-NOTIF-NUM           PIC  9(35).
       77 TARJETA-AVISO            PIC  9(16).
       77 CONCEPTO-AVISO           PIC  X(35).
       77 MSJ-CADUCADA             PIC  X(35)
           VALUE "Solicitud de pago caducada".

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

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== CADUCAR_SOLICITUDES - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       SOLICITUDES-OPEN.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O SOLICITUDES-PAGO CLOSE SOLICITUDES-PAGO.
           OPEN I-O SOLICITUDES-PAGO.
           IF FSSO <> 00
               GO TO FIN-ERROR.

       LEER-SOLICITUD.
           READ SOLICITUDES-PAGO NEXT RECORD AT END GO TO FIN.

           IF NOT SOL-PENDIENTE
               GO TO LEER-SOLICITUD.
           IF SOL-FECHA-CADUCIDAD >= FECHA-PROCESO
               GO TO LEER-SOLICITUD.

           MOVE 4             TO SOL-ESTADO.
           MOVE FECHA-PROCESO TO SOL-FECHA-ESTADO.
           REWRITE SOLICITUD-PAGO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-CADUCADAS.

           MOVE MSJ-CADUCADA    TO CONCEPTO-AVISO.
           MOVE SOL-SOLICITANTE TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.
           MOVE SOL-PAGADOR     TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-FIN.

           MOVE SOL-NUM TO SOL-NUM-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Caducada " DELIMITED BY SIZE
                  SOL-NUM-EDIT DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  SOL-SOLICITANTE DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  SOL-PAGADOR DELIMITED BY SIZE
                  " vto " DELIMITED BY SIZE
                  SOL-FECHA-CADUCIDAD DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-SOLICITUD.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE SOLICITUDES-PAGO.

           IF FSINF = 00
               MOVE CNT-CADUCADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Solicitudes caducadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

      *> AVISO A TARJETA-AVISO CON EL IMPORTE DE LA SOLICITUD EN
      *> CURSO, EN LA MISMA COLA QUE LOS AVISOS DE BANK6; LO REPARTE
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
           COMPUTE NOTIF-IMPORTE-ENT = (SOL-CENT / 100).
           MOVE FUNCTION MOD(SOL-CENT, 100) TO NOTIF-IMPORTE-DEC.
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
