       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIAR_SOSPECHOSOS.
       *> Programa batch de la remesa de billetes sospechosos al
       *> banco central: recoge los ingresos de cajero en los que el
       *> modulo de ingreso aparto billetes como sospechosos de
       *> falsedad (sospechosos.ubd, ver BANK5) y que todavia no se
       *> han enviado, los vuelca al fichero de remesa de formato fijo
       *> (envio_sospechosos.txt) con el desglose por denominacion y
       *> los marca como enviados con la fecha de envio. El paso
       *> companero RESULTADO_SOSPECHOSOS lee luego el resultado de la
       *> autenticacion y confirma o retrocede el abono. Se ejecuta de
       *> forma independiente (no se llama desde el menu del cajero),
       *> normalmente dentro de la cadena nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOSPECHOSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOS-NUM
           FILE STATUS IS FSSP.

           SELECT OPTIONAL REMESA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRM.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL CONTROLCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCA-FICHERO
           FILE STATUS IS FSCC.


       DATA DIVISION.
       FILE SECTION.

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

       *> FORMATO FIJO DE LA REMESA AL BANCO CENTRAL: NUMERO DE
       *> INGRESO SOSPECHOSO, TERMINAL, FECHA Y HORA DEL INGRESO,
       *> BILLETES APARTADOS POR DENOMINACION E IMPORTE EN CENTIMOS
       FD REMESA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "envio_sospechosos.txt".
       01 LINEA-CONTROL-RM            PIC X(80).
       01 REMESA-REG.
           02 RM-SOS-NUM            PIC  9(9).
           02 RM-TERMINAL           PIC  9(3).
           02 RM-FECHA              PIC  9(8).
           02 RM-HORA               PIC  9(6).
           02 RM-B5                 PIC  9(3).
           02 RM-B10                PIC  9(3).
           02 RM-B20                PIC  9(3).
           02 RM-B50                PIC  9(3).
           02 RM-B100               PIC  9(3).
           02 RM-B200               PIC  9(3).
           02 RM-CENT               PIC  9(9).
           02 RM-FECHA-ENVIO        PIC  9(8).

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
           VALUE OF FILE-ID IS "informe_sospechosos.ubd".
       01 LINEA-INFORME               PIC X(80).


       FD CONTROLCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "controlcambio.ubd".
       01 CONTROLCAMBIO-REG.
           02 CCA-FICHERO           PIC X(12).
           02 CCA-SEC-SALIDA        PIC  9(6).
           02 CCA-SEC-ENTRADA       PIC  9(6).
           02 CCA-FECHA             PIC  9(8).

       WORKING-STORAGE SECTION.
       77 FSCC                     PIC  X(2).
       77 CCA-EXISTE-SW            PIC  X(1).
       77 SEC-SALIDA-W             PIC  9(6).
       77 CNT-DETALLE-CTL          PIC  9(7) VALUE 0.
       77 CENT-TOTAL-CTL           PIC  9(11) VALUE 0.

       77 FSSP                     PIC  X(2).
       77 FSRM                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-ENVIO              PIC  9(8).

       77 CNT-ENVIADOS             PIC  9(7) VALUE 0.
       77 CNT-BILLETES             PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 IMPORTE-EDIT             PIC  -------9.99.

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
           COMPUTE FECHA-ENVIO = (ANO * 10000) + (MES * 100) + DIA.

       REMESA-OPEN.
           *> La remesa se regenera entera en cada ejecucion: contiene
           *> solo los billetes que salen en este envio
           OPEN OUTPUT REMESA.
           IF FSRM <> 00 AND FSRM <> 05
               GO TO FIN.

           *> Cabecera de control: emisor, fecha y secuencia, igual
           *> que el resto de ficheros de intercambio
           MOVE "sospechosos" TO CCA-FICHERO.
           PERFORM OBTENER-SEC-SALIDA
               THRU OBTENER-SEC-SALIDA-FIN.
           MOVE SPACES TO LINEA-CONTROL-RM.
           STRING "CAB|UNIZARBANK|" DELIMITED BY SIZE
                  FECHA-ENVIO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SEC-SALIDA-W DELIMITED BY SIZE
             INTO LINEA-CONTROL-RM.
           WRITE LINEA-CONTROL-RM.

       SOSPECHOSOS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O SOSPECHOSOS CLOSE SOSPECHOSOS.

           OPEN I-O SOSPECHOSOS.
           IF FSSP <> 00
               GO TO FIN.

       LEER-SOSPECHOSO.
           READ SOSPECHOSOS NEXT RECORD AT END GO TO FIN.

           IF NOT SOS-PENDIENTE-ENVIO
               GO TO LEER-SOSPECHOSO.

           MOVE SOS-NUM      TO RM-SOS-NUM.
           MOVE SOS-TERMINAL TO RM-TERMINAL.
           MOVE SOS-FECHA    TO RM-FECHA.
           MOVE SOS-HORA     TO RM-HORA.
           MOVE SOS-B5       TO RM-B5.
           MOVE SOS-B10      TO RM-B10.
           MOVE SOS-B20      TO RM-B20.
           MOVE SOS-B50      TO RM-B50.
           MOVE SOS-B100     TO RM-B100.
           MOVE SOS-B200     TO RM-B200.
           MOVE SOS-CENT     TO RM-CENT.
           MOVE FECHA-ENVIO  TO RM-FECHA-ENVIO.
           WRITE REMESA-REG.

           MOVE 2           TO SOS-ESTADO.
           MOVE FECHA-ENVIO TO SOS-FECHA-ENVIO.
           REWRITE SOSPECHOSO-REG INVALID KEY GO TO FIN.

           ADD 1 TO CNT-ENVIADOS.
           ADD SOS-B5 SOS-B10 SOS-B20 SOS-B50 SOS-B100 SOS-B200
               TO CNT-BILLETES.
           ADD 1 TO CNT-DETALLE-CTL.
           ADD SOS-CENT TO CENT-TOTAL-CTL.

           GO TO LEER-SOSPECHOSO.

       FIN.
           CLOSE SOSPECHOSOS.

           *> Pie de control: recuento y total en centimos
           IF FSRM = 00 OR FSRM = 05
               MOVE SPACES TO LINEA-CONTROL-RM
               STRING "PIE|" DELIMITED BY SIZE
                      CNT-DETALLE-CTL DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      CENT-TOTAL-CTL DELIMITED BY SIZE
                 INTO LINEA-CONTROL-RM
               WRITE LINEA-CONTROL-RM
           END-IF.
           CLOSE REMESA.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF = 00 OR FSINF = 05
               MOVE SPACES TO LINEA-INFORME
               STRING "=== ENVIAR_SOSPECHOSOS - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ENVIADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ingresos remitidos al banco central: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-BILLETES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Billetes remitidos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE IMPORTE-EDIT = CENT-TOTAL-CTL / 100
               MOVE SPACES TO LINEA-INFORME
               STRING "Importe remitido: " DELIMITED BY SIZE
                      IMPORTE-EDIT DELIMITED BY SIZE
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

      *> SIGUIENTE NUMERO DE SECUENCIA DE SALIDA DE LA REMESA
      *> (CONTROLCAMBIO.UBD): LA CABECERA CAB LO LLEVA Y EL RECEPTOR
      *> PUEDE DETECTAR HUECOS ENTRE ENVIOS CONSECUTIVOS
       OBTENER-SEC-SALIDA.
           OPEN I-O CONTROLCAMBIO CLOSE CONTROLCAMBIO.
           OPEN I-O CONTROLCAMBIO.
           IF FSCC <> 00
               CLOSE CONTROLCAMBIO
               MOVE 1 TO SEC-SALIDA-W
               GO TO OBTENER-SEC-SALIDA-FIN.
           READ CONTROLCAMBIO INVALID KEY
               MOVE "N" TO CCA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CCA-EXISTE-SW
           END-READ.
           IF CCA-EXISTE-SW = "N"
               MOVE 1 TO CCA-SEC-SALIDA
               MOVE 0 TO CCA-SEC-ENTRADA
           ELSE
               ADD 1 TO CCA-SEC-SALIDA
           END-IF.
           COMPUTE CCA-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CCA-SEC-SALIDA TO SEC-SALIDA-W.
           IF CCA-EXISTE-SW = "S"
               REWRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE CONTROLCAMBIO.
       OBTENER-SEC-SALIDA-FIN.
           EXIT.
