       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_CAPTURAS.
       *> Informe batch diario de excepciones de tarjetas retenidas
       *> (capturas.ubd, ver BANK1 y GESTION_CAPTURAS): lista las
       *> tarjetas que siguen en custodia en la sucursal mas de
       *> CAPTURADIAS dias de parametros.ubd (7 por defecto) sobre la
       *> fecha de negocio, para que se devuelvan a su titular o se
       *> destruyan. Forma parte del plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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

       FD CAPTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "capturas.ubd".
       01 CAPTURA-REG.
           02 CAP-NUM               PIC  9(9).
           02 CAP-TARJETA           PIC 9(16).
           02 CAP-TERMINAL          PIC  9(3).
           02 CAP-FECHA             PIC  9(8).
           02 CAP-HORA              PIC  9(6).
           02 CAP-MOTIVO            PIC  9(1).
               88 CAP-POR-BLOQUEO   VALUE 1.
               88 CAP-POR-CADUCIDAD VALUE 2.
               88 CAP-POR-PIN       VALUE 3.
           02 CAP-ESTADO            PIC  9(1).
               88 CAP-EN-CUSTODIA   VALUE 1.
               88 CAP-DEVUELTA      VALUE 2.
               88 CAP-DESTRUIDA     VALUE 3.
           02 CAP-FECHA-RESOL       PIC  9(8).
           02 CAP-OPERADOR          PIC  9(4).
           02 CAP-DOCUMENTO         PIC X(12).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
           VALUE OF FILE-ID IS "informe_capturas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSCP                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 JULIANO-HOY              PIC  9(9).
       77 FECHA-TMP                PIC  9(8).
       *> Dias que lleva la tarjeta en el cajetin de la sucursal
       77 DIAS-CUSTODIA            PIC S9(5).
       77 DIAS-EDIT                PIC  -ZZZ9.
       *> Plazo maximo de custodia antes de avisar, en dias
       77 DIAS-MAXIMO              PIC  9(3) VALUE 7.
       77 MOTIVO-TEXTO             PIC X(9).

       77 CNT-CUSTODIA             PIC  9(7) VALUE 0.
       77 CNT-EXCEDIDAS            PIC  9(7) VALUE 0.
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
           COMPUTE JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "CAPTURADIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 7 TO DIAS-MAXIMO
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO DIAS-MAXIMO
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== TARJETAS RETENIDAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       CAPTURAS-OPEN.
           OPEN I-O CAPTURAS CLOSE CAPTURAS.
           OPEN INPUT CAPTURAS.
           IF FSCP <> 00
               GO TO FIN-ERROR.

       LEER-CAPTURA.
           READ CAPTURAS NEXT RECORD AT END GO TO FIN.

           IF NOT CAP-EN-CUSTODIA
               GO TO LEER-CAPTURA.

           ADD 1 TO CNT-CUSTODIA.

           MOVE CAP-FECHA TO FECHA-TMP.
           COMPUTE DIAS-CUSTODIA =
               JULIANO-HOY - FUNCTION INTEGER-OF-DATE(FECHA-TMP).
           IF DIAS-CUSTODIA NOT > DIAS-MAXIMO
               GO TO LEER-CAPTURA.

           ADD 1 TO CNT-EXCEDIDAS.
           MOVE DIAS-CUSTODIA TO DIAS-EDIT.
           EVALUATE TRUE
               WHEN CAP-POR-BLOQUEO
                   MOVE "BLOQUEADA" TO MOTIVO-TEXTO
               WHEN CAP-POR-CADUCIDAD
                   MOVE "CADUCADA" TO MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "PIN" TO MOTIVO-TEXTO
           END-EVALUATE.

           MOVE SPACES TO LINEA-INFORME.
           STRING "EXCEDIDA Captura " DELIMITED BY SIZE
                  CAP-NUM DELIMITED BY SIZE
                  " tarjeta " DELIMITED BY SIZE
                  CAP-TARJETA DELIMITED BY SIZE
                  " term " DELIMITED BY SIZE
                  CAP-TERMINAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTIVO-TEXTO DELIMITED BY SIZE
                  " dias:" DELIMITED BY SIZE
                  DIAS-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO LEER-CAPTURA.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CAPTURAS.

           IF FSINF = 00
               MOVE CNT-CUSTODIA TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Tarjetas en custodia: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-EXCEDIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Fuera de plazo de custodia: " DELIMITED BY SIZE
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
