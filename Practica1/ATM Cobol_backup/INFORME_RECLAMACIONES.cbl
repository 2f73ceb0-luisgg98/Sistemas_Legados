       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_RECLAMACIONES.
       *> Informe batch diario de plazos de reclamaciones
       *> (reclamaciones.ubd, ver GESTION_RECLAMACIONES): lista las
       *> reclamaciones sin cerrar cuya fecha limite de respuesta ya
       *> ha pasado sobre la fecha de negocio (VENCIDA) y las que
       *> vencen en los proximos RECAVISODIAS dias de parametros.ubd
       *> (3 por defecto), para que el servicio de atencion al
       *> cliente conteste dentro del plazo legal. Forma parte del
       *> plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRE.

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

       FD RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
       01 RECLAMACION-REG.
           02 REC-NUM               PIC  9(9).
           02 REC-CLIENTE           PIC  9(8).
           02 REC-CATEGORIA         PIC  9(1).
               88 REC-CAT-OPERATIVA  VALUE 1.
               88 REC-CAT-COMISIONES VALUE 2.
               88 REC-CAT-CAJEROS    VALUE 3.
               88 REC-CAT-PERSONAL   VALUE 4.
               88 REC-CAT-SERVICIO   VALUE 5.
               88 REC-CAT-OTRAS      VALUE 6.
               88 REC-CAT-PAGOS      VALUES 1 THRU 3.
           02 REC-MOV-NUM           PIC  9(35).
           02 REC-DISPUTA           PIC  9(9).
           02 REC-INCIDENCIA        PIC  9(9).
           02 REC-OPERADOR-REF      PIC  9(4).
           02 REC-DESCR             PIC X(40).
           02 REC-FECHA-ENTRADA     PIC  9(8).
           02 REC-FECHA-LIMITE      PIC  9(8).
           02 REC-ESTADO            PIC  9(1).
               88 REC-RECIBIDA      VALUE 1.
               88 REC-EN-TRAMITE    VALUE 2.
               88 REC-CERRADA       VALUE 3.
           02 REC-RESULTADO         PIC  9(1).
               88 REC-A-FAVOR       VALUE 1.
               88 REC-PARCIAL       VALUE 2.
               88 REC-EN-CONTRA     VALUE 3.
               88 REC-NO-ADMITIDA   VALUE 4.
               88 REC-DESISTIDA     VALUE 5.
           02 REC-FECHA-RESPUESTA   PIC  9(8).
           02 REC-RESPUESTA         PIC X(40).
           02 REC-OPERADOR-ALTA     PIC  9(4).
           02 REC-OPERADOR-CIERRE   PIC  9(4).

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
           VALUE OF FILE-ID IS "informe_reclamaciones.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRE                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 JULIANO-HOY              PIC  9(9).
       77 FECHA-TMP                PIC  9(8).
       *> Dias que faltan hasta la fecha limite (negativo: pasados)
       77 DIAS-RESTANTES           PIC S9(5).
       77 DIAS-EDIT                PIC  -ZZZ9.
       *> Antelacion del aviso de proximo vencimiento, en dias
       77 DIAS-AVISO               PIC  9(3) VALUE 3.

       77 CNT-ABIERTAS             PIC  9(7) VALUE 0.
       77 CNT-VENCIDAS             PIC  9(7) VALUE 0.
       77 CNT-PROXIMAS             PIC  9(7) VALUE 0.
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
               MOVE "RECAVISODIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 3 TO DIAS-AVISO
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO DIAS-AVISO
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
           STRING "=== PLAZOS DE RECLAMACIONES - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       RECLAMACIONES-OPEN.
           OPEN I-O RECLAMACIONES CLOSE RECLAMACIONES.
           OPEN INPUT RECLAMACIONES.
           IF FSRE <> 00
               GO TO FIN-ERROR.

       LEER-RECLAMACION.
           READ RECLAMACIONES NEXT RECORD AT END GO TO FIN.

           IF REC-CERRADA
               GO TO LEER-RECLAMACION.

           ADD 1 TO CNT-ABIERTAS.

           MOVE REC-FECHA-LIMITE TO FECHA-TMP.
           COMPUTE DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(FECHA-TMP) - JULIANO-HOY.
           MOVE DIAS-RESTANTES TO DIAS-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           IF DIAS-RESTANTES < 0
               ADD 1 TO CNT-VENCIDAS
               STRING "VENCIDA  Reclamacion " DELIMITED BY SIZE
                      REC-NUM DELIMITED BY SIZE
                      " cliente " DELIMITED BY SIZE
                      REC-CLIENTE DELIMITED BY SIZE
                      " limite " DELIMITED BY SIZE
                      REC-FECHA-LIMITE DELIMITED BY SIZE
                      " dias:" DELIMITED BY SIZE
                      DIAS-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO LEER-RECLAMACION.

           IF DIAS-RESTANTES NOT > DIAS-AVISO
               ADD 1 TO CNT-PROXIMAS
               STRING "VENCE    Reclamacion " DELIMITED BY SIZE
                      REC-NUM DELIMITED BY SIZE
                      " cliente " DELIMITED BY SIZE
                      REC-CLIENTE DELIMITED BY SIZE
                      " limite " DELIMITED BY SIZE
                      REC-FECHA-LIMITE DELIMITED BY SIZE
                      " dias:" DELIMITED BY SIZE
                      DIAS-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME.

           GO TO LEER-RECLAMACION.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE RECLAMACIONES.

           IF FSINF = 00
               MOVE CNT-ABIERTAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Reclamaciones sin cerrar: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-VENCIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Fuera de plazo: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-PROXIMAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Proximas a vencer: " DELIMITED BY SIZE
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
