       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADISTICA_RECLAMACIONES.
       *> Programa batch de la memoria anual del servicio de atencion
       *> al cliente: resume las reclamaciones recibidas en el
       *> ejercicio (reclamaciones.ubd, ver GESTION_RECLAMACIONES)
       *> por categoria y resultado, en el cuadro que pide el Banco de
       *> Espana: recibidas, no admitidas, resueltas a favor del
       *> cliente, parcialmente a favor, en contra, desistidas,
       *> pendientes al cierre del ejercicio, contestadas fuera de
       *> plazo y dias medios de respuesta. El ejercicio se toma del
       *> parametro RECLAMAANO de parametros.ubd; si no esta definido
       *> se informa el ano anterior al de la fecha de negocio. Una
       *> reclamacion cerrada despues del 31/12 cuenta como pendiente.
       *> Se ejecuta de forma independiente, normalmente en enero.

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

           SELECT OPTIONAL MEMORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSME.

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
           02 REC-FECHA-ENTRADA-R REDEFINES REC-FECHA-ENTRADA.
               03 REC-ANO-ENTRADA   PIC  9(4).
               03 FILLER            PIC  9(4).
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

       FD MEMORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones_anual.txt".
       01 LINEA-MEMORIA               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSRE                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSME                     PIC  X(2).

       77 ANO-INFORMADO            PIC  9(4).
       77 FIN-EJERCICIO            PIC  9(8).
       77 IND-CAT                  PIC  9(1).
       77 DIAS-RESPUESTA           PIC  9(5).
       77 FECHA-TMP                PIC  9(8).
       77 DIAS-MEDIOS              PIC  9(5).

       *> Nombres de las categorias, en el orden de REC-CATEGORIA; la
       *> septima fila es la de totales
       01 NOMBRES-CATEGORIA-V.
           02 FILLER                PIC X(12) VALUE "OPERATIVA".
           02 FILLER                PIC X(12) VALUE "COMISIONES".
           02 FILLER                PIC X(12) VALUE "CAJEROS".
           02 FILLER                PIC X(12) VALUE "PERSONAL".
           02 FILLER                PIC X(12) VALUE "SERVICIO".
           02 FILLER                PIC X(12) VALUE "OTRAS".
           02 FILLER                PIC X(12) VALUE "TOTAL".
       01 NOMBRES-CATEGORIA REDEFINES NOMBRES-CATEGORIA-V.
           02 NOMBRE-CATEGORIA      PIC X(12) OCCURS 7 TIMES.

       01 TABLA-ESTADISTICA.
           02 FILA-CAT OCCURS 7 TIMES.
               03 EST-RECIBIDAS     PIC  9(7).
               03 EST-NO-ADMITIDAS  PIC  9(7).
               03 EST-A-FAVOR       PIC  9(7).
               03 EST-PARCIAL       PIC  9(7).
               03 EST-EN-CONTRA     PIC  9(7).
               03 EST-DESISTIDAS    PIC  9(7).
               03 EST-PENDIENTES    PIC  9(7).
               03 EST-FUERA-PLAZO   PIC  9(7).
               03 EST-CONTESTADAS   PIC  9(7).
               03 EST-SUMA-DIAS     PIC  9(9).

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

           COMPUTE ANO-INFORMADO = ANO - 1.

           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "RECLAMAANO" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARAM-VALOR > 0
                       MOVE PARAM-VALOR TO ANO-INFORMADO
                   END-IF
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           COMPUTE FIN-EJERCICIO = (ANO-INFORMADO * 10000) + 1231.
           INITIALIZE TABLA-ESTADISTICA.

           OPEN INPUT RECLAMACIONES.
           IF FSRE <> 00
               GO TO ESCRIBIR-MEMORIA.

       LEER-RECLAMACION.
           READ RECLAMACIONES NEXT RECORD AT END
               GO TO ESCRIBIR-MEMORIA.

           IF REC-ANO-ENTRADA NOT = ANO-INFORMADO
               GO TO LEER-RECLAMACION.
           MOVE REC-CATEGORIA TO IND-CAT.
           IF IND-CAT < 1 OR IND-CAT > 6
               MOVE 6 TO IND-CAT.

           PERFORM CONTAR-RECLAMACION THRU CONTAR-RECLAMACION-FIN.
           MOVE 7 TO IND-CAT.
           PERFORM CONTAR-RECLAMACION THRU CONTAR-RECLAMACION-FIN.
           GO TO LEER-RECLAMACION.

      *> SUMA LA RECLAMACION LEIDA EN LA FILA IND-CAT DEL CUADRO
       CONTAR-RECLAMACION.
           ADD 1 TO EST-RECIBIDAS(IND-CAT).

           IF NOT REC-CERRADA OR REC-FECHA-RESPUESTA > FIN-EJERCICIO
               ADD 1 TO EST-PENDIENTES(IND-CAT)
               GO TO CONTAR-RECLAMACION-FIN.

           IF REC-NO-ADMITIDA
               ADD 1 TO EST-NO-ADMITIDAS(IND-CAT).
           IF REC-A-FAVOR
               ADD 1 TO EST-A-FAVOR(IND-CAT).
           IF REC-PARCIAL
               ADD 1 TO EST-PARCIAL(IND-CAT).
           IF REC-EN-CONTRA
               ADD 1 TO EST-EN-CONTRA(IND-CAT).
           IF REC-DESISTIDA
               ADD 1 TO EST-DESISTIDAS(IND-CAT).

           IF REC-FECHA-RESPUESTA > REC-FECHA-LIMITE
               ADD 1 TO EST-FUERA-PLAZO(IND-CAT).

           MOVE REC-FECHA-RESPUESTA TO FECHA-TMP.
           COMPUTE DIAS-RESPUESTA = FUNCTION INTEGER-OF-DATE(FECHA-TMP).
           MOVE REC-FECHA-ENTRADA TO FECHA-TMP.
           COMPUTE DIAS-RESPUESTA = DIAS-RESPUESTA
               - FUNCTION INTEGER-OF-DATE(FECHA-TMP).
           ADD 1 TO EST-CONTESTADAS(IND-CAT).
           ADD DIAS-RESPUESTA TO EST-SUMA-DIAS(IND-CAT).
       CONTAR-RECLAMACION-FIN.
           EXIT.

       ESCRIBIR-MEMORIA.
           CLOSE RECLAMACIONES.

           *> La memoria se regenera entera en cada ejecucion
           OPEN OUTPUT MEMORIA.
           IF FSME <> 00 AND FSME <> 05
               GO TO FIN.

           MOVE SPACES TO LINEA-MEMORIA.
           STRING "MEMORIA ANUAL DE RECLAMACIONES - UnizarBank - "
               DELIMITED BY SIZE
               "Ejercicio " DELIMITED BY SIZE
               ANO-INFORMADO DELIMITED BY SIZE
             INTO LINEA-MEMORIA.
           WRITE LINEA-MEMORIA.

           MOVE SPACES TO LINEA-MEMORIA.
           STRING "CATEGORIA|RECIBIDAS|NO_ADMITIDAS|A_FAVOR|PARCIAL|"
                  DELIMITED BY SIZE
                  "EN_CONTRA|DESISTIDAS|PENDIENTES|FUERA_PLAZO|"
                  DELIMITED BY SIZE
                  "DIAS_MEDIOS" DELIMITED BY SIZE
             INTO LINEA-MEMORIA.
           WRITE LINEA-MEMORIA.

           MOVE 1 TO IND-CAT.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           GO TO FIN.

      *> UNA LINEA DEL CUADRO POR CATEGORIA, DE IND-CAT A LA DE
      *> TOTALES
       ESCRIBIR-FILA.
           IF IND-CAT > 7
               GO TO ESCRIBIR-FILA-FIN.
           MOVE 0 TO DIAS-MEDIOS.
           IF EST-CONTESTADAS(IND-CAT) > 0
               COMPUTE DIAS-MEDIOS ROUNDED = EST-SUMA-DIAS(IND-CAT)
                   / EST-CONTESTADAS(IND-CAT).

           MOVE SPACES TO LINEA-MEMORIA.
           STRING NOMBRE-CATEGORIA(IND-CAT) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  EST-RECIBIDAS(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-NO-ADMITIDAS(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-A-FAVOR(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-PARCIAL(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-EN-CONTRA(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-DESISTIDAS(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-PENDIENTES(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EST-FUERA-PLAZO(IND-CAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DIAS-MEDIOS DELIMITED BY SIZE
             INTO LINEA-MEMORIA.
           WRITE LINEA-MEMORIA.

           ADD 1 TO IND-CAT.
           GO TO ESCRIBIR-FILA.
       ESCRIBIR-FILA-FIN.
           EXIT.

       FIN.
           CLOSE MEMORIA.

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
