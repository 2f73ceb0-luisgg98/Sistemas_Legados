       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR_INDICES.
       *> Programa batch que carga la tabla de indices de referencia
       *> de los prestamos a tipo variable (indices.ubd) desde el
       *> fichero de la mesa de tesoreria (indices_mes.txt, una linea
       *> por indice y mes con los campos separados por "|": codigo
       *> del indice, mes AAAAMM y valor anual por 10000, con signo
       *> si es negativo, como el Euribor de algunos anyos).
       *> A diferencia de cambios.ubd la tabla no se regenera: es
       *> historica, un valor por indice y mes, y cargar otra vez el
       *> mismo mes corrige el valor anterior. REVISAR_PRESTAMOS y
       *> GESTION_PRESTAMOS toman de aqui el ultimo valor publicado
       *> antes del mes de la revision o del alta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT OPTIONAL INDICES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-CLAVE
           FILE STATUS IS FSIX.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "indices_mes.txt".
       01 LINEA-ENTRADA               PIC X(40).

       FD INDICES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "indices.ubd".
       01 INDICE-REG.
           02 IDX-CLAVE.
               03 IDX-CODIGO        PIC  X(10).
               03 IDX-PERIODO       PIC  9(6).
           *> Valor anual multiplicado por 10000, como las tasas de
           *> prestamos.ubd: 032500 = 3,2500 %
           02 IDX-VALOR-X10000      PIC S9(6).
           02 IDX-FECHA-CARGA       PIC  9(8).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_indices.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSEN                     PIC  X(2).
       77 FSIX                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       01 INDICE-CAMPOS.
           02 CAMP-CODIGO           PIC  X(10).
           02 CAMP-PERIODO          PIC  X(6).
           02 CAMP-VALOR            PIC  X(8).

       77 PERIODO-W                PIC  9(6).
       77 MES-W                    PIC  9(2).
       77 VALOR-W                  PIC S9(6).

       77 CNT-CARGADOS             PIC  9(5) VALUE 0.
       77 CNT-CORREGIDOS           PIC  9(5) VALUE 0.
       77 CNT-RECHAZADOS           PIC  9(5) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZ9.

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
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN INPUT ENTRADA.
           IF FSEN <> 00
               *> Sin fichero de la mesa no hay valores nuevos: las
               *> revisiones siguen con los ya cargados
               GO TO FIN.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O INDICES CLOSE INDICES.
           OPEN I-O INDICES.
           IF FSIX <> 00
               GO TO FIN-ERROR.

       LEER-INDICE.
           READ ENTRADA AT END GO TO FIN.

           IF LINEA-ENTRADA = SPACES
               GO TO LEER-INDICE.

           INITIALIZE INDICE-CAMPOS.
           UNSTRING LINEA-ENTRADA DELIMITED BY "|"
               INTO CAMP-CODIGO CAMP-PERIODO CAMP-VALOR.

           IF CAMP-CODIGO = SPACES
               OR CAMP-PERIODO = SPACES
               OR CAMP-VALOR = SPACES
               OR CAMP-PERIODO IS NOT NUMERIC
               ADD 1 TO CNT-RECHAZADOS
               GO TO LEER-INDICE.

           MOVE CAMP-PERIODO TO PERIODO-W.
           MOVE PERIODO-W(5:2) TO MES-W.
           IF MES-W < 1 OR MES-W > 12
               ADD 1 TO CNT-RECHAZADOS
               GO TO LEER-INDICE.
           COMPUTE VALOR-W = FUNCTION NUMVAL(CAMP-VALOR).

           MOVE CAMP-CODIGO TO IDX-CODIGO.
           MOVE PERIODO-W   TO IDX-PERIODO.
           READ INDICES INVALID KEY
               MOVE VALOR-W TO IDX-VALOR-X10000
               MOVE FECHA   TO IDX-FECHA-CARGA
               WRITE INDICE-REG INVALID KEY
                   ADD 1 TO CNT-RECHAZADOS
                   GO TO LEER-INDICE
               END-WRITE
               ADD 1 TO CNT-CARGADOS
           NOT INVALID KEY
               MOVE VALOR-W TO IDX-VALOR-X10000
               MOVE FECHA   TO IDX-FECHA-CARGA
               REWRITE INDICE-REG INVALID KEY
                   ADD 1 TO CNT-RECHAZADOS
                   GO TO LEER-INDICE
               END-REWRITE
               ADD 1 TO CNT-CORREGIDOS
           END-READ.
           GO TO LEER-INDICE.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE ENTRADA.
           CLOSE INDICES.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF = 00 OR FSINF = 05
               MOVE SPACES TO LINEA-INFORME
               STRING "=== CARGAR_INDICES - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CARGADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Valores nuevos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CORREGIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Valores corregidos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RECHAZADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Lineas rechazadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.
