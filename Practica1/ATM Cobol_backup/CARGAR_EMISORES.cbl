       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR_EMISORES.
       *> Programa batch que carga el directorio de emisores de la
       *> red de cajeros (emisores_bin.ubd) desde el fichero que
       *> distribuye la red (emisores_red.txt, una linea por BIN con
       *> los campos separados por "|": BIN de seis cifras, codigo de
       *> entidad, nombre del emisor, estado 1=activo 2=suspendido y
       *> maximo por operacion en centimos, 0 sin maximo). La tabla
       *> se regenera entera: un BIN que no venga en el fichero deja
       *> de poder operar en nuestros cajeros. La consulta
       *> AUTORIZAR_AJENA al autorizar las retiradas con tarjeta de
       *> otra entidad y LIQUIDAR_ADQUIRENTE al reclamar a cada
       *> emisor. Sin fichero de la red la tabla vieja se conserva.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT OPTIONAL EMISORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMI-BIN
           FILE STATUS IS FSEM.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "emisores_red.txt".
       01 LINEA-ENTRADA               PIC X(80).

       FD EMISORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "emisores_bin.ubd".
       01 EMISOR-REG.
           02 EMI-BIN               PIC  9(6).
           02 EMI-ENTIDAD           PIC  9(4).
           02 EMI-NOMBRE            PIC X(30).
           02 EMI-ESTADO            PIC  9(1).
               88 EMI-ACTIVO        VALUE 1.
               88 EMI-SUSPENDIDO    VALUE 2.
           02 EMI-CENT-MAX          PIC  9(9).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_adquirente.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSEN                     PIC  X(2).
       77 FSEM                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       01 EMISOR-CAMPOS.
           02 EMIP-BIN              PIC  X(6).
           02 EMIP-ENTIDAD          PIC  X(4).
           02 EMIP-NOMBRE           PIC X(30).
           02 EMIP-ESTADO           PIC  X(1).
           02 EMIP-MAX              PIC  X(9).

       77 CNT-CARGADOS             PIC  9(5) VALUE 0.
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
               *> Sin fichero de la red no hay directorio nuevo: se
               *> sigue autorizando con el de la ultima carga
               GO TO FIN.

           *> La tabla se regenera entera en cada carga
           OPEN OUTPUT EMISORES.
           IF FSEM <> 00
               GO TO FIN-ERROR.

       LEER-EMISOR.
           READ ENTRADA AT END GO TO FIN.

           IF LINEA-ENTRADA = SPACES
               GO TO LEER-EMISOR.

           INITIALIZE EMISOR-CAMPOS.
           UNSTRING LINEA-ENTRADA DELIMITED BY "|"
               INTO EMIP-BIN EMIP-ENTIDAD EMIP-NOMBRE EMIP-ESTADO
                    EMIP-MAX.

           IF EMIP-BIN = SPACES
               OR EMIP-ENTIDAD = SPACES
               OR EMIP-ESTADO = SPACES
               ADD 1 TO CNT-RECHAZADOS
               GO TO LEER-EMISOR.

           COMPUTE EMI-BIN = FUNCTION NUMVAL(EMIP-BIN).
           COMPUTE EMI-ENTIDAD = FUNCTION NUMVAL(EMIP-ENTIDAD).
           MOVE EMIP-NOMBRE TO EMI-NOMBRE.
           COMPUTE EMI-ESTADO = FUNCTION NUMVAL(EMIP-ESTADO).
           MOVE 0 TO EMI-CENT-MAX.
           IF EMIP-MAX NOT = SPACES
               COMPUTE EMI-CENT-MAX = FUNCTION NUMVAL(EMIP-MAX).

           IF EMI-BIN = 0 OR (NOT EMI-ACTIVO AND NOT EMI-SUSPENDIDO)
               ADD 1 TO CNT-RECHAZADOS
               GO TO LEER-EMISOR.

           WRITE EMISOR-REG INVALID KEY
               ADD 1 TO CNT-RECHAZADOS
               GO TO LEER-EMISOR
           END-WRITE.
           ADD 1 TO CNT-CARGADOS.
           GO TO LEER-EMISOR.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE ENTRADA.
           CLOSE EMISORES.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF = 00 OR FSINF = 05
               MOVE SPACES TO LINEA-INFORME
               STRING "=== CARGAR_EMISORES - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CARGADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Emisores cargados: " DELIMITED BY SIZE
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
