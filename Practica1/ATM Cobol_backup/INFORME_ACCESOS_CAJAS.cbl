       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_ACCESOS_CAJAS.
       *> Informe batch del historial de aperturas de las cajas de
       *> seguridad (accesos_cajas.ubd, ver GESTION_CAJAS): para cada
       *> caja del inventario saca su sucursal, tamano y estado, el
       *> contrato en vigor con sus titulares y todas las veces que
       *> se ha abierto, con fecha, hora, cliente que entro y operador
       *> que le acompano. Es el listado que se entrega cuando un
       *> titular o un juzgado piden el historial de una caja. Se
       *> ejecuta de forma independiente, a peticion.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-NUM
           FILE STATUS IS FSCJ.

           SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-NUM
           FILE STATUS IS FSCO.

           SELECT OPTIONAL ACCESOS-CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACJ-NUM
           ALTERNATE RECORD KEY IS ACJ-CAJA WITH DUPLICATES
           FILE STATUS IS FSAJ.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

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

       FD CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajas_seguridad.ubd".
       01 CAJA-SEGURIDAD-REG.
           02 CSG-NUM               PIC  9(5).
           02 CSG-SUCURSAL          PIC  9(4).
           02 CSG-TAMANO            PIC  9(1).
               88 CSG-PEQUENA       VALUE 1.
               88 CSG-MEDIANA       VALUE 2.
               88 CSG-GRANDE        VALUE 3.
           02 CSG-ESTADO            PIC  9(1).
               88 CSG-LIBRE         VALUE 1.
               88 CSG-ALQUILADA     VALUE 2.
               88 CSG-FUERA-SERVICIO VALUE 3.
           02 CSG-CONTRATO          PIC  9(9).
           02 CSG-FECHA-ESTADO      PIC  9(8).

       FD CONTRATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contratos_cajas.ubd".
       01 CONTRATO-CAJA-REG.
           02 CCO-NUM               PIC  9(9).
           02 CCO-CAJA              PIC  9(5).
           02 CCO-TARJETA           PIC 9(16).
           02 CCO-TITULAR           PIC  9(8) OCCURS 3 TIMES.
           02 CCO-FECHA-ALTA        PIC  9(8).
           02 CCO-FECHA-COBRO       PIC  9(8).
           02 CCO-CENT-PENDIENTE    PIC  9(9).
           02 CCO-FECHA-IMPAGO      PIC  9(8).
           02 CCO-ESTADO            PIC  9(1).
               88 CCO-VIGENTE       VALUE 1.
               88 CCO-CANCELADO     VALUE 2.
           02 CCO-FECHA-BAJA        PIC  9(8).
           02 CCO-OPERADOR          PIC  9(4).

       FD ACCESOS-CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesos_cajas.ubd".
       01 ACCESO-CAJA-REG.
           02 ACJ-NUM               PIC  9(9).
           02 ACJ-CAJA              PIC  9(5).
           02 ACJ-CONTRATO          PIC  9(9).
           02 ACJ-CLIENTE           PIC  9(8).
           02 ACJ-FECHA             PIC  9(8).
           02 ACJ-HORA              PIC  9(6).
           02 ACJ-OPERADOR          PIC  9(4).
           02 ACJ-SUCURSAL          PIC  9(4).

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-ID                PIC  9(8).
           02 CLI-DNI               PIC  X(9).
           02 CLI-NOMBRE            PIC X(30).
           02 CLI-DIRECCION         PIC X(40).
           02 CLI-TELEFONO          PIC  9(9).
           02 CLI-EMAIL             PIC X(30).

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
           VALUE OF FILE-ID IS "informe_accesos_cajas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSCJ                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSAJ                     PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 I                        PIC  9(1).
       77 TAMANO-TEXTO             PIC X(7).
       77 ESTADO-TEXTO             PIC X(17).
       77 FECHA-EDIT               PIC X(10).
       77 HORA-EDIT                PIC X(8).
       77 ACCESOS-CAJA             PIC  9(7).

       77 CNT-CAJAS                PIC  9(7) VALUE 0.
       77 CNT-ALQUILADAS           PIC  9(7) VALUE 0.
       77 CNT-ACCESOS              PIC  9(7) VALUE 0.
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

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== ACCESOS A CAJAS DE SEGURIDAD - "
                  DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       FICHEROS-OPEN.
           OPEN I-O CAJAS CLOSE CAJAS.
           OPEN I-O CONTRATOS CLOSE CONTRATOS.
           OPEN I-O ACCESOS-CAJAS CLOSE ACCESOS-CAJAS.
           OPEN INPUT CAJAS.
           IF FSCJ <> 00
               GO TO FIN-ERROR.
           OPEN INPUT CONTRATOS.
           IF FSCO <> 00
               GO TO FIN-ERROR.
           OPEN INPUT ACCESOS-CAJAS.
           IF FSAJ <> 00
               GO TO FIN-ERROR.
           OPEN INPUT CLIENTES.

       LEER-CAJA.
           READ CAJAS NEXT RECORD AT END GO TO FIN.
           ADD 1 TO CNT-CAJAS.

           EVALUATE TRUE
               WHEN CSG-PEQUENA MOVE "pequena" TO TAMANO-TEXTO
               WHEN CSG-MEDIANA MOVE "mediana" TO TAMANO-TEXTO
               WHEN OTHER       MOVE "grande"  TO TAMANO-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CSG-LIBRE
                   MOVE "libre" TO ESTADO-TEXTO
               WHEN CSG-ALQUILADA
                   MOVE "alquilada" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "fuera de servicio" TO ESTADO-TEXTO
           END-EVALUATE.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Caja " DELIMITED BY SIZE
                  CSG-NUM DELIMITED BY SIZE
                  "  sucursal " DELIMITED BY SIZE
                  CSG-SUCURSAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TAMANO-TEXTO DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  ESTADO-TEXTO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF NOT CSG-ALQUILADA
               GO TO LISTAR-ACCESOS.
           ADD 1 TO CNT-ALQUILADAS.
           MOVE CSG-CONTRATO TO CCO-NUM.
           READ CONTRATOS INVALID KEY
               GO TO LISTAR-ACCESOS.

           MOVE SPACES TO FECHA-EDIT.
           STRING CCO-FECHA-ALTA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CCO-FECHA-ALTA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CCO-FECHA-ALTA(1:4) DELIMITED BY SIZE
             INTO FECHA-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Contrato " DELIMITED BY SIZE
                  CCO-NUM DELIMITED BY SIZE
                  " desde " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  " cargo en tarjeta " DELIMITED BY SIZE
                  CCO-TARJETA DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM LISTAR-TITULAR VARYING I FROM 1 BY 1 UNTIL I > 3.

       LISTAR-ACCESOS.
           MOVE 0 TO ACCESOS-CAJA.
           MOVE CSG-NUM TO ACJ-CAJA.
           START ACCESOS-CAJAS KEY IS = ACJ-CAJA
               INVALID KEY GO TO FIN-ACCESOS.

       LEER-ACCESO.
           READ ACCESOS-CAJAS NEXT RECORD AT END
               GO TO FIN-ACCESOS.
           IF ACJ-CAJA NOT = CSG-NUM
               GO TO FIN-ACCESOS.
           ADD 1 TO ACCESOS-CAJA.
           ADD 1 TO CNT-ACCESOS.

           MOVE ACJ-CLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE "(cliente sin ficha)" TO CLI-NOMBRE
           END-READ.
           MOVE SPACES TO FECHA-EDIT.
           STRING ACJ-FECHA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ACJ-FECHA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ACJ-FECHA(1:4) DELIMITED BY SIZE
             INTO FECHA-EDIT.
           MOVE SPACES TO HORA-EDIT.
           STRING ACJ-HORA(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ACJ-HORA(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ACJ-HORA(5:2) DELIMITED BY SIZE
             INTO HORA-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "    " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE " " DELIMITED BY SIZE
                  HORA-EDIT DELIMITED BY SIZE " " DELIMITED BY SIZE
                  ACJ-CLIENTE DELIMITED BY SIZE " " DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE
                  " op. " DELIMITED BY SIZE
                  ACJ-OPERADOR DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-ACCESO.

       FIN-ACCESOS.
           MOVE ACCESOS-CAJA TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Aperturas registradas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-CAJA.

      *> UNA LINEA POR CADA TITULAR DEL CONTRATO (HASTA TRES)
       LISTAR-TITULAR.
           IF CCO-TITULAR(I) = 0
               GO TO LISTAR-TITULAR-FIN.
           MOVE CCO-TITULAR(I) TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE "(cliente sin ficha)" TO CLI-NOMBRE
               MOVE SPACES TO CLI-DNI
           END-READ.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Titular " DELIMITED BY SIZE
                  CCO-TITULAR(I) DELIMITED BY SIZE " " DELIMITED BY SIZE
                  CLI-DNI DELIMITED BY SIZE " " DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       LISTAR-TITULAR-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CAJAS.
           CLOSE CONTRATOS.
           CLOSE ACCESOS-CAJAS.
           CLOSE CLIENTES.

           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CAJAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cajas en inventario: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ALQUILADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Alquiladas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ACCESOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Aperturas registradas: " DELIMITED BY SIZE
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
