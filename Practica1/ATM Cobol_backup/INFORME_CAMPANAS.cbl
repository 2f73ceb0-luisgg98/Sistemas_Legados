       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_CAMPANAS.
       *> Informe de resultados de las campanas comerciales del
       *> cajero (ver GESTION_CAMPANAS, SELECCIONAR_OFERTAS y BANK36):
       *> para cada campana de campanas.ubd cuenta las tarjetas que
       *> tienen la oferta asignada para hoy (ofertas_cajero.ubd) y,
       *> de ofertas_respuestas.ubd, los clientes a los que se ha
       *> ensenado, cuantos la aceptaron, la rechazaron o la dejaron
       *> pasar, las veces que se ha ensenado en total y el
       *> porcentaje de aceptacion sobre los clientes alcanzados. Lo
       *> deja en informe_campanas.ubd a continuacion del resumen de
       *> SELECCIONAR_OFERTAS. Forma parte del plan de
       *> CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPANAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-COD
           FILE STATUS IS FSCM.

           SELECT OPTIONAL OFERTAS-CAJERO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFC-TARJETA
           FILE STATUS IS FSOC.

           SELECT OPTIONAL RESPUESTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORS-CLAVE
           FILE STATUS IS FSOR.

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
       FD CAMPANAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanas.ubd".
       01 CAMPANA-REG.
           02 CAM-COD               PIC  9(4).
           02 CAM-NOMBRE            PIC X(30).
           02 CAM-PRIORIDAD         PIC  9(1).
           02 CAM-DESDE             PIC  9(8).
           02 CAM-HASTA             PIC  9(8).
           02 CAM-TEXTO-ID          PIC  9(4).
           02 CAM-MENSAJE-1         PIC X(50).
           02 CAM-MENSAJE-2         PIC X(50).
           02 CAM-PERFIL            PIC  9(2).
           02 CAM-SALDO-MIN         PIC  9(7).
           02 CAM-SALDO-MAX         PIC  9(7).
           02 CAM-AHORRO            PIC  9(1).
               88 CAM-AHORRO-INDIFERENTE VALUE 0.
               88 CAM-SIN-AHORRO         VALUE 1.
               88 CAM-CON-AHORRO         VALUE 2.
           02 CAM-CATEGORIA         PIC X(15).
           02 CAM-OPER-MIN          PIC  9(3).
           02 CAM-GASTO-MIN         PIC  9(7).
           02 CAM-ESTADO            PIC  9(1).
               88 CAM-ACTIVA        VALUE 1.
               88 CAM-SUSPENDIDA    VALUE 2.

       FD OFERTAS-CAJERO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_cajero.ubd".
       01 OFERTA-CAJERO-REG.
           02 OFC-TARJETA           PIC 9(16).
           02 OFC-CAMPANA           PIC  9(4).
           02 OFC-FECHA             PIC  9(8).

       FD RESPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_respuestas.ubd".
       01 RESPUESTA-REG.
           02 ORS-CLAVE.
               03 ORS-TARJETA       PIC 9(16).
               03 ORS-CAMPANA       PIC  9(4).
           02 ORS-ESTADO            PIC  9(1).
               88 ORS-IGNORADA      VALUE 1.
               88 ORS-ACEPTADA      VALUE 2.
               88 ORS-RECHAZADA     VALUE 3.
           02 ORS-VECES             PIC  9(3).
           02 ORS-FECHA-PRIMERA     PIC  9(8).
           02 ORS-FECHA-ULTIMA      PIC  9(8).

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
           VALUE OF FILE-ID IS "informe_campanas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSCM                     PIC  X(2).
       77 FSOC                     PIC  X(2).
       77 FSOR                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       *> Contadores por campana
       01 TABLA-CAMPANAS.
           02 TC-ENTRADA OCCURS 50 TIMES.
               03 TC-COD            PIC  9(4).
               03 TC-NOMBRE         PIC X(30).
               03 TC-ESTADO         PIC  9(1).
               03 TC-ASIGNADAS      PIC  9(7).
               03 TC-CLIENTES       PIC  9(7).
               03 TC-ACEPTADAS      PIC  9(7).
               03 TC-RECHAZADAS     PIC  9(7).
               03 TC-IGNORADAS      PIC  9(7).
               03 TC-VECES          PIC  9(9).
       77 IND-TC                   PIC  9(2).
       77 TOT-CAMPANAS             PIC  9(2) VALUE 0.
       77 CAMPANA-BUSCADA          PIC  9(4).

       77 PORC-ACEPTACION          PIC  9(3)V9.
       77 PORC-EDIT                PIC  ZZ9.9.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 CNT-EDIT-2               PIC  ZZZZZZ9.
       77 CNT-EDIT-3               PIC  ZZZZZZ9.

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

           PERFORM CARGAR-CAMPANAS THRU CARGAR-CAMPANAS-FIN.
           PERFORM CONTAR-ASIGNADAS THRU CONTAR-ASIGNADAS-FIN.
           PERFORM CONTAR-RESPUESTAS THRU CONTAR-RESPUESTAS-FIN.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== INFORME_CAMPANAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF TOT-CAMPANAS = 0
               MOVE "No hay campanas dadas de alta" TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO INFORME-CIERRE.

           MOVE 1 TO IND-TC.

       INFORME-CAMPANA.
           IF IND-TC > TOT-CAMPANAS
               GO TO INFORME-CIERRE.

           MOVE SPACES TO LINEA-INFORME.
           IF TC-ESTADO(IND-TC) = 1
               STRING "Campana " DELIMITED BY SIZE
                      TC-COD(IND-TC) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TC-NOMBRE(IND-TC) DELIMITED BY SIZE
                      " (activa)" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "Campana " DELIMITED BY SIZE
                      TC-COD(IND-TC) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TC-NOMBRE(IND-TC) DELIMITED BY SIZE
                      " (suspendida)" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

           MOVE TC-ASIGNADAS(IND-TC) TO CNT-EDIT.
           MOVE TC-CLIENTES(IND-TC)  TO CNT-EDIT-2.
           MOVE TC-VECES(IND-TC)     TO CNT-EDIT-3.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Asignadas hoy: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  Clientes: " DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
                  "  Veces vista: " DELIMITED BY SIZE
                  CNT-EDIT-3 DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TC-ACEPTADAS(IND-TC)  TO CNT-EDIT.
           MOVE TC-RECHAZADAS(IND-TC) TO CNT-EDIT-2.
           MOVE TC-IGNORADAS(IND-TC)  TO CNT-EDIT-3.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Aceptadas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  Rechazadas: " DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
                  "  Ignoradas: " DELIMITED BY SIZE
                  CNT-EDIT-3 DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO PORC-ACEPTACION.
           IF TC-CLIENTES(IND-TC) > 0
               COMPUTE PORC-ACEPTACION ROUNDED =
                   (TC-ACEPTADAS(IND-TC) * 100) / TC-CLIENTES(IND-TC).
           MOVE PORC-ACEPTACION TO PORC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Aceptacion: " DELIMITED BY SIZE
                  PORC-EDIT DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-TC.
           GO TO INFORME-CAMPANA.

       INFORME-CIERRE.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE INFORME.

           GOBACK.

       CARGAR-CAMPANAS.
           INITIALIZE TABLA-CAMPANAS.
           OPEN INPUT CAMPANAS.
           IF FSCM <> 00
               CLOSE CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.
       LEER-CAMPANA.
           READ CAMPANAS NEXT RECORD AT END
               CLOSE CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.
           IF TOT-CAMPANAS >= 50
               CLOSE CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.
           ADD 1 TO TOT-CAMPANAS.
           MOVE CAM-COD    TO TC-COD(TOT-CAMPANAS).
           MOVE CAM-NOMBRE TO TC-NOMBRE(TOT-CAMPANAS).
           MOVE CAM-ESTADO TO TC-ESTADO(TOT-CAMPANAS).
           GO TO LEER-CAMPANA.
       CARGAR-CAMPANAS-FIN.
           EXIT.

      *> TARJETAS CON LA OFERTA DE CADA CAMPANA PARA HOY
       CONTAR-ASIGNADAS.
           OPEN INPUT OFERTAS-CAJERO.
           IF FSOC <> 00
               CLOSE OFERTAS-CAJERO
               GO TO CONTAR-ASIGNADAS-FIN.
       LEER-ASIGNADA.
           READ OFERTAS-CAJERO NEXT RECORD AT END
               CLOSE OFERTAS-CAJERO
               GO TO CONTAR-ASIGNADAS-FIN.
           MOVE OFC-CAMPANA TO CAMPANA-BUSCADA.
           PERFORM LOCALIZAR-CAMPANA THRU LOCALIZAR-CAMPANA-FIN.
           IF IND-TC > 0
               ADD 1 TO TC-ASIGNADAS(IND-TC).
           GO TO LEER-ASIGNADA.
       CONTAR-ASIGNADAS-FIN.
           EXIT.

      *> RESPUESTAS ACUMULADAS DESDE EL INICIO DE CADA CAMPANA
       CONTAR-RESPUESTAS.
           OPEN INPUT RESPUESTAS.
           IF FSOR <> 00
               CLOSE RESPUESTAS
               GO TO CONTAR-RESPUESTAS-FIN.
       LEER-RESPUESTA.
           READ RESPUESTAS NEXT RECORD AT END
               CLOSE RESPUESTAS
               GO TO CONTAR-RESPUESTAS-FIN.
           MOVE ORS-CAMPANA TO CAMPANA-BUSCADA.
           PERFORM LOCALIZAR-CAMPANA THRU LOCALIZAR-CAMPANA-FIN.
           IF IND-TC = 0
               GO TO LEER-RESPUESTA.
           ADD 1         TO TC-CLIENTES(IND-TC).
           ADD ORS-VECES TO TC-VECES(IND-TC).
           IF ORS-ACEPTADA
               ADD 1 TO TC-ACEPTADAS(IND-TC).
           IF ORS-RECHAZADA
               ADD 1 TO TC-RECHAZADAS(IND-TC).
           IF ORS-IGNORADA
               ADD 1 TO TC-IGNORADAS(IND-TC).
           GO TO LEER-RESPUESTA.
       CONTAR-RESPUESTAS-FIN.
           EXIT.

      *> DEJA EN IND-TC LA ENTRADA DE CAMPANA-BUSCADA, O 0 SI NO ESTA
       LOCALIZAR-CAMPANA.
           MOVE 1 TO IND-TC.
       LOCALIZAR-CAMPANA-SIG.
           IF IND-TC > TOT-CAMPANAS
               MOVE 0 TO IND-TC
               GO TO LOCALIZAR-CAMPANA-FIN.
           IF TC-COD(IND-TC) = CAMPANA-BUSCADA
               GO TO LOCALIZAR-CAMPANA-FIN.
           ADD 1 TO IND-TC.
           GO TO LOCALIZAR-CAMPANA-SIG.
       LOCALIZAR-CAMPANA-FIN.
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
