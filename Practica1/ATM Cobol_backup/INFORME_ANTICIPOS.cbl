       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_ANTICIPOS.
       *> Informe de riesgo con los promotores por los anticipos
       *> sobre la venta de entradas (ver GESTION_ANTICIPOS): lista
       *> cada anticipo de anticipos.ubd que sigue abierto con lo que
       *> queda por recuperar, separando los pendientes de descontar
       *> en la liquidacion (LIQUIDAR_ESPECTACULOS) de los que ya son
       *> un saldo a cobrar al promotor porque el espectaculo se
       *> cancelo y se reembolso (REEMBOLSAR_ESPECTACULO) o porque la
       *> liquidacion no llego a cubrirlos. Totaliza por promotor y
       *> en conjunto. Se ejecuta de forma independiente y lo deja
       *> en informe_anticipos.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUM
           FILE STATUS IS FSANT.

           SELECT OPTIONAL PROMOTORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-ID
           FILE STATUS IS FSPR.

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
       FD ANTICIPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos.ubd".
       01 ANTICIPO-REG.
           02 ANT-NUM               PIC  9(9).
           02 ANT-PROMOTOR          PIC  9(4).
           *> Contra un espectaculo suelto o contra una produccion
           *> entera (ver GESTION_PRODUCCIONES): el otro va a cero
           02 ANT-ESPECT            PIC  9(4).
           02 ANT-PRODUCCION        PIC  9(4).
           02 ANT-FECHA             PIC  9(8).
           *> Importe anticipado, que es lo que se recupera en la
           *> liquidacion; la comision se descuenta del pago
           02 ANT-CENT              PIC  9(9).
           02 ANT-CENT-COMISION     PIC  9(9).
           02 ANT-CENT-RECUPERADO   PIC  9(9).
           02 ANT-ESTADO            PIC  9(1).
               88 ANT-PENDIENTE     VALUE 1.
               88 ANT-RECUPERADO    VALUE 2.
               88 ANT-A-COBRAR      VALUE 3.
           02 ANT-FECHA-ESTADO      PIC  9(8).
           02 ANT-OPERADOR          PIC  9(4).

       FD PROMOTORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotores.ubd".
       01 PROMOTOR-REG.
           02 PRO-ID                PIC  9(4).
           02 PRO-NOMBRE            PIC X(30).
           02 PRO-IBAN              PIC X(24).
           02 PRO-COMISION-X10000   PIC  9(4).

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
           VALUE OF FILE-ID IS "informe_anticipos.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSANT                    PIC  X(2).
       77 FSPR                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       *> Acumulados por promotor
       01 TABLA-PROMOTORES.
           02 TPR-ENTRADA OCCURS 50 TIMES.
               03 TPR-ID            PIC  9(4).
               03 TPR-NOMBRE        PIC X(30).
               03 TPR-ABIERTOS      PIC  9(5).
               03 TPR-CENT-PEND     PIC  9(11).
               03 TPR-CENT-COBRAR   PIC  9(11).
       77 IND-TPR                  PIC  9(2).
       77 TOT-PROMOTORES           PIC  9(2) VALUE 0.
       77 PROMOTOR-BUSCADO         PIC  9(4).

       *> Lo que falta por recuperar de cada anticipo abierto
       77 CENT-VIVO                PIC  9(9).
       77 CNT-ABIERTOS             PIC  9(7) VALUE 0.
       77 CNT-SIN-PROMOTOR         PIC  9(7) VALUE 0.
       77 TOT-CENT-PEND            PIC  9(13) VALUE 0.
       77 TOT-CENT-COBRAR          PIC  9(13) VALUE 0.

       77 CENT-EDITAR              PIC S9(13).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 IMPORTE-ENT-EDIT-2       PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT-2       PIC  99.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TEXTO-DESTINO            PIC X(20).
       77 TEXTO-ESTADO             PIC X(10).

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

           PERFORM CARGAR-PROMOTORES THRU CARGAR-PROMOTORES-FIN.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== INFORME_ANTICIPOS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM LISTAR-ANTICIPOS THRU LISTAR-ANTICIPOS-FIN.

           IF CNT-ABIERTOS = 0
               MOVE "No hay anticipos abiertos con los promotores"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO INFORME-CIERRE.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Riesgo por promotor:" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 1 TO IND-TPR.

       INFORME-PROMOTOR.
           IF IND-TPR > TOT-PROMOTORES
               GO TO INFORME-TOTALES.
           IF TPR-ABIERTOS(IND-TPR) = 0
               ADD 1 TO IND-TPR
               GO TO INFORME-PROMOTOR.

           MOVE TPR-ABIERTOS(IND-TPR) TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Promotor " DELIMITED BY SIZE
                  TPR-ID(IND-TPR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TPR-NOMBRE(IND-TPR) DELIMITED BY SIZE
                  " anticipos:" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TPR-CENT-PEND(IND-TPR) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE IMPORTE-ENT-EDIT TO IMPORTE-ENT-EDIT-2.
           MOVE IMPORTE-DEC-EDIT TO IMPORTE-DEC-EDIT-2.
           MOVE TPR-CENT-COBRAR(IND-TPR) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Pendiente liquidar: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT-2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT-2 DELIMITED BY SIZE
                  "  A cobrar: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-TPR.
           GO TO INFORME-PROMOTOR.

       INFORME-TOTALES.
           IF CNT-SIN-PROMOTOR > 0
               MOVE CNT-SIN-PROMOTOR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Anticipos de promotores fuera de tabla:"
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE CNT-ABIERTOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total anticipos abiertos: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TOT-CENT-PEND TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total pendiente de liquidar: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TOT-CENT-COBRAR TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total a cobrar a promotores: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       INFORME-CIERRE.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> AVISA A QUIEN LANZA EL PROCESO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE INFORME.

           GOBACK.

       CARGAR-PROMOTORES.
           INITIALIZE TABLA-PROMOTORES.
           OPEN INPUT PROMOTORES.
           IF FSPR <> 00
               CLOSE PROMOTORES
               GO TO CARGAR-PROMOTORES-FIN.
       LEER-PROMOTOR.
           READ PROMOTORES NEXT RECORD AT END
               CLOSE PROMOTORES
               GO TO CARGAR-PROMOTORES-FIN.
           IF TOT-PROMOTORES >= 50
               CLOSE PROMOTORES
               GO TO CARGAR-PROMOTORES-FIN.
           ADD 1 TO TOT-PROMOTORES.
           MOVE PRO-ID     TO TPR-ID(TOT-PROMOTORES).
           MOVE PRO-NOMBRE TO TPR-NOMBRE(TOT-PROMOTORES).
           GO TO LEER-PROMOTOR.
       CARGAR-PROMOTORES-FIN.
           EXIT.

      *> UNA LINEA POR ANTICIPO ABIERTO: PENDIENTE (SE DESCONTARA EN
      *> LA LIQUIDACION) O A COBRAR (YA NO HAY LIQUIDACION DE LA QUE
      *> DESCONTARLO); LOS RECUPERADOS NO SON RIESGO
       LISTAR-ANTICIPOS.
           OPEN INPUT ANTICIPOS.
           IF FSANT <> 00
               CLOSE ANTICIPOS
               GO TO LISTAR-ANTICIPOS-FIN.
       LEER-ANTICIPO.
           READ ANTICIPOS NEXT RECORD AT END
               CLOSE ANTICIPOS
               GO TO LISTAR-ANTICIPOS-FIN.
           IF NOT ANT-PENDIENTE AND NOT ANT-A-COBRAR
               GO TO LEER-ANTICIPO.
           COMPUTE CENT-VIVO = ANT-CENT - ANT-CENT-RECUPERADO.
           IF CENT-VIVO = 0
               GO TO LEER-ANTICIPO.

           IF CNT-ABIERTOS = 0
               MOVE "Anticipos abiertos:" TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           ADD 1 TO CNT-ABIERTOS.

           MOVE SPACES TO TEXTO-DESTINO.
           IF ANT-ESPECT NOT = 0
               STRING "espectaculo " DELIMITED BY SIZE
                      ANT-ESPECT DELIMITED BY SIZE
                 INTO TEXTO-DESTINO
           ELSE
               STRING "produccion " DELIMITED BY SIZE
                      ANT-PRODUCCION DELIMITED BY SIZE
                 INTO TEXTO-DESTINO
           END-IF.

           IF ANT-PENDIENTE
               MOVE "pendiente" TO TEXTO-ESTADO
               ADD CENT-VIVO TO TOT-CENT-PEND
           ELSE
               MOVE "a cobrar" TO TEXTO-ESTADO
               ADD CENT-VIVO TO TOT-CENT-COBRAR
           END-IF.

           MOVE CENT-VIVO TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  ANT-NUM DELIMITED BY SIZE
                  " prom " DELIMITED BY SIZE
                  ANT-PROMOTOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEXTO-DESTINO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEXTO-ESTADO DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE ANT-PROMOTOR TO PROMOTOR-BUSCADO.
           PERFORM LOCALIZAR-PROMOTOR THRU LOCALIZAR-PROMOTOR-FIN.
           IF IND-TPR = 0
               ADD 1 TO CNT-SIN-PROMOTOR
               GO TO LEER-ANTICIPO.
           ADD 1 TO TPR-ABIERTOS(IND-TPR).
           IF ANT-PENDIENTE
               ADD CENT-VIVO TO TPR-CENT-PEND(IND-TPR)
           ELSE
               ADD CENT-VIVO TO TPR-CENT-COBRAR(IND-TPR)
           END-IF.
           GO TO LEER-ANTICIPO.
       LISTAR-ANTICIPOS-FIN.
           EXIT.

      *> DEJA EN IND-TPR LA ENTRADA DE PROMOTOR-BUSCADO, O 0 SI NO
      *> ESTA
       LOCALIZAR-PROMOTOR.
           MOVE 1 TO IND-TPR.
       LOCALIZAR-PROMOTOR-SIG.
           IF IND-TPR > TOT-PROMOTORES
               MOVE 0 TO IND-TPR
               GO TO LOCALIZAR-PROMOTOR-FIN.
           IF TPR-ID(IND-TPR) = PROMOTOR-BUSCADO
               GO TO LOCALIZAR-PROMOTOR-FIN.
           ADD 1 TO IND-TPR.
           GO TO LOCALIZAR-PROMOTOR-SIG.
       LOCALIZAR-PROMOTOR-FIN.
           EXIT.

       EDITAR-IMPORTE.
           IF CENT-EDITAR < 0
               COMPUTE IMPORTE-ENT-EDIT =
                   - (FUNCTION ABS(CENT-EDITAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO IMPORTE-DEC-EDIT
           ELSE
               COMPUTE IMPORTE-ENT-EDIT = (CENT-EDITAR / 100)
               MOVE FUNCTION MOD(CENT-EDITAR, 100)
                   TO IMPORTE-DEC-EDIT
           END-IF.

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
