       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_AJUSTES.
       *> Informe para contabilidad de los ajustes de periodos
       *> anteriores: lista los apuntes que tenian fecha de un mes ya
       *> cerrado (ver GESTION_PERIODOS) y que PERIODO_CONTABLE llevo
       *> a la primera fecha abierta, tal y como quedaron en
       *> ajustes_periodo.ubd, con su fecha original, la fecha con la
       *> que se anotaron, la cuenta, el importe, el concepto y el
       *> programa que los anoto. Saca los anotados en el mes de la
       *> fecha de negocio hasta ese dia, con el numero de ajustes y
       *> el importe neto. Se ejecuta de forma independiente y lo
       *> deja en informe_ajustes.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AJUSTES-PERIODO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJP-MOV-NUM
           FILE STATUS IS FSAJ.

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
       FD AJUSTES-PERIODO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ajustes_periodo.ubd".
       01 AJUSTE-PERIODO-REG.
           02 AJP-MOV-NUM           PIC  9(35).
           02 AJP-FECHA-ORIGINAL    PIC  9(8).
           02 AJP-FECHA-APUNTE      PIC  9(8).
           02 AJP-TARJETA           PIC  9(16).
           02 AJP-CENTIMOS          PIC S9(11).
           02 AJP-CONCEPTO          PIC  X(35).
           02 AJP-PROGRAMA          PIC  X(20).

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
           VALUE OF FILE-ID IS "informe_ajustes.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSAJ                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 PERIODO-PROCESO          PIC  9(6).
       77 FECHA-PROCESO            PIC  9(8).
       77 CNT-AJUSTES              PIC  9(7) VALUE 0.
       77 TOT-CENT-AJUSTES         PIC S9(13) VALUE 0.

       77 TARJETA-A-ENMASCARAR     PIC  9(16).
       77 TARJETA-MASCARA          PIC  X(16).
       01 FECHA-A-EDITAR           PIC  9(8).
       01 FECHA-A-EDITAR-R REDEFINES FECHA-A-EDITAR.
           02 FED-ANO               PIC  9(4).
           02 FED-MES               PIC  9(2).
           02 FED-DIA               PIC  9(2).
       77 FECHA-EDIT               PIC  X(10).
       77 FECHA-ORIGINAL-EDIT      PIC  X(10).

       77 CENT-EDITAR              PIC S9(13).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
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
           COMPUTE PERIODO-PROCESO = (ANO * 100) + MES.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== INFORME_AJUSTES - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM LISTAR-AJUSTES THRU LISTAR-AJUSTES-FIN.

           IF CNT-AJUSTES = 0
               MOVE "No hay ajustes de periodos anteriores en el mes"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO INFORME-CIERRE.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE CNT-AJUSTES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total ajustes de periodos anteriores: "
                  DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TOT-CENT-AJUSTES TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Importe neto ajustado: " DELIMITED BY SIZE
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

      *> DOS LINEAS POR AJUSTE ANOTADO EN EL MES DE PROCESO HASTA LA
      *> FECHA DE PROCESO: FECHAS, CUENTA E IMPORTE, Y DEBAJO EL
      *> CONCEPTO Y EL PROGRAMA QUE LO ANOTO
       LISTAR-AJUSTES.
           OPEN INPUT AJUSTES-PERIODO.
           IF FSAJ <> 00
               CLOSE AJUSTES-PERIODO
               GO TO LISTAR-AJUSTES-FIN.
       LEER-AJUSTE.
           READ AJUSTES-PERIODO NEXT RECORD AT END
               CLOSE AJUSTES-PERIODO
               GO TO LISTAR-AJUSTES-FIN.
           IF AJP-FECHA-APUNTE(1:6) NOT = PERIODO-PROCESO
               GO TO LEER-AJUSTE.
           IF AJP-FECHA-APUNTE > FECHA-PROCESO
               GO TO LEER-AJUSTE.

           IF CNT-AJUSTES = 0
               MOVE "  F.original F.apunte   Tarjeta           Importe"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           ADD 1 TO CNT-AJUSTES.
           ADD AJP-CENTIMOS TO TOT-CENT-AJUSTES.

           MOVE AJP-FECHA-ORIGINAL TO FECHA-A-EDITAR.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA.
           MOVE FECHA-EDIT TO FECHA-ORIGINAL-EDIT.
           MOVE AJP-FECHA-APUNTE TO FECHA-A-EDITAR.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA.
           MOVE AJP-TARJETA TO TARJETA-A-ENMASCARAR.
           PERFORM ENMASCARAR-TARJETA THRU ENMASCARAR-TARJETA-FIN.
           MOVE AJP-CENTIMOS TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  FECHA-ORIGINAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TARJETA-MASCARA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "      " DELIMITED BY SIZE
                  AJP-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AJP-PROGRAMA DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-AJUSTE.
       LISTAR-AJUSTES-FIN.
           EXIT.

      *> FECHA-A-EDITAR (AAAAMMDD) COMO DD/MM/AAAA EN FECHA-EDIT
       EDITAR-FECHA.
           MOVE SPACES TO FECHA-EDIT.
           STRING FED-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  FED-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  FED-ANO DELIMITED BY SIZE
             INTO FECHA-EDIT.

      *> ENMASCARA LA TARJETA DE TARJETA-A-ENMASCARAR EN
      *> TARJETA-MASCARA: 4 PRIMEROS Y 4 ULTIMOS DIGITOS VISIBLES
       ENMASCARAR-TARJETA.
           MOVE TARJETA-A-ENMASCARAR TO TARJETA-MASCARA.
           MOVE "********" TO TARJETA-MASCARA(5:8).
       ENMASCARAR-TARJETA-FIN.
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
