       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME_PROMOAHORRO.
       *> Informe de resultados de las promociones de ahorro (ver
       *> GESTION_PROMOAHORRO, BANK37 y LIQUIDAR_INTERESES): para cada
       *> campana de promoahorro.ubd cuenta las adhesiones de
       *> adhesiones_ahorro.ubd (vivas y terminadas), suma el dinero
       *> nuevo captado segun la ultima liquidacion de cada adhesion
       *> y la bonificacion pagada hasta hoy, y da lo que ha costado
       *> la campana por cada 100 EUR de dinero nuevo. Se ejecuta de
       *> forma independiente, normalmente justo despues de
       *> LIQUIDAR_INTERESES, y lo deja en informe_promoahorro.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMOAHORRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAH-COD
           FILE STATUS IS FSPA.

           SELECT OPTIONAL ADHESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-CLAVE
           FILE STATUS IS FSAD.

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
       FD PROMOAHORRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promoahorro.ubd".
       01 PROMOAHORRO-REG.
           02 PAH-COD               PIC  9(4).
           02 PAH-NOMBRE            PIC X(30).
           02 PAH-DESDE             PIC  9(8).
           02 PAH-HASTA             PIC  9(8).
           02 PAH-TASA-EXTRA-X100000 PIC 9(6).
           02 PAH-TOPE              PIC  9(7).
           02 PAH-ESTADO            PIC  9(1).
               88 PAH-ACTIVA        VALUE 1.
               88 PAH-SUSPENDIDA    VALUE 2.

       FD ADHESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adhesiones_ahorro.ubd".
       01 ADHESION-REG.
           02 ADH-CLAVE.
               03 ADH-TARJETA       PIC 9(16).
               03 ADH-CAMPANA       PIC  9(4).
           02 ADH-FECHA-ALTA        PIC  9(8).
           02 ADH-CENT-BASE         PIC S9(11).
           02 ADH-CENT-OTRAS        PIC S9(11).
           02 ADH-CENT-NUEVO        PIC S9(11).
           02 ADH-CENT-BONO         PIC  9(9).
           02 ADH-ULTIMA-LIQ        PIC  9(8).
           02 ADH-ESTADO            PIC  9(1).
               88 ADH-ACTIVA        VALUE 1.
               88 ADH-FINALIZADA    VALUE 2.

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
           VALUE OF FILE-ID IS "informe_promoahorro.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPA                     PIC  X(2).
       77 FSAD                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       *> Acumulados por campana
       01 TABLA-PROMOS.
           02 TP-ENTRADA OCCURS 50 TIMES.
               03 TP-COD            PIC  9(4).
               03 TP-NOMBRE         PIC X(30).
               03 TP-ESTADO         PIC  9(1).
               03 TP-DESDE          PIC  9(8).
               03 TP-HASTA          PIC  9(8).
               03 TP-VIVAS          PIC  9(7).
               03 TP-TERMINADAS     PIC  9(7).
               03 TP-CENT-NUEVO     PIC S9(13).
               03 TP-CENT-BONO      PIC  9(11).
       77 IND-TP                   PIC  9(2).
       77 TOT-PROMOS               PIC  9(2) VALUE 0.
       77 CAMPANA-BUSCADA          PIC  9(4).

       77 CENT-EDITAR              PIC S9(13).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 IMPORTE-ENT-EDIT-2       PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT-2       PIC  99.
       *> Coste de la campana: bonificacion por cada 100 EUR nuevos
       77 COSTE-POR-100            PIC  9(5)V99.
       77 COSTE-EDIT               PIC  ZZZZ9.99.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 CNT-EDIT-2               PIC  ZZZZZZ9.

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

           PERFORM CARGAR-PROMOS THRU CARGAR-PROMOS-FIN.
           PERFORM SUMAR-ADHESIONES THRU SUMAR-ADHESIONES-FIN.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR MES; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== INFORME_PROMOAHORRO - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF TOT-PROMOS = 0
               MOVE "No hay promociones de ahorro dadas de alta"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO INFORME-CIERRE.

           MOVE 1 TO IND-TP.

       INFORME-PROMO.
           IF IND-TP > TOT-PROMOS
               GO TO INFORME-CIERRE.

           MOVE SPACES TO LINEA-INFORME.
           IF TP-ESTADO(IND-TP) = 1
               STRING "Promocion " DELIMITED BY SIZE
                      TP-COD(IND-TP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TP-NOMBRE(IND-TP) DELIMITED BY SIZE
                      " (activa)" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "Promocion " DELIMITED BY SIZE
                      TP-COD(IND-TP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TP-NOMBRE(IND-TP) DELIMITED BY SIZE
                      " (suspendida)" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  Del " DELIMITED BY SIZE
                  TP-DESDE(IND-TP)(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TP-DESDE(IND-TP)(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TP-DESDE(IND-TP)(1:4) DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  TP-HASTA(IND-TP)(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TP-HASTA(IND-TP)(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TP-HASTA(IND-TP)(1:4) DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TP-VIVAS(IND-TP)      TO CNT-EDIT.
           MOVE TP-TERMINADAS(IND-TP) TO CNT-EDIT-2.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Adhesiones vivas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  Terminadas: " DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TP-CENT-NUEVO(IND-TP) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE IMPORTE-ENT-EDIT TO IMPORTE-ENT-EDIT-2.
           MOVE IMPORTE-DEC-EDIT TO IMPORTE-DEC-EDIT-2.
           MOVE TP-CENT-BONO(IND-TP) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Dinero nuevo: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT-2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT-2 DELIMITED BY SIZE
                  "  Bonificacion pagada: " DELIMITED BY SIZE
                  IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO COSTE-POR-100.
           IF TP-CENT-NUEVO(IND-TP) > 0
               COMPUTE COSTE-POR-100 ROUNDED =
                   (TP-CENT-BONO(IND-TP) * 100)
                   / TP-CENT-NUEVO(IND-TP).
           MOVE COSTE-POR-100 TO COSTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Bonificacion por cada 100 EUR nuevos: "
                  DELIMITED BY SIZE
                  COSTE-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-TP.
           GO TO INFORME-PROMO.

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

       CARGAR-PROMOS.
           INITIALIZE TABLA-PROMOS.
           OPEN INPUT PROMOAHORRO.
           IF FSPA <> 00
               CLOSE PROMOAHORRO
               GO TO CARGAR-PROMOS-FIN.
       LEER-PROMO.
           READ PROMOAHORRO NEXT RECORD AT END
               CLOSE PROMOAHORRO
               GO TO CARGAR-PROMOS-FIN.
           IF TOT-PROMOS >= 50
               CLOSE PROMOAHORRO
               GO TO CARGAR-PROMOS-FIN.
           ADD 1 TO TOT-PROMOS.
           MOVE PAH-COD    TO TP-COD(TOT-PROMOS).
           MOVE PAH-NOMBRE TO TP-NOMBRE(TOT-PROMOS).
           MOVE PAH-ESTADO TO TP-ESTADO(TOT-PROMOS).
           MOVE PAH-DESDE  TO TP-DESDE(TOT-PROMOS).
           MOVE PAH-HASTA  TO TP-HASTA(TOT-PROMOS).
           GO TO LEER-PROMO.
       CARGAR-PROMOS-FIN.
           EXIT.

      *> EL DINERO NUEVO DE CADA ADHESION ES EL QUE MIDIO LA ULTIMA
      *> LIQUIDACION (YA CON EL TOPE DE LA CAMPANA); LA BONIFICACION
      *> ES LA ACUMULADA DESDE LA ADHESION
       SUMAR-ADHESIONES.
           OPEN INPUT ADHESIONES.
           IF FSAD <> 00
               CLOSE ADHESIONES
               GO TO SUMAR-ADHESIONES-FIN.
       LEER-ADHESION.
           READ ADHESIONES NEXT RECORD AT END
               CLOSE ADHESIONES
               GO TO SUMAR-ADHESIONES-FIN.
           MOVE ADH-CAMPANA TO CAMPANA-BUSCADA.
           PERFORM LOCALIZAR-PROMO THRU LOCALIZAR-PROMO-FIN.
           IF IND-TP = 0
               GO TO LEER-ADHESION.
           IF ADH-ACTIVA
               ADD 1 TO TP-VIVAS(IND-TP)
           ELSE
               ADD 1 TO TP-TERMINADAS(IND-TP)
           END-IF.
           ADD ADH-CENT-NUEVO TO TP-CENT-NUEVO(IND-TP).
           ADD ADH-CENT-BONO  TO TP-CENT-BONO(IND-TP).
           GO TO LEER-ADHESION.
       SUMAR-ADHESIONES-FIN.
           EXIT.

      *> DEJA EN IND-TP LA ENTRADA DE CAMPANA-BUSCADA, O 0 SI NO ESTA
       LOCALIZAR-PROMO.
           MOVE 1 TO IND-TP.
       LOCALIZAR-PROMO-SIG.
           IF IND-TP > TOT-PROMOS
               MOVE 0 TO IND-TP
               GO TO LOCALIZAR-PROMO-FIN.
           IF TP-COD(IND-TP) = CAMPANA-BUSCADA
               GO TO LOCALIZAR-PROMO-FIN.
           ADD 1 TO IND-TP.
           GO TO LOCALIZAR-PROMO-SIG.
       LOCALIZAR-PROMO-FIN.
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
