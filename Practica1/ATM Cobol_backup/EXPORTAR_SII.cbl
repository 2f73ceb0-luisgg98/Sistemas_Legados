       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR_SII.
       *> Programa batch del libro registro de facturas expedidas
       *> para el suministro inmediato de informacion del IVA (SII):
       *> recoge las facturas de facturas.ubd que todavia no se han
       *> remitido (ver EMITIR_FACTURA), las vuelca a sii_emitidas.txt
       *> con una linea por factura separada por "|" en el orden de
       *> campos del libro de emitidas (ejercicio, periodo, NIF del
       *> emisor, serie y numero, fecha de expedicion, tipo de
       *> factura F1/F2/R5, clave de regimen 01, contraparte, factura
       *> rectificada con rectificacion por diferencias, y hasta dos
       *> tramos de base, tipo y cuota, total y descripcion) y las
       *> marca como remitidas con la fecha de envio. Los importes
       *> van en euros con punto decimal y signo, negativos en las
       *> rectificativas. El resumen se acumula en informe_sii.ubd.
       *> Se ejecuta de forma independiente (no se llama desde el
       *> menu del cajero), normalmente dentro de la cadena nocturna,
       *> para cumplir el plazo de cuatro dias del SII.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-CLAVE
           ALTERNATE RECORD KEY IS FAC-TARJETA WITH DUPLICATES
           FILE STATUS IS FSFAC.

           SELECT OPTIONAL REGISTRO-SII ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRS.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL CONTROLCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCA-FICHERO
           FILE STATUS IS FSCC.


       DATA DIVISION.
       FILE SECTION.

       FD FACTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "facturas.ubd".
       01 FACTURA-REG.
           02 FAC-CLAVE.
               03 FAC-SERIE         PIC  X(2).
                   88 FAC-SIMPLIFICADA  VALUE "FS".
                   88 FAC-RECTIFICATIVA VALUE "FR".
                   88 FAC-COMISION      VALUE "FC".
               03 FAC-NUMERO        PIC  9(9).
           02 FAC-TIPO-SII          PIC  X(2).
           02 FAC-FECHA             PIC  9(8).
           02 FAC-TARJETA           PIC 9(16).
           02 FAC-PROMOTOR          PIC  9(4).
           02 FAC-NIF               PIC  X(9).
           02 FAC-NOMBRE            PIC X(30).
           02 FAC-DOMICILIO         PIC X(40).
           02 FAC-ESPECT            PIC  9(4).
           02 FAC-MOV-DESDE         PIC 9(35).
           02 FAC-MOV-HASTA         PIC 9(35).
           02 FAC-RECTIFICADA.
               03 FAC-RECT-SERIE    PIC  X(2).
               03 FAC-RECT-NUMERO   PIC  9(9).
           02 FAC-NUM-LINEAS        PIC  9(1).
           02 FAC-LINEA OCCURS 2 TIMES.
               03 FAC-CONCEPTO      PIC X(30).
               03 FAC-UNIDADES      PIC  9(3).
               03 FAC-IVA-X100      PIC  9(4).
               03 FAC-CENT-BASE     PIC S9(9).
               03 FAC-CENT-CUOTA    PIC S9(9).
           02 FAC-CENT-TOTAL        PIC S9(11).
           02 FAC-SII-ESTADO        PIC  9(1).
               88 FAC-SII-PENDIENTE VALUE 0.
               88 FAC-SII-ENVIADA   VALUE 1.
           02 FAC-SII-FECHA         PIC  9(8).

       FD REGISTRO-SII
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sii_emitidas.txt".
       01 LINEA-SII                   PIC X(300).

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
           VALUE OF FILE-ID IS "informe_sii.ubd".
       01 LINEA-INFORME               PIC X(80).


       FD CONTROLCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "controlcambio.ubd".
       01 CONTROLCAMBIO-REG.
           02 CCA-FICHERO           PIC X(12).
           02 CCA-SEC-SALIDA        PIC  9(6).
           02 CCA-SEC-ENTRADA       PIC  9(6).
           02 CCA-FECHA             PIC  9(8).

       WORKING-STORAGE SECTION.
       77 FSCC                     PIC  X(2).
       77 CCA-EXISTE-SW            PIC  X(1).
       77 SEC-SALIDA-W             PIC  9(6).
       77 CNT-DETALLE-CTL          PIC  9(7) VALUE 0.
       77 CENT-TOTAL-CTL           PIC S9(11) VALUE 0.
       77 TOTAL-CTL-EDIT           PIC -9(11).

       77 FSFAC                    PIC  X(2).
       77 FSRS                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-ENVIO              PIC  9(8).

       *> Emisor de todas las facturas (el mismo de EMITIR_FACTURA)
       77 NIF-EMISOR               PIC  X(9) VALUE "A50000001".
       77 CLAVE-REGIMEN            PIC  X(2) VALUE "01".

       77 CNT-REMITIDAS            PIC  9(7) VALUE 0.
       77 CNT-SIMPLIFICADAS        PIC  9(7) VALUE 0.
       77 CNT-RECTIFICATIVAS       PIC  9(7) VALUE 0.
       77 CNT-COMISION             PIC  9(7) VALUE 0.
       77 CENT-BASE-CTL            PIC S9(11) VALUE 0.
       77 CENT-CUOTA-CTL           PIC S9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 IMPORTE-EDIT             PIC  -------9.99.

       *> Campos de la linea del libro registro
       77 SERIE-NUMERO-SII         PIC X(11).
       77 RECTIFICADA-SII          PIC X(11).
       77 TIPO-RECT-SII            PIC  X(1).
       77 DESCRIPCION-SII          PIC X(30).
       77 IND-LIN                  PIC  9(1).
       01 TRAMOS-SII.
           02 TRAMO-SII OCCURS 2 TIMES.
               03 BASE-SII         PIC -9(9).99.
               03 FILLER           PIC  X(1) VALUE "|".
               03 TIPO-SII         PIC  99.99.
               03 FILLER           PIC  X(1) VALUE "|".
               03 CUOTA-SII        PIC -9(9).99.
               03 FILLER           PIC  X(1) VALUE "|".
       77 TOTAL-SII                PIC -9(11).99.
       01 FECHA-SII.
           02 DIA-SII              PIC  9(2).
           02 FILLER               PIC  X(1) VALUE "-".
           02 MES-SII              PIC  9(2).
           02 FILLER               PIC  X(1) VALUE "-".
           02 ANO-SII              PIC  9(4).
       01 FECHA-FAC.
           02 ANO-FAC              PIC  9(4).
           02 MES-FAC              PIC  9(2).
           02 DIA-FAC              PIC  9(2).
       01 FECHA-FAC-NUM REDEFINES FECHA-FAC PIC 9(8).

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
           COMPUTE FECHA-ENVIO = (ANO * 10000) + (MES * 100) + DIA.

       REGISTRO-OPEN.
           *> El fichero se regenera entero en cada ejecucion: contiene
           *> solo las facturas que salen en este envio
           OPEN OUTPUT REGISTRO-SII.
           IF FSRS <> 00 AND FSRS <> 05
               GO TO FIN.

           *> Cabecera de control: emisor, fecha y secuencia, igual
           *> que el resto de ficheros de intercambio
           MOVE "sii_emitidas" TO CCA-FICHERO.
           PERFORM OBTENER-SEC-SALIDA
               THRU OBTENER-SEC-SALIDA-FIN.
           MOVE SPACES TO LINEA-SII.
           STRING "CAB|UNIZARBANK|" DELIMITED BY SIZE
                  FECHA-ENVIO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SEC-SALIDA-W DELIMITED BY SIZE
             INTO LINEA-SII.
           WRITE LINEA-SII.

       FACTURAS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O FACTURAS CLOSE FACTURAS.

           OPEN I-O FACTURAS.
           IF FSFAC <> 00
               GO TO FIN.

       LEER-FACTURA.
           READ FACTURAS NEXT RECORD AT END GO TO FIN.

           IF NOT FAC-SII-PENDIENTE
               GO TO LEER-FACTURA.

           MOVE FAC-FECHA TO FECHA-FAC-NUM.
           MOVE DIA-FAC   TO DIA-SII.
           MOVE MES-FAC   TO MES-SII.
           MOVE ANO-FAC   TO ANO-SII.

           MOVE SPACES TO SERIE-NUMERO-SII.
           STRING FAC-SERIE DELIMITED BY SIZE
                  FAC-NUMERO DELIMITED BY SIZE
             INTO SERIE-NUMERO-SII.

           *> La rectificativa identifica la factura que corrige y
           *> rectifica por diferencias (importes en negativo)
           MOVE SPACES TO RECTIFICADA-SII.
           MOVE SPACES TO TIPO-RECT-SII.
           IF FAC-RECTIFICATIVA
               STRING FAC-RECT-SERIE DELIMITED BY SIZE
                      FAC-RECT-NUMERO DELIMITED BY SIZE
                 INTO RECTIFICADA-SII
               MOVE "I" TO TIPO-RECT-SII
           END-IF.

           MOVE 1 TO IND-LIN.
           PERFORM PREPARAR-TRAMO THRU PREPARAR-TRAMO-FIN.
           MOVE 2 TO IND-LIN.
           PERFORM PREPARAR-TRAMO THRU PREPARAR-TRAMO-FIN.
           COMPUTE TOTAL-SII = FAC-CENT-TOTAL / 100.
           MOVE FAC-CONCEPTO(1) TO DESCRIPCION-SII.

           MOVE SPACES TO LINEA-SII.
           STRING ANO-FAC DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MES-FAC DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  NIF-EMISOR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SERIE-NUMERO-SII DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FECHA-SII DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FAC-TIPO-SII DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLAVE-REGIMEN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FAC-NIF DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FAC-NOMBRE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RECTIFICADA-SII DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TIPO-RECT-SII DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TRAMOS-SII DELIMITED BY SIZE
                  TOTAL-SII DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DESCRIPCION-SII DELIMITED BY SIZE
             INTO LINEA-SII.
           WRITE LINEA-SII.

           MOVE 1           TO FAC-SII-ESTADO.
           MOVE FECHA-ENVIO TO FAC-SII-FECHA.
           REWRITE FACTURA-REG INVALID KEY GO TO FIN.

           ADD 1 TO CNT-REMITIDAS.
           IF FAC-SIMPLIFICADA
               ADD 1 TO CNT-SIMPLIFICADAS.
           IF FAC-RECTIFICATIVA
               ADD 1 TO CNT-RECTIFICATIVAS.
           IF FAC-COMISION
               ADD 1 TO CNT-COMISION.
           ADD 1 TO CNT-DETALLE-CTL.
           ADD FAC-CENT-TOTAL TO CENT-TOTAL-CTL.

           GO TO LEER-FACTURA.

       FIN.
           CLOSE FACTURAS.

           *> Pie de control: recuento y total en centimos
           IF FSRS = 00 OR FSRS = 05
               MOVE CENT-TOTAL-CTL TO TOTAL-CTL-EDIT
               MOVE SPACES TO LINEA-SII
               STRING "PIE|" DELIMITED BY SIZE
                      CNT-DETALLE-CTL DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      TOTAL-CTL-EDIT DELIMITED BY SIZE
                 INTO LINEA-SII
               WRITE LINEA-SII
           END-IF.
           CLOSE REGISTRO-SII.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF = 00 OR FSINF = 05
               MOVE SPACES TO LINEA-INFORME
               STRING "=== EXPORTAR_SII - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-REMITIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Facturas remitidas al SII: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIMPLIFICADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "  Simplificadas (FS): " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RECTIFICATIVAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "  Rectificativas (FR): " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-COMISION TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "  Comision promotores (FC): " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE IMPORTE-EDIT = CENT-BASE-CTL / 100
               MOVE SPACES TO LINEA-INFORME
               STRING "Base imponible: " DELIMITED BY SIZE
                      IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE IMPORTE-EDIT = CENT-CUOTA-CTL / 100
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuota repercutida: " DELIMITED BY SIZE
                      IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE IMPORTE-EDIT = CENT-TOTAL-CTL / 100
               MOVE SPACES TO LINEA-INFORME
               STRING "Importe total: " DELIMITED BY SIZE
                      IMPORTE-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

      *> TRAMO IND-LIN DE LA LINEA DEL REGISTRO: BASE, TIPO Y CUOTA
      *> DE LA LINEA IND-LIN DE LA FACTURA, O CEROS SI NO LA TIENE
       PREPARAR-TRAMO.
           IF IND-LIN > FAC-NUM-LINEAS
               MOVE 0 TO BASE-SII(IND-LIN)
               MOVE 0 TO TIPO-SII(IND-LIN)
               MOVE 0 TO CUOTA-SII(IND-LIN)
               GO TO PREPARAR-TRAMO-FIN.
           COMPUTE BASE-SII(IND-LIN) = FAC-CENT-BASE(IND-LIN) / 100.
           COMPUTE TIPO-SII(IND-LIN) = FAC-IVA-X100(IND-LIN) / 100.
           COMPUTE CUOTA-SII(IND-LIN) = FAC-CENT-CUOTA(IND-LIN) / 100.
           ADD FAC-CENT-BASE(IND-LIN)  TO CENT-BASE-CTL.
           ADD FAC-CENT-CUOTA(IND-LIN) TO CENT-CUOTA-CTL.
       PREPARAR-TRAMO-FIN.
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

      *> SIGUIENTE NUMERO DE SECUENCIA DE SALIDA DE LA REMESA
      *> (CONTROLCAMBIO.UBD): LA CABECERA CAB LO LLEVA Y EL RECEPTOR
      *> PUEDE DETECTAR HUECOS ENTRE ENVIOS CONSECUTIVOS
       OBTENER-SEC-SALIDA.
           OPEN I-O CONTROLCAMBIO CLOSE CONTROLCAMBIO.
           OPEN I-O CONTROLCAMBIO.
           IF FSCC <> 00
               CLOSE CONTROLCAMBIO
               MOVE 1 TO SEC-SALIDA-W
               GO TO OBTENER-SEC-SALIDA-FIN.
           READ CONTROLCAMBIO INVALID KEY
               MOVE "N" TO CCA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CCA-EXISTE-SW
           END-READ.
           IF CCA-EXISTE-SW = "N"
               MOVE 1 TO CCA-SEC-SALIDA
               MOVE 0 TO CCA-SEC-ENTRADA
           ELSE
               ADD 1 TO CCA-SEC-SALIDA
           END-IF.
           COMPUTE CCA-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CCA-SEC-SALIDA TO SEC-SALIDA-W.
           IF CCA-EXISTE-SW = "S"
               REWRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE CONTROLCAMBIO.
       OBTENER-SEC-SALIDA-FIN.
           EXIT.
