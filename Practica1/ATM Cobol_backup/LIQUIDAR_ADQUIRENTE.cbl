       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR_ADQUIRENTE.
       *> Programa batch de liquidacion diaria con las entidades
       *> emisoras: recoge las retiradas con tarjeta de otra entidad
       *> pendientes de liquidar (adquirente.ubd, ver BANK35), las
       *> agrupa por entidad emisora y vuelca al fichero de
       *> liquidacion de la red (liquidacion_adquirente.txt, formato
       *> fijo con cabecera CAB y pie PIE de control) una linea por
       *> emisor con el numero de operaciones, el efectivo entregado,
       *> los recargos del cajero, la tasa de intercambio (tarifa
       *> INTERCAMB de tarifas.ubd, por operacion sobre el importe
       *> retirado) y el total a reclamar. Las retiradas liquidadas
       *> se marcan con la fecha de liquidacion para no volver a
       *> reclamarlas. Si en un mismo dia aparecen mas emisores de
       *> los que caben en la tabla de trabajo, las retiradas que
       *> sobran quedan pendientes para la ejecucion siguiente. Se
       *> ejecuta de forma independiente (no se llama desde el menu
       *> del cajero), normalmente dentro de la cadena nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADQUIRENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADQ-NUM
           FILE STATUS IS FSAQ.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

           SELECT OPTIONAL LIQUIDACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLQ.

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

       FD ADQUIRENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adquirente.ubd".
       01 ADQUIRIDA-REG.
           02 ADQ-NUM               PIC  9(9).
           02 ADQ-TARJETA           PIC 9(16).
           02 ADQ-BIN               PIC  9(6).
           02 ADQ-ENTIDAD           PIC  9(4).
           02 ADQ-FECHA             PIC  9(8).
           02 ADQ-HORA              PIC  9(6).
           02 ADQ-TERMINAL          PIC  9(3).
           02 ADQ-CENT-IMPORTE      PIC  9(9).
           02 ADQ-CENT-RECARGO      PIC  9(9).
           02 ADQ-AUTORIZACION      PIC  9(9).
           02 ADQ-ESTADO            PIC  9(1).
               88 ADQ-PENDIENTE     VALUE 1.
               88 ADQ-LIQUIDADA     VALUE 2.
           02 ADQ-FECHA-LIQ         PIC  9(8).

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFA-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION     PIC X(10).
               03 TAR-CLASE         PIC  9(2).
           02 TAR-FIJO-CENT         PIC  9(7).
           02 TAR-PCT-X10000        PIC  9(4).
           02 TAR-MIN-CENT          PIC  9(7).

       *> FORMATO FIJO DE LA LIQUIDACION CON LA RED: ENTIDAD
       *> EMISORA, NUMERO DE OPERACIONES, EFECTIVO ENTREGADO,
       *> RECARGOS, TASA DE INTERCAMBIO Y TOTAL A RECLAMAR, TODO EN
       *> CENTIMOS, Y FECHA DE LIQUIDACION
       FD LIQUIDACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidacion_adquirente.txt".
       01 LINEA-CONTROL-LQ            PIC X(80).
       01 LIQUIDACION-REG.
           02 LQ-ENTIDAD            PIC  9(4).
           02 LQ-OPERACIONES        PIC  9(7).
           02 LQ-CENT-IMPORTE       PIC 9(11).
           02 LQ-CENT-RECARGO       PIC 9(11).
           02 LQ-CENT-TASA          PIC 9(11).
           02 LQ-CENT-TOTAL         PIC 9(11).
           02 LQ-FECHA              PIC  9(8).

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
           VALUE OF FILE-ID IS "informe_adquirente.ubd".
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
       77 CENT-TOTAL-CTL           PIC  9(11) VALUE 0.

       77 FSAQ                     PIC  X(2).
       77 FSTA                     PIC  X(2).
       77 FSLQ                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-LIQUIDACION        PIC  9(8).

       *> Tasa de intercambio por operacion (ver CALCULAR-TARIFA en
       *> BANK10)
       77 TARIFA-OPERACION         PIC  X(10) VALUE "INTERCAMB".
       77 TARIFA-CLASE             PIC   9(2) VALUE 0.
       77 CENT-BASE-TARIFA         PIC   9(9).
       77 CENT-COMISION-TARIFA     PIC   9(9).

       *> Acumulados por entidad emisora
       01 TABLA-EMISORES.
           02 TE-ENTRADA OCCURS 50 TIMES.
               03 TE-ENTIDAD        PIC  9(4).
               03 TE-OPERACIONES    PIC  9(7).
               03 TE-CENT-IMPORTE   PIC 9(11).
               03 TE-CENT-RECARGO   PIC 9(11).
               03 TE-CENT-TASA      PIC 9(11).

       77 IND-TE                   PIC  9(2).
       77 TOT-EMISORES             PIC  9(2) VALUE 0.
       77 ENTIDAD-BUSCADA          PIC  9(4).

       77 CNT-LIQUIDADAS           PIC  9(7) VALUE 0.
       77 CNT-APLAZADAS            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 ENTIDAD-EDIT             PIC  9(4).
       77 IMPORTE-EDIT             PIC  -------9.99.

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
           COMPUTE FECHA-LIQUIDACION = (ANO * 10000) + (MES * 100)
               + DIA.

           INITIALIZE TABLA-EMISORES.

       LIQUIDACION-OPEN.
           *> El fichero se regenera entero en cada ejecucion: lleva
           *> solo lo que se reclama en esta liquidacion. Se abre
           *> antes de marcar nada como liquidado
           OPEN OUTPUT LIQUIDACION.
           IF FSLQ <> 00 AND FSLQ <> 05
               GO TO FIN-ERROR.

           *> Cabecera de control: emisor, fecha y secuencia, igual
           *> que el resto de ficheros de intercambio
           MOVE "adquirente" TO CCA-FICHERO.
           PERFORM OBTENER-SEC-SALIDA
               THRU OBTENER-SEC-SALIDA-FIN.
           MOVE SPACES TO LINEA-CONTROL-LQ.
           STRING "CAB|UNIZARBANK|" DELIMITED BY SIZE
                  FECHA-LIQUIDACION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SEC-SALIDA-W DELIMITED BY SIZE
             INTO LINEA-CONTROL-LQ.
           WRITE LINEA-CONTROL-LQ.

       ADQUIRENTE-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O ADQUIRENTE CLOSE ADQUIRENTE.

           OPEN I-O ADQUIRENTE.
           IF FSAQ <> 00
               GO TO FIN-ERROR.

       LEER-ADQUIRIDA.
           READ ADQUIRENTE NEXT RECORD AT END GO TO CIERRE-ADQUIRENTE.

           IF NOT ADQ-PENDIENTE
               GO TO LEER-ADQUIRIDA.

           MOVE ADQ-ENTIDAD TO ENTIDAD-BUSCADA.
           PERFORM LOCALIZAR-EMISOR THRU LOCALIZAR-EMISOR-FIN.
           IF IND-TE = 0
               ADD 1 TO CNT-APLAZADAS
               GO TO LEER-ADQUIRIDA.

           MOVE ADQ-CENT-IMPORTE TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.

           ADD 1 TO TE-OPERACIONES(IND-TE).
           ADD ADQ-CENT-IMPORTE TO TE-CENT-IMPORTE(IND-TE).
           ADD ADQ-CENT-RECARGO TO TE-CENT-RECARGO(IND-TE).
           ADD CENT-COMISION-TARIFA TO TE-CENT-TASA(IND-TE).

           MOVE 2                 TO ADQ-ESTADO.
           MOVE FECHA-LIQUIDACION TO ADQ-FECHA-LIQ.
           REWRITE ADQUIRIDA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-LIQUIDADAS.

           GO TO LEER-ADQUIRIDA.

       CIERRE-ADQUIRENTE.
           CLOSE ADQUIRENTE.

           MOVE 1 TO IND-TE.

       ESCRIBIR-EMISOR.
           IF IND-TE > TOT-EMISORES
               GO TO CIERRE-LIQUIDACION.

           MOVE TE-ENTIDAD(IND-TE)      TO LQ-ENTIDAD.
           MOVE TE-OPERACIONES(IND-TE)  TO LQ-OPERACIONES.
           MOVE TE-CENT-IMPORTE(IND-TE) TO LQ-CENT-IMPORTE.
           MOVE TE-CENT-RECARGO(IND-TE) TO LQ-CENT-RECARGO.
           MOVE TE-CENT-TASA(IND-TE)    TO LQ-CENT-TASA.
           COMPUTE LQ-CENT-TOTAL = TE-CENT-IMPORTE(IND-TE)
               + TE-CENT-RECARGO(IND-TE) + TE-CENT-TASA(IND-TE).
           MOVE FECHA-LIQUIDACION       TO LQ-FECHA.
           WRITE LIQUIDACION-REG.

           ADD 1 TO CNT-DETALLE-CTL.
           ADD LQ-CENT-TOTAL TO CENT-TOTAL-CTL.

           ADD 1 TO IND-TE.
           GO TO ESCRIBIR-EMISOR.

       CIERRE-LIQUIDACION.
           *> Pie de control: recuento y total en centimos
           MOVE SPACES TO LINEA-CONTROL-LQ.
           STRING "PIE|" DELIMITED BY SIZE
                  CNT-DETALLE-CTL DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-TOTAL-CTL DELIMITED BY SIZE
             INTO LINEA-CONTROL-LQ.
           WRITE LINEA-CONTROL-LQ.
           CLOSE LIQUIDACION.

           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-FIN.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           CLOSE ADQUIRENTE.
           CLOSE LIQUIDACION.
           MOVE 8 TO RETURN-CODE.

       FIN.
           GOBACK.

      *> POSICION DE LA ENTIDAD EN LA TABLA DE TRABAJO, DANDOLA DE
      *> ALTA SI ES NUEVA; IND-TE A CERO SI LA TABLA ESTA LLENA
       LOCALIZAR-EMISOR.
           MOVE 1 TO IND-TE.

       BUSCAR-EMISOR.
           IF IND-TE > TOT-EMISORES
               GO TO ALTA-EMISOR.
           IF TE-ENTIDAD(IND-TE) = ENTIDAD-BUSCADA
               GO TO LOCALIZAR-EMISOR-FIN.
           ADD 1 TO IND-TE.
           GO TO BUSCAR-EMISOR.

       ALTA-EMISOR.
           IF TOT-EMISORES >= 50
               MOVE 0 TO IND-TE
               GO TO LOCALIZAR-EMISOR-FIN.
           ADD 1 TO TOT-EMISORES.
           MOVE TOT-EMISORES TO IND-TE.
           MOVE ENTIDAD-BUSCADA TO TE-ENTIDAD(IND-TE).

       LOCALIZAR-EMISOR-FIN.
           EXIT.

      *> TASA DE INTERCAMBIO SEGUN TARIFAS.UBD (IGUAL QUE
      *> CALCULAR-TARIFA EN BANK10): FIJO MAS PORCENTAJE SOBRE LA
      *> BASE, CON MINIMO; SIN TARIFA NO HAY TASA
       CALCULAR-TARIFA.
           MOVE 0 TO CENT-COMISION-TARIFA.
           OPEN INPUT TARIFAS.
           IF FSTA <> 00
               CLOSE TARIFAS
               GO TO CALCULAR-TARIFA-FIN.
           MOVE TARIFA-OPERACION TO TAR-OPERACION.
           MOVE TARIFA-CLASE     TO TAR-CLASE.
           READ TARIFAS INVALID KEY
               MOVE 0 TO TAR-CLASE
               READ TARIFAS INVALID KEY
                   CLOSE TARIFAS
                   GO TO CALCULAR-TARIFA-FIN
               END-READ
           END-READ.
           COMPUTE CENT-COMISION-TARIFA ROUNDED = TAR-FIJO-CENT
               + (CENT-BASE-TARIFA * TAR-PCT-X10000 / 10000).
           IF CENT-COMISION-TARIFA < TAR-MIN-CENT
               MOVE TAR-MIN-CENT TO CENT-COMISION-TARIFA.
           CLOSE TARIFAS.
       CALCULAR-TARIFA-FIN.
           EXIT.

      *> INFORME DE LA LIQUIDACION: UNA LINEA POR EMISOR Y TOTALES
       ESCRIBIR-INFORME.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO ESCRIBIR-INFORME-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== LIQUIDAR_ADQUIRENTE - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 1 TO IND-TE.

       INFORME-EMISOR.
           IF IND-TE > TOT-EMISORES
               GO TO INFORME-TOTALES.
           MOVE TE-ENTIDAD(IND-TE)     TO ENTIDAD-EDIT.
           MOVE TE-OPERACIONES(IND-TE) TO CNT-EDIT.
           COMPUTE IMPORTE-EDIT = (TE-CENT-IMPORTE(IND-TE)
               + TE-CENT-RECARGO(IND-TE) + TE-CENT-TASA(IND-TE))
               / 100.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Entidad " DELIMITED BY SIZE
                  ENTIDAD-EDIT DELIMITED BY SIZE
                  " | operaciones " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " | a reclamar " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO IND-TE.
           GO TO INFORME-EMISOR.

       INFORME-TOTALES.
           MOVE CNT-LIQUIDADAS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Retiradas liquidadas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-APLAZADAS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Retiradas aplazadas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           COMPUTE IMPORTE-EDIT = CENT-TOTAL-CTL / 100.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total reclamado a emisores: " DELIMITED BY SIZE
                  IMPORTE-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE INFORME.
       ESCRIBIR-INFORME-FIN.
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

      *> SIGUIENTE NUMERO DE SECUENCIA DE SALIDA DE LA LIQUIDACION
      *> (CONTROLCAMBIO.UBD): LA CABECERA CAB LO LLEVA Y LA RED
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
