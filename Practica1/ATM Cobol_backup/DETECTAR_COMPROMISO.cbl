       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTAR_COMPROMISO.
       *> Programa batch de punto comun de compromiso: MONITOR_FRAUDE
       *> mira la velocidad de cada tarjeta y DETECTAR_AML el
       *> fraccionamiento, pero ninguno ve un skimmer. Un skimmer se
       *> delata porque varias tarjetas sin relacion pasaron por el
       *> mismo cajero en el mismo tramo de dias y despues aparecen
       *> con fraude. Este paso:
       *>  - reune las tarjetas comprometidas de los ultimos CPCDIAS
       *>    dias (parametros.ubd): denuncias de BANK11 en
       *>    tarjetas_perdidas.ubd, disputas de disputas.ubd que no
       *>    se han resuelto en contra del cliente y bloqueos
       *>    automaticos de MONITOR_FRAUDE en alertas.ubd; las que
       *>    aparecen por primera vez quedan en compromisos.ubd;
       *>    como la reposicion (GESTION_REPOSICION) y la renovacion
       *>    pasan los movimientos al numero nuevo, cada comprometida
       *>    lleva tambien el de su sustituta (la denuncia y la
       *>    cadena de renovaciones.ubd) y sus usos se buscan con los
       *>    dos numeros;
       *>  - si hay alguna nueva, recorre la historia de cada
       *>    comprometida en los CPCDIAS dias previos a su denuncia
       *>    (MOV-TERMINAL de movimientos.ubd y del historico, y las
       *>    filas de seguridad de trazas.ubd para los usos sin
       *>    movimiento) y puntua cada cajero y tramo de CPCVENTANA
       *>    dias por clientes comprometidos distintos;
       *>  - el cajero y tramo que llega a CPCUMBRAL clientes con al
       *>    menos una tarjeta nueva abre una incidencia de tipo 4
       *>    (sospecha de skimming, el cajero sigue en servicio hasta
       *>    que se inspecciona) en incidencias.ubd, salvo que ya
       *>    tenga una abierta, y el informe lista las demas tarjetas
       *>    vivas que pasaron por ese cajero en ese tramo para
       *>    reemitirlas antes de que las vacien.
       *> Forma parte del plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERDIDAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-TARJETA
           FILE STATUS IS FSPE.

           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-NUM
           FILE STATUS IS FSDS.

           SELECT OPTIONAL ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALE-NUM
           FILE STATUS IS FSAL.

           SELECT OPTIONAL COMPROMISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-TARJETA
           FILE STATUS IS FSCM.

           SELECT OPTIONAL RENOVACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REN-TARJETA-ANT
           FILE STATUS IS FSRE.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-NUM
           ALTERNATE RECORD KEY IS HIST-TARJETA WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT OPTIONAL TRAZAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRZ-CLAVE
           FILE STATUS IS FSTZ.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-NUM
           FILE STATUS IS FSIN.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

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

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.

       FD PERDIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas_perdidas.ubd".
       01 PERDIDA-REG.
           02 PER-TARJETA           PIC 9(16).
           02 PER-PIN               PIC  9(9).
           02 PER-NOMBRE            PIC X(30).
           02 PER-CADUCIDAD         PIC  9(6).
           02 PER-CLIENTE           PIC  9(8).
           02 PER-PERFIL            PIC  9(2).
           02 PER-FECHA             PIC  9(8).
           02 PER-HORA              PIC  9(6).
           02 PER-TERMINAL          PIC  9(3).
           02 PER-ESTADO            PIC  9(1).
               88 PER-DENUNCIADA       VALUE 1.
               88 PER-EN-REPOSICION    VALUE 2.
               88 PER-REPUESTA         VALUE 3.
           02 PER-TARJETA-NUEVA     PIC 9(16).
           02 PER-FECHA-REPOSICION  PIC  9(8).
           02 PER-OPERADOR          PIC  9(4).

       FD DISPUTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "disputas.ubd".
       01 DISPUTA-REG.
           02 DIS-NUM               PIC  9(9).
           02 DIS-TARJETA           PIC 9(16).
           02 DIS-MOV-NUM           PIC  9(35).
           02 DIS-FECHA-APERTURA    PIC  9(8).
           02 DIS-CENT              PIC  9(9).
           02 DIS-MOV-ABONO         PIC  9(35).
           02 DIS-ESTADO            PIC  9(1).
               88 DIS-ABIERTA       VALUE 1.
               88 DIS-ABONADA       VALUE 2.
               88 DIS-A-FAVOR       VALUE 3.
               88 DIS-EN-CONTRA     VALUE 4.

       FD ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertas.ubd".
       01 ALERTA-REG.
           02 ALE-NUM               PIC  9(9).
           02 ALE-TARJETA           PIC 9(16).
           02 ALE-ANO               PIC  9(4).
           02 ALE-MES               PIC  9(2).
           02 ALE-DIA               PIC  9(2).
           02 ALE-TIPO              PIC X(20).
           02 ALE-PUNTOS            PIC  9(3).
           02 ALE-EVIDENCIA         PIC 9(35).

       *> Tarjetas comprometidas ya vistas por este paso; la fecha
       *> de alta distingue las nuevas de cada ejecucion
       FD COMPROMISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "compromisos.ubd".
       01 COMPROMISO-REG.
           02 CMP-TARJETA           PIC 9(16).
           02 CMP-ORIGEN            PIC  X(1).
               88 CMP-PERDIDA       VALUE "P".
               88 CMP-DISPUTA       VALUE "D".
               88 CMP-BLOQUEO       VALUE "B".
           02 CMP-FECHA             PIC  9(8).
           02 CMP-FECHA-ALTA        PIC  9(8).

       FD RENOVACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovaciones.ubd".
       01 RENOVACION-REG.
           02 REN-TARJETA-ANT       PIC 9(16).
           02 REN-TARJETA-NUEVA     PIC 9(16).
           02 REN-ANO               PIC  9(4).
           02 REN-MES               PIC  9(2).
           02 REN-DIA               PIC  9(2).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TARJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD HISTORICO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos_historico.ubd".
       01 HISTORICO-REG.
           02 HIST-NUM               PIC  9(35).
           02 HIST-TARJETA           PIC  9(16).
           02 HIST-ANO               PIC   9(4).
           02 HIST-MES               PIC   9(2).
           02 HIST-DIA               PIC   9(2).
           02 HIST-HOR               PIC   9(2).
           02 HIST-MIN               PIC   9(2).
           02 HIST-SEG               PIC   9(2).
           02 HIST-IMPORTE-ENT       PIC  S9(7).
           02 HIST-IMPORTE-DEC       PIC   9(2).
           02 HIST-CONCEPTO          PIC  X(35).
           02 HIST-SALDOPOS-ENT      PIC  S9(9).
           02 HIST-SALDOPOS-DEC      PIC   9(2).
           02 HIST-REFERENCIA        PIC  X(30).
           02 HIST-TERMINAL          PIC  9(3).

       FD TRAZAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "trazas.ubd".
       01 TRAZA-REG.
           02 TRZ-CLAVE.
               03 TRZ-NUM           PIC  9(9).
               03 TRZ-FILA          PIC  9(2).
           02 TRZ-TIPO              PIC  X(1).
           02 TRZ-REGISTRO          PIC  9(35).

       FD SEGURIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "seguridad.ubd".
       01 SEGURIDAD-REG.
           02 SEG-NUM          PIC 9(35).
           02 SEG-TARJETA      PIC 9(16).
           02 SEG-ANO          PIC  9(4).
           02 SEG-MES          PIC  9(2).
           02 SEG-DIA          PIC  9(2).
           02 SEG-HOR          PIC  9(2).
           02 SEG-MIN          PIC  9(2).
           02 SEG-SEG          PIC  9(2).
           02 SEG-TIPO         PIC X(20).
           02 SEG-TERMINAL     PIC  9(3).
           02 SEG-OPERADOR     PIC  9(4).

       FD INCIDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "incidencias.ubd".
       01 INCIDENCIA-REG.
           02 INC-NUM               PIC  9(9).
           02 INC-TERMINAL          PIC  9(3).
           02 INC-TIPO              PIC  9(1).
               88 INC-DISPENSADOR   VALUE 1.
               88 INC-LECTOR        VALUE 2.
               88 INC-IMPRESORA     VALUE 3.
               88 INC-SKIMMING      VALUE 4.
               88 INC-TOTAL         VALUE 9.
           02 INC-DESCR             PIC X(30).
           02 INC-INI-FECHA         PIC  9(8).
           02 INC-INI-HOR           PIC  9(2).
           02 INC-INI-MIN           PIC  9(2).
           02 INC-FIN-FECHA         PIC  9(8).
           02 INC-FIN-HOR           PIC  9(2).
           02 INC-FIN-MIN           PIC  9(2).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_compromiso.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSPE                     PIC  X(2).
       77 FSDS                     PIC  X(2).
       77 FSAL                     PIC  X(2).
       77 FSCM                     PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSTZ                     PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSIN                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 JULIANO-HOY              PIC  9(9).
       77 LAST-INC-NUM             PIC  9(35).

       *> Parametros del detector
       77 HORIZONTE-DIAS           PIC  9(4) VALUE 60.
       77 VENTANA-DIAS             PIC  9(4) VALUE 3.
       77 UMBRAL-CLIENTES          PIC  9(4) VALUE 3.

       *> Tarjeta candidata a comprometida, segun su origen
       77 CAND-TARJETA             PIC 9(16).
       77 CAND-TARJETA-NUEVA       PIC 9(16).
       77 CAND-CLIENTE             PIC 9(16).
       77 CAND-FECHA               PIC  9(8).
       77 CAND-ORIGEN              PIC  X(1).
       77 JULIANO-CAND             PIC  9(9).

       *> Uso de una tarjeta en un cajero, venga de donde venga
       77 USO-TARJETA              PIC 9(16).
       77 USO-TERMINAL             PIC  9(3).
       77 USO-FECHA                PIC  9(8).
       77 JULIANO-USO              PIC  9(9).
       77 PERIODO-USO              PIC  9(9).

       *> A - acumular usos de las comprometidas
       *> R - buscar las demas tarjetas de los puntos marcados
       77 FASE-SW                  PIC  X(1).

       *> TARJETAS COMPROMETIDAS EN EL HORIZONTE (HASTA 300); EL
       *> CLIENTE DISTINGUE TARJETAS SIN RELACION ENTRE SI
       01 TABLA-COMPROMETIDAS.
           02 CPC-ENTRADA OCCURS 300 TIMES.
               03 CPC-TARJETA       PIC 9(16).
               *> Sustituta que heredo sus movimientos, 0 si no hay
               03 CPC-TARJETA-NUEVA PIC 9(16).
               03 CPC-CLIENTE       PIC 9(16).
               03 CPC-ORIGEN        PIC  X(1).
               03 CPC-FECHA         PIC  9(8).
               03 CPC-JULIANO       PIC  9(9).
               03 CPC-NUEVA         PIC  X(1).
       77 TOT-CPC                  PIC  9(3) VALUE 0.
       77 IND-CPC                  PIC  9(3).
       77 SALTOS-RENOVACION        PIC  9(2).

       *> USOS DISTINTOS (CAJERO, TRAMO, CLIENTE) DE LAS
       *> COMPROMETIDAS (HASTA 2000)
       01 TABLA-USOS.
           02 TUS-ENTRADA OCCURS 2000 TIMES.
               03 TUS-TERMINAL      PIC  9(3).
               03 TUS-PERIODO       PIC  9(9).
               03 TUS-CLIENTE       PIC 9(16).
               03 TUS-TARJETA       PIC 9(16).
               03 TUS-ORIGEN        PIC  X(1).
               03 TUS-NUEVA         PIC  X(1).
       77 TOT-TUS                  PIC  9(4) VALUE 0.
       77 IND-TUS                  PIC  9(4).

       *> PUNTOS (CAJERO, TRAMO) CON SU PUNTUACION (HASTA 500)
       01 TABLA-PUNTOS.
           02 PTO-ENTRADA OCCURS 500 TIMES.
               03 PTO-TERMINAL      PIC  9(3).
               03 PTO-PERIODO       PIC  9(9).
               03 PTO-CLIENTES      PIC  9(3).
               03 PTO-NUEVA         PIC  X(1).
               03 PTO-MARCADO       PIC  X(1).
       77 TOT-PTO                  PIC  9(3) VALUE 0.
       77 IND-PTO                  PIC  9(3).
       77 PUNTO-TERMINAL           PIC  9(3).
       77 PUNTO-PERIODO            PIC  9(9).

       *> TARJETAS EN RIESGO POR PUNTO MARCADO (HASTA 1000)
       01 TABLA-RIESGO.
           02 RSG-ENTRADA OCCURS 1000 TIMES.
               03 RSG-PUNTO         PIC  9(3).
               03 RSG-TARJETA       PIC 9(16).
       77 TOT-RSG                  PIC  9(4) VALUE 0.
       77 IND-RSG                  PIC  9(4).

       77 DESBORDE-TABLA-SW        PIC  X(1) VALUE "N".
       77 INC-ABIERTA-SW           PIC  X(1).
       77 NUM-INCIDENCIA           PIC  9(9).

       77 JULIANO-DESDE            PIC  9(9).
       77 JULIANO-HASTA            PIC  9(9).
       01 FECHA-DESDE.
           02 DESDE-ANO             PIC  9(4).
           02 DESDE-MES             PIC  9(2).
           02 DESDE-DIA             PIC  9(2).
       01 FECHA-HASTA.
           02 HASTA-ANO             PIC  9(4).
           02 HASTA-MES             PIC  9(2).
           02 HASTA-DIA             PIC  9(2).

       77 CNT-NUEVAS               PIC  9(7) VALUE 0.
       77 CNT-PUNTOS               PIC  9(7) VALUE 0.
       77 CNT-INCIDENCIAS          PIC  9(7) VALUE 0.
       77 CNT-RIESGO               PIC  9(7) VALUE 0.
       77 CNT-RIESGO-PUNTO         PIC  9(7).
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
           COMPUTE JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

       LEER-PARAMETROS-CPC.
           OPEN I-O PARAMETROS.
           IF FSP <> 00
               GO TO FIN-ERROR.
           MOVE "CPCDIAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 60 TO HORIZONTE-DIAS
           NOT INVALID KEY
               MOVE PARAM-VALOR TO HORIZONTE-DIAS
           END-READ.
           MOVE "CPCVENTANA" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 3 TO VENTANA-DIAS
           NOT INVALID KEY
               MOVE PARAM-VALOR TO VENTANA-DIAS
           END-READ.
           MOVE "CPCUMBRAL" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 3 TO UMBRAL-CLIENTES
           NOT INVALID KEY
               MOVE PARAM-VALOR TO UMBRAL-CLIENTES
           END-READ.
           CLOSE PARAMETROS.

           *> Un tramo de cero dias no existe y un solo cliente no
           *> es un punto comun
           IF VENTANA-DIAS = 0
               MOVE 1 TO VENTANA-DIAS.
           IF UMBRAL-CLIENTES < 2
               MOVE 2 TO UMBRAL-CLIENTES.

           INITIALIZE TABLA-COMPROMETIDAS.
           INITIALIZE TABLA-USOS.
           INITIALIZE TABLA-PUNTOS.
           INITIALIZE TABLA-RIESGO.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== DETECTAR_COMPROMISO - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

      *> TARJETAS DENUNCIADAS EN BANK11
       RECOGER-PERDIDAS.
           OPEN I-O PERDIDAS CLOSE PERDIDAS.
           OPEN INPUT PERDIDAS.
           IF FSPE <> 00
               GO TO FIN-ERROR.

       LEER-PERDIDA.
           READ PERDIDAS NEXT RECORD AT END
               CLOSE PERDIDAS
               GO TO RECOGER-DISPUTAS.
           MOVE PER-TARJETA TO CAND-TARJETA.
           MOVE PER-TARJETA-NUEVA TO CAND-TARJETA-NUEVA.
           MOVE PER-CLIENTE TO CAND-CLIENTE.
           MOVE PER-FECHA   TO CAND-FECHA.
           MOVE "P"         TO CAND-ORIGEN.
           PERFORM ANOTAR-COMPROMETIDA THRU ANOTAR-COMPROMETIDA-FIN.
           GO TO LEER-PERDIDA.

      *> DISPUTAS, SALVO LAS RESUELTAS EN CONTRA DEL CLIENTE
       RECOGER-DISPUTAS.
           OPEN I-O DISPUTAS CLOSE DISPUTAS.
           OPEN INPUT DISPUTAS.
           IF FSDS <> 00
               GO TO FIN-ERROR.

       LEER-DISPUTA.
           READ DISPUTAS NEXT RECORD AT END
               CLOSE DISPUTAS
               GO TO RECOGER-BLOQUEOS.
           IF DIS-EN-CONTRA
               GO TO LEER-DISPUTA.
           MOVE DIS-TARJETA        TO CAND-TARJETA.
           MOVE 0                  TO CAND-TARJETA-NUEVA.
           MOVE 0                  TO CAND-CLIENTE.
           MOVE DIS-FECHA-APERTURA TO CAND-FECHA.
           MOVE "D"                TO CAND-ORIGEN.
           PERFORM ANOTAR-COMPROMETIDA THRU ANOTAR-COMPROMETIDA-FIN.
           GO TO LEER-DISPUTA.

      *> BLOQUEOS AUTOMATICOS DE MONITOR_FRAUDE
       RECOGER-BLOQUEOS.
           OPEN I-O ALERTAS CLOSE ALERTAS.
           OPEN INPUT ALERTAS.
           IF FSAL <> 00
               GO TO FIN-ERROR.

       LEER-ALERTA.
           READ ALERTAS NEXT RECORD AT END
               CLOSE ALERTAS
               GO TO ENLAZAR-SUSTITUTAS.
           IF ALE-TIPO NOT = "BLOQUEO AUTOMATICO"
               GO TO LEER-ALERTA.
           MOVE ALE-TARJETA TO CAND-TARJETA.
           MOVE 0           TO CAND-TARJETA-NUEVA.
           MOVE 0           TO CAND-CLIENTE.
           COMPUTE CAND-FECHA = (ALE-ANO * 10000)
               + (ALE-MES * 100) + ALE-DIA.
           MOVE "B"         TO CAND-ORIGEN.
           PERFORM ANOTAR-COMPROMETIDA THRU ANOTAR-COMPROMETIDA-FIN.
           GO TO LEER-ALERTA.

      *> LA SUSTITUTA DE CADA COMPROMETIDA ES LA ULTIMA DE SU CADENA
      *> EN RENOVACIONES.UBD (REPOSICION TRAS DENUNCIA Y RENOVACIONES
      *> POR CADUCIDAD), QUE ES LA QUE TIENE AHORA SUS MOVIMIENTOS; LA
      *> DENUNCIA A MEDIO REPONER YA TRAE LA SUYA AUNQUE EL ENLACE NO
      *> ESTE GRABADO. LOS SALTOS SE LIMITAN POR SI HUBIERA UN CICLO
       ENLAZAR-SUSTITUTAS.
           OPEN I-O RENOVACIONES CLOSE RENOVACIONES.
           OPEN INPUT RENOVACIONES.
           IF FSRE <> 00
               GO TO FIN-ERROR.
           MOVE 1 TO IND-CPC.

       ENLAZAR-SUSTITUTA.
           IF IND-CPC > TOT-CPC
               CLOSE RENOVACIONES
               GO TO RESOLVER-CLIENTES.
           IF CPC-TARJETA-NUEVA(IND-CPC) = 0
               MOVE CPC-TARJETA(IND-CPC) TO REN-TARJETA-ANT
           ELSE
               MOVE CPC-TARJETA-NUEVA(IND-CPC) TO REN-TARJETA-ANT
           END-IF.
           MOVE 0 TO SALTOS-RENOVACION.

       SEGUIR-RENOVACION.
           READ RENOVACIONES INVALID KEY
               ADD 1 TO IND-CPC
               GO TO ENLAZAR-SUSTITUTA.
           IF REN-TARJETA-NUEVA = 0
               OR REN-TARJETA-NUEVA = CPC-TARJETA(IND-CPC)
               ADD 1 TO IND-CPC
               GO TO ENLAZAR-SUSTITUTA.
           MOVE REN-TARJETA-NUEVA TO CPC-TARJETA-NUEVA(IND-CPC).
           ADD 1 TO SALTOS-RENOVACION.
           IF SALTOS-RENOVACION >= 10
               ADD 1 TO IND-CPC
               GO TO ENLAZAR-SUSTITUTA.
           MOVE REN-TARJETA-NUEVA TO REN-TARJETA-ANT.
           GO TO SEGUIR-RENOVACION.

      *> EL CLIENTE DE LAS QUE NO LO TRAEN SALE DE TARJETAS.UBD, POR
      *> EL NUMERO VIEJO O POR EL DE SU SUSTITUTA; SI NO SE CONOCE,
      *> LA TARJETA CUENTA COMO CLIENTE PROPIO
       RESOLVER-CLIENTES.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           MOVE 1 TO IND-CPC.

       RESOLVER-CLIENTE.
           IF IND-CPC > TOT-CPC
               CLOSE TARJETAS
               GO TO REGISTRAR-COMPROMETIDAS.
           IF CPC-CLIENTE(IND-CPC) = 0
               MOVE CPC-TARJETA(IND-CPC) TO TNUM
               READ TARJETAS INVALID KEY
                   MOVE 0 TO TCLIENTE
               END-READ
               IF TCLIENTE = 0
                   AND CPC-TARJETA-NUEVA(IND-CPC) NOT = 0
                   MOVE CPC-TARJETA-NUEVA(IND-CPC) TO TNUM
                   READ TARJETAS INVALID KEY
                       MOVE 0 TO TCLIENTE
                   END-READ
               END-IF
               IF TCLIENTE = 0
                   MOVE CPC-TARJETA(IND-CPC) TO CPC-CLIENTE(IND-CPC)
               ELSE
                   MOVE TCLIENTE TO CPC-CLIENTE(IND-CPC)
               END-IF
           END-IF.
           ADD 1 TO IND-CPC.
           GO TO RESOLVER-CLIENTE.

      *> LAS QUE NO ESTABAN EN COMPROMISOS.UBD SON NUEVAS; UNA
      *> REPETICION DEL PASO EN EL MISMO DIA LAS SIGUE VIENDO NUEVAS
       REGISTRAR-COMPROMETIDAS.
           OPEN I-O COMPROMISOS CLOSE COMPROMISOS.
           OPEN I-O COMPROMISOS.
           IF FSCM <> 00
               GO TO FIN-ERROR.
           MOVE 1 TO IND-CPC.

       REGISTRAR-COMPROMETIDA.
           IF IND-CPC > TOT-CPC
               CLOSE COMPROMISOS
               GO TO ACUMULAR-USOS.
           MOVE CPC-TARJETA(IND-CPC) TO CMP-TARJETA.
           READ COMPROMISOS INVALID KEY
               MOVE CPC-ORIGEN(IND-CPC) TO CMP-ORIGEN
               MOVE CPC-FECHA(IND-CPC)  TO CMP-FECHA
               MOVE FECHA-PROCESO       TO CMP-FECHA-ALTA
               WRITE COMPROMISO-REG INVALID KEY GO TO FIN-ERROR
               END-WRITE
           END-READ.
           IF CMP-FECHA-ALTA = FECHA-PROCESO
               MOVE "S" TO CPC-NUEVA(IND-CPC)
               ADD 1 TO CNT-NUEVAS
               MOVE SPACES TO LINEA-INFORME
               STRING "Comprometida nueva " DELIMITED BY SIZE
                      CPC-TARJETA(IND-CPC) DELIMITED BY SIZE
                      " origen " DELIMITED BY SIZE
                      CPC-ORIGEN(IND-CPC) DELIMITED BY SIZE
                      " del " DELIMITED BY SIZE
                      CPC-FECHA(IND-CPC)(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CPC-FECHA(IND-CPC)(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CPC-FECHA(IND-CPC)(1:4) DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               MOVE "N" TO CPC-NUEVA(IND-CPC)
           END-IF.
           ADD 1 TO IND-CPC.
           GO TO REGISTRAR-COMPROMETIDA.

      *> SIN COMPROMETIDAS NUEVAS NO HAY NADA QUE PUNTUAR: LOS
      *> PUNTOS VIEJOS YA SE MARCARON EL DIA QUE SALIERON
       ACUMULAR-USOS.
           IF CNT-NUEVAS = 0
               GO TO FIN.
           MOVE "A" TO FASE-SW.
           PERFORM RECORRER-USOS THRU RECORRER-USOS-FIN.

      *> PUNTUACION DE CADA CAJERO Y TRAMO POR CLIENTES DISTINTOS
       AGREGAR-PUNTOS.
           MOVE 1 TO IND-TUS.

       AGREGAR-USO.
           IF IND-TUS > TOT-TUS
               GO TO MARCAR-PUNTOS.
           MOVE TUS-TERMINAL(IND-TUS) TO PUNTO-TERMINAL.
           MOVE TUS-PERIODO(IND-TUS)  TO PUNTO-PERIODO.
           PERFORM LOCALIZAR-PUNTO THRU LOCALIZAR-PUNTO-FIN.
           IF IND-PTO NOT = 0
               ADD 1 TO PTO-CLIENTES(IND-PTO)
               IF TUS-NUEVA(IND-TUS) = "S"
                   MOVE "S" TO PTO-NUEVA(IND-PTO)
               END-IF
           END-IF.
           ADD 1 TO IND-TUS.
           GO TO AGREGAR-USO.

       MARCAR-PUNTOS.
           MOVE 1 TO IND-PTO.

       MARCAR-PUNTO.
           IF IND-PTO > TOT-PTO
               GO TO BUSCAR-RIESGO.
           IF PTO-CLIENTES(IND-PTO) >= UMBRAL-CLIENTES
               AND PTO-NUEVA(IND-PTO) = "S"
               MOVE "S" TO PTO-MARCADO(IND-PTO)
               ADD 1 TO CNT-PUNTOS.
           ADD 1 TO IND-PTO.
           GO TO MARCAR-PUNTO.

      *> LAS DEMAS TARJETAS QUE PASARON POR LOS PUNTOS MARCADOS
       BUSCAR-RIESGO.
           IF CNT-PUNTOS = 0
               GO TO FIN.
           MOVE "R" TO FASE-SW.
           PERFORM RECORRER-USOS THRU RECORRER-USOS-FIN.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           MOVE 1 TO IND-PTO.

       EMITIR-PUNTO.
           IF IND-PTO > TOT-PTO
               CLOSE TARJETAS
               GO TO FIN.
           IF PTO-MARCADO(IND-PTO) NOT = "S"
               ADD 1 TO IND-PTO
               GO TO EMITIR-PUNTO.

           COMPUTE JULIANO-DESDE = PTO-PERIODO(IND-PTO) * VENTANA-DIAS.
           COMPUTE JULIANO-HASTA = JULIANO-DESDE + VENTANA-DIAS - 1.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-DESDE) TO FECHA-DESDE.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-HASTA) TO FECHA-HASTA.

           PERFORM BUSCAR-INCIDENCIA-ABIERTA
               THRU BUSCAR-INCIDENCIA-ABIERTA-FIN.
           IF INC-ABIERTA-SW = "N"
               PERFORM ABRIR-INCIDENCIA THRU ABRIR-INCIDENCIA-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Terminal " DELIMITED BY SIZE
                  PTO-TERMINAL(IND-PTO) DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  DESDE-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  DESDE-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  DESDE-ANO DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  HASTA-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  HASTA-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  HASTA-ANO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  PTO-CLIENTES(IND-PTO) DELIMITED BY SIZE
                  " clientes comprometidos" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           IF INC-ABIERTA-SW = "N"
               STRING "   Incidencia " DELIMITED BY SIZE
                      NUM-INCIDENCIA DELIMITED BY SIZE
                      " abierta (tipo 4, sospecha de skimming)"
                      DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "   Incidencia " DELIMITED BY SIZE
                      NUM-INCIDENCIA DELIMITED BY SIZE
                      " ya abierta sobre el terminal"
                      DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

           PERFORM LISTAR-COMPROMETIDAS THRU LISTAR-COMPROMETIDAS-FIN.
           PERFORM LISTAR-RIESGO THRU LISTAR-RIESGO-FIN.

           ADD 1 TO IND-PTO.
           GO TO EMITIR-PUNTO.

       LISTAR-COMPROMETIDAS.
           MOVE 1 TO IND-TUS.
       LISTAR-COMPROMETIDA.
           IF IND-TUS > TOT-TUS
               GO TO LISTAR-COMPROMETIDAS-FIN.
           IF TUS-TERMINAL(IND-TUS) = PTO-TERMINAL(IND-PTO)
               AND TUS-PERIODO(IND-TUS) = PTO-PERIODO(IND-PTO)
               MOVE SPACES TO LINEA-INFORME
               STRING "   Comprometida " DELIMITED BY SIZE
                      TUS-TARJETA(IND-TUS) DELIMITED BY SIZE
                      " origen " DELIMITED BY SIZE
                      TUS-ORIGEN(IND-TUS) DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME.
           ADD 1 TO IND-TUS.
           GO TO LISTAR-COMPROMETIDA.
       LISTAR-COMPROMETIDAS-FIN.
           EXIT.

      *> SOLO SE LISTAN LAS TARJETAS QUE SIGUEN VIVAS EN TARJETAS.UBD:
      *> LAS DADAS DE BAJA YA NO HAY QUE REEMITIRLAS
       LISTAR-RIESGO.
           MOVE 0 TO CNT-RIESGO-PUNTO.
           MOVE 1 TO IND-RSG.
       LISTAR-TARJETA-RIESGO.
           IF IND-RSG > TOT-RSG
               GO TO LISTAR-RIESGO-TOTAL.
           IF RSG-PUNTO(IND-RSG) NOT = IND-PTO
               ADD 1 TO IND-RSG
               GO TO LISTAR-TARJETA-RIESGO.
           MOVE RSG-TARJETA(IND-RSG) TO TNUM.
           READ TARJETAS INVALID KEY
               ADD 1 TO IND-RSG
               GO TO LISTAR-TARJETA-RIESGO.
           ADD 1 TO CNT-RIESGO-PUNTO.
           ADD 1 TO CNT-RIESGO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   En riesgo, reemitir " DELIMITED BY SIZE
                  TNUM DELIMITED BY SIZE
                  " cliente " DELIMITED BY SIZE
                  TCLIENTE DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO IND-RSG.
           GO TO LISTAR-TARJETA-RIESGO.
       LISTAR-RIESGO-TOTAL.
           MOVE CNT-RIESGO-PUNTO TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   Tarjetas en riesgo en el punto: "
                  DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       LISTAR-RIESGO-FIN.
           EXIT.

      *> ANOTA UNA TARJETA COMPROMETIDA DENTRO DEL HORIZONTE; SI YA
      *> ESTA, SE QUEDA CON LA DENUNCIA MAS ANTIGUA, QUE ES LA QUE
      *> ACOTA CUANDO PUDO COPIARSE
       ANOTAR-COMPROMETIDA.
           IF CAND-TARJETA = 0 OR CAND-FECHA = 0
               GO TO ANOTAR-COMPROMETIDA-FIN.
           COMPUTE JULIANO-CAND =
               FUNCTION INTEGER-OF-DATE(CAND-FECHA).
           IF JULIANO-CAND = 0 OR JULIANO-CAND > JULIANO-HOY
               GO TO ANOTAR-COMPROMETIDA-FIN.
           IF (JULIANO-HOY - JULIANO-CAND) > HORIZONTE-DIAS
               GO TO ANOTAR-COMPROMETIDA-FIN.
           MOVE 1 TO IND-CPC.
       BUSCAR-COMPROMETIDA-CAND.
           IF IND-CPC > TOT-CPC
               GO TO ALTA-COMPROMETIDA.
           IF CPC-TARJETA(IND-CPC) = CAND-TARJETA
               IF JULIANO-CAND < CPC-JULIANO(IND-CPC)
                   MOVE CAND-FECHA   TO CPC-FECHA(IND-CPC)
                   MOVE JULIANO-CAND TO CPC-JULIANO(IND-CPC)
                   MOVE CAND-ORIGEN  TO CPC-ORIGEN(IND-CPC)
               END-IF
               IF CPC-CLIENTE(IND-CPC) = 0
                   MOVE CAND-CLIENTE TO CPC-CLIENTE(IND-CPC)
               END-IF
               IF CPC-TARJETA-NUEVA(IND-CPC) = 0
                   MOVE CAND-TARJETA-NUEVA
                       TO CPC-TARJETA-NUEVA(IND-CPC)
               END-IF
               GO TO ANOTAR-COMPROMETIDA-FIN.
           ADD 1 TO IND-CPC.
           GO TO BUSCAR-COMPROMETIDA-CAND.
       ALTA-COMPROMETIDA.
           *> Tabla llena: una comprometida fuera del analisis es un
           *> punto que puede no llegar al umbral; se denuncia en el
           *> informe y el paso termina en error
           IF TOT-CPC >= 300
               MOVE "S" TO DESBORDE-TABLA-SW
               GO TO ANOTAR-COMPROMETIDA-FIN.
           ADD 1 TO TOT-CPC.
           MOVE CAND-TARJETA TO CPC-TARJETA(TOT-CPC).
           MOVE CAND-TARJETA-NUEVA TO CPC-TARJETA-NUEVA(TOT-CPC).
           MOVE CAND-CLIENTE TO CPC-CLIENTE(TOT-CPC).
           MOVE CAND-ORIGEN  TO CPC-ORIGEN(TOT-CPC).
           MOVE CAND-FECHA   TO CPC-FECHA(TOT-CPC).
           MOVE JULIANO-CAND TO CPC-JULIANO(TOT-CPC).
           MOVE "N"          TO CPC-NUEVA(TOT-CPC).
       ANOTAR-COMPROMETIDA-FIN.
           EXIT.

      *> RECORRE TODOS LOS USOS DE TARJETA EN CAJERO: MOVIMIENTOS,
      *> HISTORICO Y LAS FILAS DE SEGURIDAD DE LAS TRAZAS (CONSULTAS,
      *> PIN FALLIDOS Y DEMAS USOS QUE NO DEJAN MOVIMIENTO)
       RECORRER-USOS.
           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN-ERROR.

       RECORRER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO RECORRER-HISTORICO.
           MOVE MOV-TARJETA  TO USO-TARJETA.
           MOVE MOV-TERMINAL TO USO-TERMINAL.
           COMPUTE USO-FECHA = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           PERFORM TRATAR-USO THRU TRATAR-USO-FIN.
           GO TO RECORRER-MOVIMIENTOS.

       RECORRER-HISTORICO.
           OPEN I-O HISTORICO CLOSE HISTORICO.
           OPEN INPUT HISTORICO.
           IF FSH <> 00
               GO TO FIN-ERROR.

       LEER-HISTORICO.
           READ HISTORICO NEXT RECORD AT END
               CLOSE HISTORICO
               GO TO RECORRER-TRAZAS.
           MOVE HIST-TARJETA  TO USO-TARJETA.
           MOVE HIST-TERMINAL TO USO-TERMINAL.
           COMPUTE USO-FECHA = (HIST-ANO * 10000)
               + (HIST-MES * 100) + HIST-DIA.
           PERFORM TRATAR-USO THRU TRATAR-USO-FIN.
           GO TO LEER-HISTORICO.

       RECORRER-TRAZAS.
           OPEN I-O TRAZAS CLOSE TRAZAS.
           OPEN INPUT TRAZAS.
           IF FSTZ <> 00
               GO TO FIN-ERROR.
           OPEN I-O SEGURIDAD CLOSE SEGURIDAD.
           OPEN INPUT SEGURIDAD.
           IF FSG <> 00
               CLOSE TRAZAS
               GO TO FIN-ERROR.

       LEER-TRAZA.
           READ TRAZAS NEXT RECORD AT END
               CLOSE TRAZAS
               CLOSE SEGURIDAD
               GO TO RECORRER-USOS-FIN.
           IF TRZ-TIPO NOT = "S"
               GO TO LEER-TRAZA.
           MOVE TRZ-REGISTRO TO SEG-NUM.
           READ SEGURIDAD INVALID KEY
               GO TO LEER-TRAZA.
           MOVE SEG-TARJETA  TO USO-TARJETA.
           MOVE SEG-TERMINAL TO USO-TERMINAL.
           COMPUTE USO-FECHA = (SEG-ANO * 10000)
               + (SEG-MES * 100) + SEG-DIA.
           PERFORM TRATAR-USO THRU TRATAR-USO-FIN.
           GO TO LEER-TRAZA.
       RECORRER-USOS-FIN.
           EXIT.

      *> EN LA FASE A ANOTA EL USO DE UNA COMPROMETIDA DENTRO DE LOS
      *> HORIZONTE-DIAS PREVIOS A SU DENUNCIA; EN LA FASE R ANOTA LA
      *> TARJETA NO COMPROMETIDA QUE CAE EN UN PUNTO MARCADO. EL
      *> TERMINAL 0 SON LAS OPERACIONES SIN CAJERO (BATCH, OFICINA)
       TRATAR-USO.
           IF USO-TERMINAL = 0 OR USO-FECHA = 0
               GO TO TRATAR-USO-FIN.
           COMPUTE JULIANO-USO = FUNCTION INTEGER-OF-DATE(USO-FECHA).
           IF JULIANO-USO = 0
               GO TO TRATAR-USO-FIN.
           DIVIDE JULIANO-USO BY VENTANA-DIAS GIVING PERIODO-USO.
           PERFORM BUSCAR-COMPROMETIDA THRU BUSCAR-COMPROMETIDA-FIN.
           IF FASE-SW = "R"
               GO TO TRATAR-USO-RIESGO.

           IF IND-CPC = 0
               GO TO TRATAR-USO-FIN.
           IF JULIANO-USO > CPC-JULIANO(IND-CPC)
               GO TO TRATAR-USO-FIN.
           IF JULIANO-USO + HORIZONTE-DIAS < CPC-JULIANO(IND-CPC)
               GO TO TRATAR-USO-FIN.
           PERFORM ANOTAR-USO THRU ANOTAR-USO-FIN.
           GO TO TRATAR-USO-FIN.

       TRATAR-USO-RIESGO.
           IF IND-CPC NOT = 0
               GO TO TRATAR-USO-FIN.
           MOVE USO-TERMINAL TO PUNTO-TERMINAL.
           MOVE PERIODO-USO  TO PUNTO-PERIODO.
           PERFORM BUSCAR-PUNTO THRU BUSCAR-PUNTO-FIN.
           IF IND-PTO = 0
               GO TO TRATAR-USO-FIN.
           IF PTO-MARCADO(IND-PTO) NOT = "S"
               GO TO TRATAR-USO-FIN.
           PERFORM ANOTAR-RIESGO THRU ANOTAR-RIESGO-FIN.
       TRATAR-USO-FIN.
           EXIT.

      *> UN USO ES DE LA COMPROMETIDA SI LLEVA SU NUMERO O EL DE SU
      *> SUSTITUTA: EN LA FASE A CUENTA PARA EL PUNTO Y EN LA FASE R
      *> LA SUSTITUTA NO SALE COMO TARJETA EN RIESGO
       BUSCAR-COMPROMETIDA.
           MOVE 1 TO IND-CPC.
       BUSCAR-COMPROMETIDA-SIG.
           IF IND-CPC > TOT-CPC
               MOVE 0 TO IND-CPC
               GO TO BUSCAR-COMPROMETIDA-FIN.
           IF CPC-TARJETA(IND-CPC) = USO-TARJETA
               GO TO BUSCAR-COMPROMETIDA-FIN.
           IF CPC-TARJETA-NUEVA(IND-CPC) NOT = 0
               AND CPC-TARJETA-NUEVA(IND-CPC) = USO-TARJETA
               GO TO BUSCAR-COMPROMETIDA-FIN.
           ADD 1 TO IND-CPC.
           GO TO BUSCAR-COMPROMETIDA-SIG.
       BUSCAR-COMPROMETIDA-FIN.
           EXIT.

      *> UN CLIENTE CUENTA UNA SOLA VEZ POR CAJERO Y TRAMO AUNQUE
      *> TENGA VARIAS TARJETAS COMPROMETIDAS O VARIOS USOS
       ANOTAR-USO.
           MOVE 1 TO IND-TUS.
       BUSCAR-USO.
           IF IND-TUS > TOT-TUS
               GO TO ALTA-USO.
           IF TUS-TERMINAL(IND-TUS) = USO-TERMINAL
               AND TUS-PERIODO(IND-TUS) = PERIODO-USO
               AND TUS-CLIENTE(IND-TUS) = CPC-CLIENTE(IND-CPC)
               IF CPC-NUEVA(IND-CPC) = "S"
                   MOVE "S" TO TUS-NUEVA(IND-TUS)
               END-IF
               GO TO ANOTAR-USO-FIN.
           ADD 1 TO IND-TUS.
           GO TO BUSCAR-USO.
       ALTA-USO.
           IF TOT-TUS >= 2000
               MOVE "S" TO DESBORDE-TABLA-SW
               GO TO ANOTAR-USO-FIN.
           ADD 1 TO TOT-TUS.
           MOVE USO-TERMINAL         TO TUS-TERMINAL(TOT-TUS).
           MOVE PERIODO-USO          TO TUS-PERIODO(TOT-TUS).
           MOVE CPC-CLIENTE(IND-CPC) TO TUS-CLIENTE(TOT-TUS).
           MOVE CPC-TARJETA(IND-CPC) TO TUS-TARJETA(TOT-TUS).
           MOVE CPC-ORIGEN(IND-CPC)  TO TUS-ORIGEN(TOT-TUS).
           MOVE CPC-NUEVA(IND-CPC)   TO TUS-NUEVA(TOT-TUS).
       ANOTAR-USO-FIN.
           EXIT.

       BUSCAR-PUNTO.
           MOVE 1 TO IND-PTO.
       BUSCAR-PUNTO-SIG.
           IF IND-PTO > TOT-PTO
               MOVE 0 TO IND-PTO
               GO TO BUSCAR-PUNTO-FIN.
           IF PTO-TERMINAL(IND-PTO) = PUNTO-TERMINAL
               AND PTO-PERIODO(IND-PTO) = PUNTO-PERIODO
               GO TO BUSCAR-PUNTO-FIN.
           ADD 1 TO IND-PTO.
           GO TO BUSCAR-PUNTO-SIG.
       BUSCAR-PUNTO-FIN.
           EXIT.

       LOCALIZAR-PUNTO.
           PERFORM BUSCAR-PUNTO THRU BUSCAR-PUNTO-FIN.
           IF IND-PTO NOT = 0
               GO TO LOCALIZAR-PUNTO-FIN.
           IF TOT-PTO >= 500
               MOVE "S" TO DESBORDE-TABLA-SW
               GO TO LOCALIZAR-PUNTO-FIN.
           ADD 1 TO TOT-PTO.
           MOVE TOT-PTO        TO IND-PTO.
           MOVE PUNTO-TERMINAL TO PTO-TERMINAL(IND-PTO).
           MOVE PUNTO-PERIODO  TO PTO-PERIODO(IND-PTO).
           MOVE 0              TO PTO-CLIENTES(IND-PTO).
           MOVE "N"            TO PTO-NUEVA(IND-PTO).
           MOVE "N"            TO PTO-MARCADO(IND-PTO).
       LOCALIZAR-PUNTO-FIN.
           EXIT.

       ANOTAR-RIESGO.
           MOVE 1 TO IND-RSG.
       BUSCAR-RIESGO-SIG.
           IF IND-RSG > TOT-RSG
               GO TO ALTA-RIESGO.
           IF RSG-PUNTO(IND-RSG) = IND-PTO
               AND RSG-TARJETA(IND-RSG) = USO-TARJETA
               GO TO ANOTAR-RIESGO-FIN.
           ADD 1 TO IND-RSG.
           GO TO BUSCAR-RIESGO-SIG.
       ALTA-RIESGO.
           IF TOT-RSG >= 1000
               MOVE "S" TO DESBORDE-TABLA-SW
               GO TO ANOTAR-RIESGO-FIN.
           ADD 1 TO TOT-RSG.
           MOVE IND-PTO     TO RSG-PUNTO(TOT-RSG).
           MOVE USO-TARJETA TO RSG-TARJETA(TOT-RSG).
       ANOTAR-RIESGO-FIN.
           EXIT.

      *> UN CAJERO CON UNA SOSPECHA DE SKIMMING AUN ABIERTA NO
      *> RECIBE OTRA: EL SUPERVISOR LA CIERRA AL INSPECCIONARLO
       BUSCAR-INCIDENCIA-ABIERTA.
           MOVE "N" TO INC-ABIERTA-SW.
           MOVE 0 TO NUM-INCIDENCIA.
           OPEN I-O INCIDENCIAS CLOSE INCIDENCIAS.
           OPEN INPUT INCIDENCIAS.
           IF FSIN <> 00
               CLOSE INCIDENCIAS
               GO TO BUSCAR-INCIDENCIA-ABIERTA-FIN.
       LEER-INCIDENCIA-ABIERTA.
           READ INCIDENCIAS NEXT RECORD AT END
               CLOSE INCIDENCIAS
               GO TO BUSCAR-INCIDENCIA-ABIERTA-FIN.
           IF INC-TERMINAL = PTO-TERMINAL(IND-PTO)
               AND INC-SKIMMING
               AND INC-FIN-FECHA = 0
               MOVE "S" TO INC-ABIERTA-SW
               MOVE INC-NUM TO NUM-INCIDENCIA
               CLOSE INCIDENCIAS
               GO TO BUSCAR-INCIDENCIA-ABIERTA-FIN.
           GO TO LEER-INCIDENCIA-ABIERTA.
       BUSCAR-INCIDENCIA-ABIERTA-FIN.
           EXIT.

       ABRIR-INCIDENCIA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "INCIDENCIA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-INC-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-INC-NUM
           END-READ.
           ADD 1 TO LAST-INC-NUM.
           MOVE LAST-INC-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O INCIDENCIAS CLOSE INCIDENCIAS.
           OPEN I-O INCIDENCIAS.
           IF FSIN <> 00
               GO TO FIN-ERROR.
           MOVE LAST-INC-NUM(27:9) TO INC-NUM.
           MOVE PTO-TERMINAL(IND-PTO) TO INC-TERMINAL.
           MOVE 4 TO INC-TIPO.
           MOVE SPACES TO INC-DESCR.
           STRING "Posible skimming: " DELIMITED BY SIZE
                  PTO-CLIENTES(IND-PTO) DELIMITED BY SIZE
                  " clientes" DELIMITED BY SIZE
             INTO INC-DESCR.
           MOVE FECHA-PROCESO TO INC-INI-FECHA.
           MOVE HORAS   TO INC-INI-HOR.
           MOVE MINUTOS TO INC-INI-MIN.
           MOVE 0 TO INC-FIN-FECHA.
           MOVE 0 TO INC-FIN-HOR.
           MOVE 0 TO INC-FIN-MIN.
           WRITE INCIDENCIA-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE INCIDENCIAS.

           MOVE INC-NUM TO NUM-INCIDENCIA.
           ADD 1 TO CNT-INCIDENCIAS.
       ABRIR-INCIDENCIA-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           IF FSINF = 00
               IF DESBORDE-TABLA-SW = "S"
                   MOVE SPACES TO LINEA-INFORME
                   STRING "** TABLAS DEL ANALISIS DESBORDADAS: "
                       DELIMITED BY SIZE
                       "PUNTUACION INCOMPLETA **"
                       DELIMITED BY SIZE
                     INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE CNT-NUEVAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Comprometidas nuevas:        " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE CNT-PUNTOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Puntos de compromiso:        " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE CNT-INCIDENCIAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Incidencias abiertas hoy:    " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE CNT-RIESGO TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Tarjetas en riesgo:          " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           IF DESBORDE-TABLA-SW = "S"
               MOVE 8 TO RETURN-CODE.

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
