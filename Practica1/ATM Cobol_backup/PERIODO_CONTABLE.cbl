       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODO_CONTABLE.
       *> Subprograma comun de control de periodos contables: los
       *> meses (AAAAMM) que contabilidad ya ha cerrado estan en
       *> periodos_contables.ubd, y los cierra el supervisor desde
       *> GESTION_PERIODOS; un mes sin registro esta abierto. Los
       *> programas que anotan en movimientos.ubd con una fecha que
       *> puede caer en un mes cerrado (correcciones de
       *> CORREGIR_MOVIMIENTOS, abonos y retrocesiones de
       *> GESTION_DISPUTAS, reanotaciones tardias de RECUPERAR_STANDIN)
       *> lo llaman antes de escribir el apunte:
       *>   - F fecha de apunte: recibe en PC-FECHA-ORIGINAL la fecha
       *>     que llevaria el apunte y devuelve en PC-FECHA-APUNTE la
       *>     fecha con la que hay que anotarlo. Si el mes esta
       *>     abierto es la misma y PC-AJUSTE vuelve "N"; si esta
       *>     cerrado es la primera fecha abierta, que es la fecha de
       *>     negocio (o el dia 1 del primer mes abierto posterior si
       *>     tambien ese mes estuviera cerrado), y PC-AJUSTE vuelve
       *>     "S".
       *>   - A anotar ajuste: con el apunte ya escrito, deja en
       *>     ajustes_periodo.ubd, por MOV-NUM, la fecha original, la
       *>     de apunte, la cuenta, el importe, el concepto y el
       *>     programa, que es la referencia a la fecha original que
       *>     usan EXTRAER_CONTABILIDAD en el diario e INFORME_AJUSTES
       *>     en el informe de ajustes de periodos anteriores.
       *> PC-RESULTADO vuelve a "S" si la operacion se hizo y a "N" si
       *> hubo error de fichero; en F, sin fichero de periodos todo
       *> esta abierto.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODOS-CONTABLES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCO-PERIODO
           FILE STATUS IS FSPC.

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

       DATA DIVISION.
       FILE SECTION.

       FD PERIODOS-CONTABLES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "periodos_contables.ubd".
       01 PERIODO-CONTABLE-REG.
           02 PCO-PERIODO           PIC  9(6).
           02 PCO-ESTADO            PIC  9(1).
               88 PCO-ABIERTO       VALUE 1.
               88 PCO-CERRADO       VALUE 2.
           02 PCO-FECHA-CIERRE      PIC  9(8).
           02 PCO-HORA-CIERRE       PIC  9(4).
           02 PCO-OPERADOR          PIC  9(4).

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

       WORKING-STORAGE SECTION.
       77 FSPC                     PIC  X(2).
       77 FSAJ                     PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 FECHA-NEGOCIO            PIC  9(8).
       01 FECHA-CANDIDATA          PIC  9(8).
       01 FECHA-CANDIDATA-R REDEFINES FECHA-CANDIDATA.
           02 CAND-ANO              PIC  9(4).
           02 CAND-MES              PIC  9(2).
           02 CAND-DIA              PIC  9(2).

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

       LINKAGE SECTION.
       01 PC-PETICION.
           02 PC-OPERACION          PIC  X(1).
               88 PC-FECHA-DE-APUNTE VALUE "F".
               88 PC-ANOTAR-AJUSTE  VALUE "A".
           02 PC-FECHA-ORIGINAL     PIC  9(8).
           02 PC-FECHA-APUNTE       PIC  9(8).
           02 PC-AJUSTE             PIC  X(1).
           02 PC-MOV-NUM            PIC  9(35).
           02 PC-TARJETA            PIC  9(16).
           02 PC-CENTIMOS           PIC S9(11).
           02 PC-CONCEPTO           PIC  X(35).
           02 PC-PROGRAMA           PIC  X(20).
           02 PC-RESULTADO          PIC  X(1).

       PROCEDURE DIVISION USING PC-PETICION.
       INICIO.
           MOVE "N" TO PC-RESULTADO.
           IF PC-FECHA-DE-APUNTE
               GO TO FECHA-DE-APUNTE.
           IF PC-ANOTAR-AJUSTE
               GO TO ANOTAR-AJUSTE.
           GO TO FIN.

      *> UN APUNTE DE UN MES CERRADO SE LLEVA A LA PRIMERA FECHA
      *> ABIERTA, QUE NO PUEDE SER ANTERIOR A LA FECHA DE NEGOCIO
       FECHA-DE-APUNTE.
           MOVE PC-FECHA-ORIGINAL TO PC-FECHA-APUNTE.
           MOVE "N" TO PC-AJUSTE.

           OPEN INPUT PERIODOS-CONTABLES.
           IF FSPC <> 00
               CLOSE PERIODOS-CONTABLES
               MOVE "S" TO PC-RESULTADO
               GO TO FIN.

           MOVE PC-FECHA-ORIGINAL(1:6) TO PCO-PERIODO.
           READ PERIODOS-CONTABLES INVALID KEY
               CLOSE PERIODOS-CONTABLES
               MOVE "S" TO PC-RESULTADO
               GO TO FIN.
           IF NOT PCO-CERRADO
               CLOSE PERIODOS-CONTABLES
               MOVE "S" TO PC-RESULTADO
               GO TO FIN.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.
           IF FECHA-NEGOCIO > PC-FECHA-ORIGINAL
               MOVE FECHA-NEGOCIO TO FECHA-CANDIDATA
           ELSE
               MOVE PC-FECHA-ORIGINAL TO FECHA-CANDIDATA
           END-IF.

       BUSCAR-MES-ABIERTO.
           MOVE FECHA-CANDIDATA(1:6) TO PCO-PERIODO.
           READ PERIODOS-CONTABLES INVALID KEY
               GO TO MES-ABIERTO-HALLADO.
           IF NOT PCO-CERRADO
               GO TO MES-ABIERTO-HALLADO.
           *> Mes cerrado: dia 1 del mes siguiente
           IF CAND-MES = 12
               ADD 1 TO CAND-ANO
               MOVE 1 TO CAND-MES
           ELSE
               ADD 1 TO CAND-MES
           END-IF.
           MOVE 1 TO CAND-DIA.
           GO TO BUSCAR-MES-ABIERTO.

       MES-ABIERTO-HALLADO.
           CLOSE PERIODOS-CONTABLES.
           MOVE FECHA-CANDIDATA TO PC-FECHA-APUNTE.
           MOVE "S" TO PC-AJUSTE.
           MOVE "S" TO PC-RESULTADO.
           GO TO FIN.

      *> REFERENCIA DEL APUNTE REUBICADO A SU FECHA ORIGINAL
       ANOTAR-AJUSTE.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O AJUSTES-PERIODO CLOSE AJUSTES-PERIODO.
           OPEN I-O AJUSTES-PERIODO.
           IF FSAJ <> 00
               CLOSE AJUSTES-PERIODO
               GO TO FIN.
           MOVE PC-MOV-NUM        TO AJP-MOV-NUM.
           MOVE PC-FECHA-ORIGINAL TO AJP-FECHA-ORIGINAL.
           MOVE PC-FECHA-APUNTE   TO AJP-FECHA-APUNTE.
           MOVE PC-TARJETA        TO AJP-TARJETA.
           MOVE PC-CENTIMOS       TO AJP-CENTIMOS.
           MOVE PC-CONCEPTO       TO AJP-CONCEPTO.
           MOVE PC-PROGRAMA       TO AJP-PROGRAMA.
           WRITE AJUSTE-PERIODO-REG INVALID KEY
               CLOSE AJUSTES-PERIODO
               GO TO FIN.
           CLOSE AJUSTES-PERIODO.
           MOVE "S" TO PC-RESULTADO.

       FIN.
           GOBACK.

      *> FECHA DE NEGOCIO DEL FICHERO DE CONTROL (VER
      *> CIERRE_DIA/APERTURA_DIA); SIN EL, LA DEL SISTEMA
       OBTENER-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-NEGOCIO = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN <> 00
               CLOSE FECHANEGOCIO
               GO TO OBTENER-FECHA-NEGOCIO-FIN.
           MOVE 1 TO FNEG-ID.
           READ FECHANEGOCIO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FNEG-FECHA TO FECHA-NEGOCIO
           END-READ.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-NEGOCIO-FIN.
           EXIT.
