       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA_RECIBIDA.
       *> Subprograma comun de los abonos de nomina a nuestros
       *> clientes: cada programa que abona una nomina lo anota aqui
       *> despues de abonarla, con la cuenta abonada, la fecha de
       *> negocio, el pagador (la tarjeta de la empresa en las
       *> remesas de CARGAR_NOMINAS, el nombre del ordenante en las
       *> transferencias de RECIBIR_TRANSFEXT), el importe en
       *> centimos, el origen y el movimiento del abono. Lo llaman:
       *>   - CARGAR_NOMINAS     "N" (remesa de empresa de la casa)
       *>   - RECIBIR_TRANSFEXT  "T" (transferencia de otra entidad
       *>                             con NOMINA en la referencia)
       *> La nomina queda en nominas_recibidas.ubd, que es de donde
       *> EVALUAR_NOMINAS saca la nomina domiciliada y el limite del
       *> anticipo. Si la tarjeta tiene un anticipo de nomina vivo
       *> (anticipos_nomina.ubd, ver BANK42) se recupera en el acto
       *> de la misma cuenta abonada, hasta el importe de la nomina:
       *> un movimiento de cargo propio y el anticipo rebajado; lo
       *> que no cubra esta nomina espera a la siguiente.
       *> PNR-CENT-RECUPERADO vuelve con lo recuperado y PNR-RESULTADO
       *> a "S" si se anoto y a "N" si hubo error de fichero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOMINAS-RECIBIDAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRC-CLAVE
           FILE STATUS IS FSNR.

           SELECT OPTIONAL ANTICIPOS-NOMINA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANN-TARJETA
           FILE STATUS IS FSAN.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

       DATA DIVISION.
       FILE SECTION.
       *> Historico de nominas abonadas, por tarjeta, fecha y pagador
       FD NOMINAS-RECIBIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominas_recibidas.ubd".
       01 NOMINA-RECIBIDA-REG.
           02 NRC-CLAVE.
               03 NRC-TARJETA       PIC 9(16).
               03 NRC-FECHA         PIC  9(8).
               03 NRC-PAGADOR       PIC X(30).
           02 NRC-CENT              PIC  9(9).
           02 NRC-ORIGEN            PIC  X(1).
               88 NRC-REMESA        VALUE "N".
               88 NRC-TRANSFERENCIA VALUE "T".
           02 NRC-MOV-NUM           PIC 9(35).

       *> Nomina domiciliada, limite y anticipo vivo por tarjeta
       FD ANTICIPOS-NOMINA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos_nomina.ubd".
       01 ANTICIPO-NOMINA-REG.
           02 ANN-TARJETA           PIC 9(16).
           02 ANN-PAGADOR           PIC X(30).
           02 ANN-MESES             PIC  9(2).
           02 ANN-CENT-MEDIA        PIC  9(9).
           02 ANN-CENT-LIMITE       PIC  9(9).
           02 ANN-DIA-COBRO         PIC  9(2).
           02 ANN-FECHA-CALCULO     PIC  9(8).
           02 ANN-ELEGIBLE          PIC  X(1).
               88 ANN-ES-ELEGIBLE   VALUE "S".
           02 ANN-CENT-VIVO         PIC  9(9).
           02 ANN-CENT-COMISION     PIC  9(9).
           02 ANN-FECHA-ANTICIPO    PIC  9(8).
           02 ANN-FECHA-PREVISTA    PIC  9(8).
           02 ANN-FECHA-RECUPERA    PIC  9(8).
           02 ANN-CENT-RECUPERADO   PIC  9(9).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

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

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       WORKING-STORAGE SECTION.
       77 FSNR                     PIC  X(2).
       77 FSAN                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CENT-RECUPERAR           PIC  9(9).

       77 MSJ-RECUPERA             PIC X(35)
           VALUE "Recuperacion anticipo nomina".

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
       01 PNR-PETICION.
           02 PNR-TARJETA           PIC 9(16).
           02 PNR-TIPO              PIC  9(1).
           02 PNR-FECHA             PIC  9(8).
           02 PNR-PAGADOR           PIC X(30).
           02 PNR-CENT              PIC  9(9).
           02 PNR-ORIGEN            PIC  X(1).
           02 PNR-MOV-NUM           PIC 9(35).
           02 PNR-TERMINAL          PIC  9(3).
           02 PNR-CENT-RECUPERADO   PIC  9(9).
           02 PNR-RESULTADO         PIC  X(1).

       PROCEDURE DIVISION USING PNR-PETICION.
       INICIO.
           MOVE "N" TO PNR-RESULTADO.
           MOVE 0   TO PNR-CENT-RECUPERADO.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O NOMINAS-RECIBIDAS CLOSE NOMINAS-RECIBIDAS.
           OPEN I-O ANTICIPOS-NOMINA CLOSE ANTICIPOS-NOMINA.

      *> LA NOMINA AL HISTORICO; DOS ABONOS EL MISMO DIA DEL MISMO
      *> PAGADOR (UNA PAGA EXTRA EN REMESA APARTE) SE SUMAN
       ANOTAR-NOMINA.
           OPEN I-O NOMINAS-RECIBIDAS.
           IF FSNR <> 00
               CLOSE NOMINAS-RECIBIDAS
               GO TO FIN.
           MOVE PNR-TARJETA TO NRC-TARJETA.
           MOVE PNR-FECHA   TO NRC-FECHA.
           MOVE PNR-PAGADOR TO NRC-PAGADOR.
           READ NOMINAS-RECIBIDAS INVALID KEY
               MOVE PNR-CENT    TO NRC-CENT
               MOVE PNR-ORIGEN  TO NRC-ORIGEN
               MOVE PNR-MOV-NUM TO NRC-MOV-NUM
               WRITE NOMINA-RECIBIDA-REG INVALID KEY
                   CLOSE NOMINAS-RECIBIDAS
                   GO TO FIN
               END-WRITE
           NOT INVALID KEY
               ADD PNR-CENT TO NRC-CENT
               MOVE PNR-MOV-NUM TO NRC-MOV-NUM
               REWRITE NOMINA-RECIBIDA-REG INVALID KEY
                   CLOSE NOMINAS-RECIBIDAS
                   GO TO FIN
               END-REWRITE
           END-READ.
           CLOSE NOMINAS-RECIBIDAS.
           MOVE "S" TO PNR-RESULTADO.

      *> ANTICIPO VIVO DE LA TARJETA: SE RECUPERA DE ESTA NOMINA
       BUSCAR-ANTICIPO.
           OPEN I-O ANTICIPOS-NOMINA.
           IF FSAN <> 00
               CLOSE ANTICIPOS-NOMINA
               GO TO FIN.
           MOVE PNR-TARJETA TO ANN-TARJETA.
           READ ANTICIPOS-NOMINA INVALID KEY
               CLOSE ANTICIPOS-NOMINA
               GO TO FIN.
           IF ANN-CENT-VIVO = 0
               CLOSE ANTICIPOS-NOMINA
               GO TO FIN.

           MOVE ANN-CENT-VIVO TO CENT-RECUPERAR.
           IF CENT-RECUPERAR > PNR-CENT
               MOVE PNR-CENT TO CENT-RECUPERAR.

           PERFORM CARGAR-RECUPERACION THRU CARGAR-RECUPERACION-FIN.
           IF PNR-RESULTADO = "N"
               CLOSE ANTICIPOS-NOMINA
               GO TO FIN.

           SUBTRACT CENT-RECUPERAR FROM ANN-CENT-VIVO.
           ADD CENT-RECUPERAR TO ANN-CENT-RECUPERADO.
           MOVE PNR-FECHA TO ANN-FECHA-RECUPERA.
           *> Anticipo saldado: la fecha prevista deja de contar para
           *> las excepciones
           IF ANN-CENT-VIVO = 0
               MOVE 0 TO ANN-FECHA-PREVISTA.
           REWRITE ANTICIPO-NOMINA-REG INVALID KEY
               MOVE "N" TO PNR-RESULTADO.
           CLOSE ANTICIPOS-NOMINA.
           MOVE CENT-RECUPERAR TO PNR-CENT-RECUPERADO.
           GO TO FIN.

      *> CARGO DE CENT-RECUPERAR EN LA CUENTA QUE ACABA DE RECIBIR LA
      *> NOMINA, CON SU MOVIMIENTO
       CARGAR-RECUPERACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE PNR-FECHA(1:4) TO ANO.
           MOVE PNR-FECHA(5:2) TO MES.
           MOVE PNR-FECHA(7:2) TO DIA.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               MOVE "N" TO PNR-RESULTADO
               CLOSE CUENTAS
               GO TO CARGAR-RECUPERACION-FIN.
           MOVE PNR-TARJETA TO CTA-TARJETA.
           MOVE PNR-TIPO    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO PNR-RESULTADO
               CLOSE CUENTAS
               GO TO CARGAR-RECUPERACION-FIN.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           SUBTRACT CENT-RECUPERAR FROM CENT-SALDO-CTA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               MOVE "N" TO PNR-RESULTADO
               CLOSE SECUENCIAS
               CLOSE CUENTAS
               GO TO CARGAR-RECUPERACION-FIN.
           MOVE "MOVIMIENTO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-MOV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-MOV-NUM
           END-READ.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               MOVE "N" TO PNR-RESULTADO
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               GO TO CARGAR-RECUPERACION-FIN.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE PNR-TARJETA     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-RECUPERAR / 100).
           MOVE FUNCTION MOD(CENT-RECUPERAR, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-RECUPERA    TO MOV-CONCEPTO.
           MOVE SPACES          TO MOV-REFERENCIA.
           STRING "Anticipo " DELIMITED BY SIZE
                  ANN-FECHA-ANTICIPO DELIMITED BY SIZE
             INTO MOV-REFERENCIA.
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE PNR-TERMINAL TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE "N" TO PNR-RESULTADO
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               GO TO CARGAR-RECUPERACION-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY
               MOVE "N" TO PNR-RESULTADO.
           CLOSE CUENTAS.
       CARGAR-RECUPERACION-FIN.
           EXIT.

       FIN.
           GOBACK.
