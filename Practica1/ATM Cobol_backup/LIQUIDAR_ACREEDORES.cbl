       *> acreedor y fecha en transfext.ubd hacia su IBAN, por el
       *> mismo camino de salida que usa LIQUIDAR_ESPECTACULOS con
       *> los promotores, y la recaudacion queda marcada remesada
       *> para que nunca se gire dos veces. Del abono se descuentan
       *> los recibos de ese acreedor que los titulares han hecho
       *> reembolsar desde BANK26 (recibos_adeudados.ubd), cada uno
       *> una sola vez; si no caben en la remesa esperan a la
       *> siguiente. Se ejecuta de forma independiente, normalmente
       *> dentro de la cadena nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL RECIBOS-ADEUDADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAD-MOV-NUM
           ALTERNATE RECORD KEY IS RAD-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRA.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       *> Recibos adeudados por CARGAR_RECIBOS_DOM; los reembolsados
       *> por el titular (BANK26) esperan aqui a descontarse
       FD RECIBOS-ADEUDADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos_adeudados.ubd".
       01 RECIBO-ADEUDADO-REG.
           02 RAD-MOV-NUM           PIC  9(35).
           02 RAD-TARJETA           PIC 9(16).
           02 RAD-ACREEDOR          PIC X(10).
           02 RAD-ACREEDOR-NOM      PIC X(20).
           02 RAD-REFERENCIA        PIC X(30).
           02 RAD-CENT              PIC  9(9).
           02 RAD-FECHA             PIC  9(8).
           02 RAD-ESTADO            PIC  9(1).
               88 RAD-ADEUDADO      VALUE 1.
               88 RAD-REEMBOLSADO   VALUE 2.
               88 RAD-DESCONTADO    VALUE 3.
           02 RAD-FECHA-REEMBOLSO   PIC  9(8).
           02 RAD-FECHA-DESCUENTO   PIC  9(8).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       77 FSTX                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSRA                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 DIAS-DEVOLUCION          PIC  9(3) VALUE 2.
       77 LAST-TEXT-NUM            PIC  9(35).
       77 REFERENCIA-REMESA        PIC  X(30).
       77 CENT-NETO-REMESA         PIC  9(9).
       77 CENT-REEMBOLSOS          PIC  9(9).
       77 CNT-REEMBOLSOS-ACR       PIC  9(5).

       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
       77 CNT-REMESADAS            PIC  9(7) VALUE 0.
       77 CNT-SIN-ACREEDOR         PIC  9(7) VALUE 0.
       77 CNT-REEMBOLSOS           PIC  9(7) VALUE 0.
       77 CENT-TOTAL-REEMBOLSOS    PIC S9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 CENT-TOTAL-REMESADO      PIC S9(11) VALUE 0.
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZZ9.
               OR DIAS-TRANSCURRIDOS < ACRM-FREC-DIAS
               GO TO REMESAR-RECAUDACION-FIN.

           PERFORM DESCONTAR-REEMBOLSOS THRU DESCONTAR-REEMBOLSOS-FIN.

           *> Si los reembolsos se comen toda la recaudacion no hay
           *> nada que girar, pero la recaudacion queda remesada
           IF CENT-NETO-REMESA = 0
               GO TO MARCAR-REMESADA.

       ENCOLAR-REMESA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
           MOVE ANO           TO TEXT-ANO.
           MOVE MES           TO TEXT-MES.
           MOVE DIA           TO TEXT-DIA.
           COMPUTE TEXT-IMPORTE-ENT = - (CENT-NETO-REMESA / 100).
           MOVE FUNCTION MOD(CENT-NETO-REMESA, 100)
               TO TEXT-IMPORTE-DEC.
           MOVE REFERENCIA-REMESA TO TEXT-REFERENCIA.
           MOVE 1             TO TEXT-ESTADO.
           WRITE TRANSFEXT-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE TRANSFEXT.

       MARCAR-REMESADA.
           MOVE 2 TO RCA-ESTADO.
           REWRITE RECAUDACION-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO CNT-REMESADAS.
           ADD CENT-NETO-REMESA TO CENT-TOTAL-REMESADO.
       REMESAR-RECAUDACION-FIN.
           EXIT.

      *> RECORRE LOS RECIBOS REEMBOLSADOS AL TITULAR Y TODAVIA NO
      *> DESCONTADOS DEL ACREEDOR DE LA RECAUDACION EN CURSO; LOS QUE
      *> CABEN EN LA RECAUDACION SE DESCUENTAN Y QUEDAN MARCADOS, LO
      *> QUE DEJA EN CENT-NETO-REMESA EL IMPORTE A GIRAR
       DESCONTAR-REEMBOLSOS.
           MOVE RCA-CENT-TOTAL TO CENT-NETO-REMESA.
           MOVE 0 TO CENT-REEMBOLSOS.
           MOVE 0 TO CNT-REEMBOLSOS-ACR.

           OPEN I-O RECIBOS-ADEUDADOS.
           IF FSRA <> 00
               CLOSE RECIBOS-ADEUDADOS
               GO TO DESCONTAR-REEMBOLSOS-FIN.

       LEER-REEMBOLSO.
           READ RECIBOS-ADEUDADOS NEXT RECORD AT END
               GO TO DESCONTAR-REEMBOLSOS-CIERRE.

           IF NOT RAD-REEMBOLSADO
               OR RAD-ACREEDOR NOT = RCA-ACREEDOR
               GO TO LEER-REEMBOLSO.
           IF RAD-CENT > CENT-NETO-REMESA
               GO TO LEER-REEMBOLSO.

           SUBTRACT RAD-CENT FROM CENT-NETO-REMESA.
           ADD RAD-CENT TO CENT-REEMBOLSOS.
           ADD 1 TO CNT-REEMBOLSOS-ACR.
           MOVE 3             TO RAD-ESTADO.
           MOVE FECHA-PROCESO TO RAD-FECHA-DESCUENTO.
           REWRITE RECIBO-ADEUDADO-REG INVALID KEY GO TO FIN-ERROR.
           GO TO LEER-REEMBOLSO.

       DESCONTAR-REEMBOLSOS-CIERRE.
           CLOSE RECIBOS-ADEUDADOS.

           IF CNT-REEMBOLSOS-ACR > 0
               ADD CNT-REEMBOLSOS-ACR TO CNT-REEMBOLSOS
               ADD CENT-REEMBOLSOS TO CENT-TOTAL-REEMBOLSOS
               MOVE CNT-REEMBOLSOS-ACR TO CNT-EDIT
               COMPUTE TOTAL-ENT-EDIT = (CENT-REEMBOLSOS / 100)
               MOVE FUNCTION MOD(CENT-REEMBOLSOS, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Acreedor " DELIMITED BY SIZE
                      RCA-ACREEDOR DELIMITED BY SIZE
                      " reembolsos:" DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      " descontado:" DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       DESCONTAR-REEMBOLSOS-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-REEMBOLSOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Reembolsos descontados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-ACREEDOR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Retenidas por maestro incompleto: "
