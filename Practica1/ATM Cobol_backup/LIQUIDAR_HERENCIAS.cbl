       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR_HERENCIAS.
       *> Programa batch de liquidacion de herencias (defunciones.ubd,
       *> alta, herederos y aceptacion de documentos en
       *> GESTION_DEFUNCIONES). En cada expediente con la
       *> documentacion aceptada se recorren las tarjetas del
       *> fallecido y, de cada cuenta corriente o de ahorro con saldo
       *> a favor, se adeuda el saldo entero en un movimiento propio
       *> y se reparte entre los herederos por su porcentaje con
       *> transferencias a su IBAN por transfext.ubd (el resto del
       *> redondeo va al ultimo heredero). Las cuentas de credito no
       *> se liquidan aqui. El expediente queda liquidado y cada paso
       *> deja su evento en seguridad.ubd. Forma parte del plan de
       *> CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

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

       FD DEFUNCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "defunciones.ubd".
       01 DEFUNCION-REG.
           02 DEF-CLIENTE           PIC  9(8).
           02 DEF-FECHA-DEFUNCION   PIC  9(8).
           02 DEF-FECHA-ALTA        PIC  9(8).
           02 DEF-OPERADOR          PIC  9(4).
           02 DEF-ESTADO            PIC  9(1).
               88 DEF-CONGELADO     VALUE 1.
               88 DEF-DOCUMENTADO   VALUE 2.
               88 DEF-LIQUIDADO     VALUE 3.
           02 DEF-NUM-HEREDEROS     PIC  9(1).
           02 DEF-HEREDERO OCCURS 5 TIMES.
               03 DEF-HER-NOMBRE    PIC X(30).
               03 DEF-HER-IBAN      PIC X(24).
               03 DEF-HER-PORCENTAJE PIC 9(3).
           02 DEF-FECHA-DOCUMENTOS  PIC  9(8).
           02 DEF-OPERADOR-DOC      PIC  9(4).
           02 DEF-FECHA-LIQUIDACION PIC  9(8).
           02 DEF-CENT-LIQUIDADO    PIC  9(11).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

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

       FD TRANSFEXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext.ubd".
       01 TRANSFEXT-REG.
           02 TEXT-NUM              PIC  9(35).
           02 TEXT-TARJETA-ORD      PIC  9(16).
           02 TEXT-IBAN-DST         PIC  X(24).
           02 TEXT-NOMBRE-DST       PIC  X(30).
           02 TEXT-ANO              PIC   9(4).
           02 TEXT-MES              PIC   9(2).
           02 TEXT-DIA              PIC   9(2).
           02 TEXT-IMPORTE-ENT      PIC  S9(7).
           02 TEXT-IMPORTE-DEC      PIC   9(2).
           02 TEXT-REFERENCIA       PIC  X(30).
           02 TEXT-ESTADO           PIC   9(1).
               88 TEXT-PENDIENTE    VALUE 1.
               88 TEXT-ENVIADA      VALUE 2.
               88 TEXT-LIQUIDADA    VALUE 3.
               88 TEXT-RECHAZADA    VALUE 4.
               88 TEXT-DEVUELTA     VALUE 5.
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

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
           VALUE OF FILE-ID IS "informe_herencias.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSDF                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSTX                     PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-TEXT-NUM            PIC  9(35).
       77 LAST-SEG-NUM             PIC  9(35).
       77 EVENTO-TIPO              PIC  X(20).
       77 TARJETA-EVENTO           PIC  9(16).

       *> Cuenta en curso del fallecido y reparto de su saldo
       77 TARJETA-LIQ              PIC 9(16).
       77 TIPO-LIQ                 PIC  9(1).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CENT-RESTO               PIC S9(11).
       77 CENT-PARTE               PIC S9(11).
       77 CENT-HERENCIA            PIC  9(11).
       77 IND-HER                  PIC  9(1).
       77 REFERENCIA-HER           PIC  X(30).
       77 SALDO-ENT-EDIT           PIC  ZZZZZZZZ9.
       77 SALDO-DEC-EDIT           PIC  9(2).

       77 MSJ-HERENCIA             PIC X(35)
           VALUE "Liquidacion de herencia".

       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
       77 CNT-CUENTAS              PIC  9(7) VALUE 0.
       77 CNT-GIROS                PIC  9(7) VALUE 0.
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

           OPEN I-O PARAMETROS.
           IF FSP <> 00
               GO TO FIN-ERROR.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           CLOSE PARAMETROS.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR LINEA
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== LIQUIDAR_HERENCIAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       DEFUNCIONES-OPEN.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O DEFUNCIONES CLOSE DEFUNCIONES.

           OPEN I-O DEFUNCIONES.
           IF FSDF <> 00
               GO TO FIN-ERROR.

       LEER-DEFUNCIONES.
           READ DEFUNCIONES NEXT RECORD AT END GO TO FIN.

           IF NOT DEF-DOCUMENTADO
               GO TO LEER-DEFUNCIONES.

           ADD 1 TO CNT-PENDIENTES.
           PERFORM LIQUIDAR-HERENCIA THRU LIQUIDAR-HERENCIA-FIN.
           GO TO LEER-DEFUNCIONES.

      *> RECORRE LAS TARJETAS DEL FALLECIDO Y LIQUIDA SU CORRIENTE Y
      *> SU AHORRO; AL ACABAR EL EXPEDIENTE QUEDA LIQUIDADO
       LIQUIDAR-HERENCIA.
           MOVE 0 TO CENT-HERENCIA.
           MOVE SPACES TO REFERENCIA-HER.
           STRING "Herencia cliente " DELIMITED BY SIZE
                  DEF-CLIENTE DELIMITED BY SIZE
             INTO REFERENCIA-HER.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               GO TO LIQUIDAR-HERENCIA-CERRAR
           END-START.

       LIQUIDAR-LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO LIQUIDAR-HERENCIA-CERRAR.
           IF TCLIENTE NOT = DEF-CLIENTE
               GO TO LIQUIDAR-LEER-TARJETA.

           MOVE TNUM TO TARJETA-LIQ.
           MOVE 1 TO TIPO-LIQ.
           PERFORM LIQUIDAR-CUENTA THRU LIQUIDAR-CUENTA-FIN.
           MOVE 2 TO TIPO-LIQ.
           PERFORM LIQUIDAR-CUENTA THRU LIQUIDAR-CUENTA-FIN.
           GO TO LIQUIDAR-LEER-TARJETA.

       LIQUIDAR-HERENCIA-CERRAR.
           CLOSE TARJETAS.

           MOVE 3                TO DEF-ESTADO.
           MOVE FECHA-PROCESO    TO DEF-FECHA-LIQUIDACION.
           MOVE CENT-HERENCIA    TO DEF-CENT-LIQUIDADO.
           REWRITE DEFUNCION-REG INVALID KEY GO TO FIN-ERROR.

           MOVE 0 TO TARJETA-EVENTO.
           MOVE "LIQUIDA HERENCIA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           COMPUTE SALDO-ENT-EDIT = CENT-HERENCIA / 100.
           MOVE FUNCTION MOD(CENT-HERENCIA, 100) TO SALDO-DEC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  DEF-CLIENTE DELIMITED BY SIZE
                  ": herencia liquidada, EUR " DELIMITED BY SIZE
                  SALDO-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SALDO-DEC-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       LIQUIDAR-HERENCIA-FIN.
           EXIT.

      *> ADEUDA EL SALDO A FAVOR DE LA CUENTA TARJETA-LIQ/TIPO-LIQ
      *> EN UN MOVIMIENTO PROPIO Y LO GIRA A LOS HEREDEROS
       LIQUIDAR-CUENTA.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE TARJETA-LIQ TO CTA-TARJETA.
           MOVE TIPO-LIQ    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO LIQUIDAR-CUENTA-FIN.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           *> Un saldo deudor no se reparte: queda para la
           *> sucursal, igual que las cuentas de credito
           IF CENT-SALDO-CTA <= 0
               CLOSE CUENTAS
               IF CENT-SALDO-CTA < 0
                   MOVE SPACES TO LINEA-INFORME
                   STRING "Cliente " DELIMITED BY SIZE
                          DEF-CLIENTE DELIMITED BY SIZE
                          ": cuenta con saldo deudor, tipo "
                              DELIMITED BY SIZE
                          TIPO-LIQ DELIMITED BY SIZE
                     INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               GO TO LIQUIDAR-CUENTA-FIN.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
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
               GO TO FIN-ERROR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-LIQ     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-SALDO-CTA / 100).
           MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-HERENCIA    TO MOV-CONCEPTO.
           MOVE REFERENCIA-HER  TO MOV-REFERENCIA.
           *> Marca de lado ahorro en la cola de la referencia (como
           *> el REP de BANK4): CONCILIAR_CUENTAS separa con ella la
           *> cadena de la corriente de la del ahorro
           IF TIPO-LIQ = 2
               MOVE "AHO" TO MOV-REFERENCIA(28:3).
           MOVE 0               TO MOV-SALDOPOS-ENT.
           MOVE 0               TO MOV-SALDOPOS-DEC.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0            TO CTA-SALDO-ENT.
           MOVE 0            TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CUENTAS.

           ADD CENT-SALDO-CTA TO CENT-HERENCIA.
           ADD 1 TO CNT-CUENTAS.

           MOVE CENT-SALDO-CTA TO CENT-RESTO.
           MOVE 1 TO IND-HER.

       REPARTIR-HEREDERO.
           IF IND-HER > DEF-NUM-HEREDEROS
               GO TO LIQUIDAR-CUENTA-FIN.

           *> El ultimo heredero se lleva el resto, asi el reparto
           *> cuadra al centimo con lo adeudado
           IF IND-HER = DEF-NUM-HEREDEROS
               MOVE CENT-RESTO TO CENT-PARTE
           ELSE
               COMPUTE CENT-PARTE = (CENT-SALDO-CTA
                   * DEF-HER-PORCENTAJE(IND-HER)) / 100
           END-IF.
           SUBTRACT CENT-PARTE FROM CENT-RESTO.

           IF CENT-PARTE > 0
               PERFORM GIRAR-HEREDERO THRU GIRAR-HEREDERO-FIN.

           ADD 1 TO IND-HER.
           GO TO REPARTIR-HEREDERO.
       LIQUIDAR-CUENTA-FIN.
           EXIT.

       GIRAR-HEREDERO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "TRANSFEXT" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-TEXT-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-TEXT-NUM
           END-READ.
           ADD 1 TO LAST-TEXT-NUM.
           MOVE LAST-TEXT-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O TRANSFEXT CLOSE TRANSFEXT.
           OPEN I-O TRANSFEXT.
           IF FSTX <> 00
               GO TO FIN-ERROR.
           MOVE LAST-TEXT-NUM     TO TEXT-NUM.
           MOVE TARJETA-LIQ       TO TEXT-TARJETA-ORD.
           MOVE DEF-HER-IBAN(IND-HER)   TO TEXT-IBAN-DST.
           MOVE DEF-HER-NOMBRE(IND-HER) TO TEXT-NOMBRE-DST.
           MOVE ANO               TO TEXT-ANO.
           MOVE MES               TO TEXT-MES.
           MOVE DIA               TO TEXT-DIA.
           COMPUTE TEXT-IMPORTE-ENT = - (CENT-PARTE / 100).
           MOVE FUNCTION MOD(CENT-PARTE, 100)
               TO TEXT-IMPORTE-DEC.
           MOVE REFERENCIA-HER    TO TEXT-REFERENCIA.
           MOVE 1                 TO TEXT-ESTADO.
           MOVE 0                 TO TEXT-FECHA-ENVIO.
           MOVE 0                 TO TEXT-FECHA-LIQUID.
           WRITE TRANSFEXT-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE TRANSFEXT.

           ADD 1 TO CNT-GIROS.

           MOVE TARJETA-LIQ TO TARJETA-EVENTO.
           MOVE "GIRO HEREDERO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
       GIRAR-HEREDERO-FIN.
           EXIT.

       REGISTRAR-EVENTO-SEGURIDAD.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE "SEGURIDAD" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SEG-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SEG-NUM
           END-READ.
           ADD 1 TO LAST-SEG-NUM.
           MOVE LAST-SEG-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O SEGURIDAD.
           IF FSG <> 00
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE LAST-SEG-NUM TO SEG-NUM.
           MOVE TARJETA-EVENTO TO SEG-TARJETA.
           MOVE ANO          TO SEG-ANO.
           MOVE MES          TO SEG-MES.
           MOVE DIA          TO SEG-DIA.
           MOVE HORAS        TO SEG-HOR.
           MOVE MINUTOS      TO SEG-MIN.
           MOVE SEGUNDOS     TO SEG-SEG.
           MOVE EVENTO-TIPO  TO SEG-TIPO.
           MOVE TERMINAL-ACTUAL TO SEG-TERMINAL.
           MOVE 0            TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE DEFUNCIONES.

           IF FSINF = 00
               MOVE CNT-PENDIENTES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Herencias con documentacion aceptada: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CUENTAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuentas liquidadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-GIROS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Transferencias a herederos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

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
