       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSAR_PROPIOS.
       *> Programa batch de compensacion de entrada de los cheques
       *> girados contra nuestras cuentas con los talonarios de
       *> GESTION_TALONARIOS. Lee el fichero de la camara
       *> (cheques_propios_entrada.txt, un cheque por linea con los
       *> campos separados por "|": cuenta base, numero de cheque,
       *> importe en centimos y entidad presentadora) y paga cada
       *> cheque cuyo numero pertenezca a un talonario de esa
       *> cuenta, no este ya pagado ni tenga orden de no pago, y
       *> quepa en el saldo mas el descubierto concedido. El resto
       *> vuelve a la camara en cheques_propios_devueltos.txt con la
       *> misma linea y el motivo de devolucion en la cola:
       *>   01 FONDOS INSUFICIENTES
       *>   02 NUMERO NO EMITIDO
       *>   03 CHEQUE YA PAGADO
       *>   04 ORDEN DE NO PAGO (tambien el talonario anulado)
       *>   05 CUENTA CANCELADA
       *>   06 DATOS ERRONEOS
       *>   07 TITULAR FALLECIDO (consta en defunciones.ubd)
       *> Las devoluciones por falta de fondos o por orden de no pago
       *> cobran la comision de cheque rechazado (parametro
       *> COMCHQRECH, o la tarifa CHQRECHAZ si el cuadro de tarifas
       *> la define), aunque deje la cuenta en descubierto. La
       *> historia de cada numero queda en cheques_propios.ubd. Como
       *> CARGAR_RECIBOS_DOM, comprueba cabecera y pie de control,
       *> rechaza la representacion del mismo fichero (cargas.ubd) y
       *> lleva checkpoint cheque a cheque (REGISTRO_CHECKPOINT) para
       *> no pagar dos veces tras una caida. Se ejecuta dentro de la
       *> cadena nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESENTACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPR.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDV.

           SELECT OPTIONAL TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-NUM
           ALTERNATE RECORD KEY IS TAL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSTL.

           SELECT OPTIONAL CHEQUES-PROPIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHP-CHEQUE
           FILE STATUS IS FSCP.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

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

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

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

           SELECT OPTIONAL CARGAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGA-CLAVE
           FILE STATUS IS FSCG.

       DATA DIVISION.
       FILE SECTION.

       FD PRESENTACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_propios_entrada.txt".
       01 LINEA-PRESENTACION          PIC X(120).

       FD DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_propios_devueltos.txt".
       01 LINEA-DEVOLUCION            PIC X(120).

       FD TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
       01 TALONARIO-REG.
           02 TAL-NUM               PIC  9(9).
           02 TAL-TARJETA           PIC 9(16).
           02 TAL-PRIMERO           PIC 9(10).
           02 TAL-ULTIMO            PIC 9(10).
           02 TAL-FECHA-EMISION     PIC  9(8).
           02 TAL-OPERADOR          PIC  9(4).
           02 TAL-ESTADO            PIC  9(1).
               88 TAL-ACTIVO        VALUE 1.
               88 TAL-ANULADO       VALUE 2.
           02 TAL-FECHA-ESTADO      PIC  9(8).
           02 TAL-CENT-COMISION     PIC  9(7).

       FD CHEQUES-PROPIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_propios.ubd".
       01 CHEQUE-PROPIO-REG.
           02 CHP-CHEQUE            PIC 9(10).
           02 CHP-TARJETA           PIC 9(16).
           02 CHP-TALONARIO         PIC  9(9).
           02 CHP-ESTADO            PIC  9(1).
               88 CHP-PAGADO        VALUE 1.
               88 CHP-DEVUELTO      VALUE 2.
               88 CHP-NO-PAGO       VALUE 3.
           02 CHP-FECHA             PIC  9(8).
           02 CHP-CENT              PIC  9(9).
           02 CHP-BANCO             PIC  9(4).
           02 CHP-MOTIVO            PIC  9(2).
           02 CHP-MOV-NUM           PIC 9(35).
           02 CHP-OPERADOR          PIC  9(4).

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

       *> Expediente de defuncion del cliente (ver
       *> GESTION_DEFUNCIONES)
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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
           VALUE OF FILE-ID IS "informe_cheques_propios.ubd".
       01 LINEA-INFORME               PIC X(80).

       FD CONTROLCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "controlcambio.ubd".
       01 CONTROLCAMBIO-REG.
           02 CCA-FICHERO           PIC X(12).
           02 CCA-SEC-SALIDA        PIC  9(6).
           02 CCA-SEC-ENTRADA       PIC  9(6).
           02 CCA-FECHA             PIC  9(8).

       FD CARGAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cargas.ubd".
       01 CARGA-REG.
           02 CGA-CLAVE.
               03 CGA-TIPO          PIC X(12).
               03 CGA-FECHA         PIC  9(8).
               03 CGA-HUELLA        PIC  9(9).
           02 CGA-FORZADA           PIC  9(1).

       WORKING-STORAGE SECTION.
       77 FSPR                     PIC  X(2).
       77 FSDV                     PIC  X(2).
       77 FSTL                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSDF                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSTA                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 FSCC                     PIC  X(2).
       77 FSCG                     PIC  X(2).

       *> Registro de cargas (ver FORZAR_CARGAS): la huella del
       *> fichero (recuento e importes) impide procesar dos veces la
       *> misma presentacion salvo que un supervisor fuerce la
       *> repeticion
       77 HUELLA-CARGA             PIC  9(9).
       77 CARGA-REPETIDA-SW        PIC  X(1).
       77 FECHA-ACTUAL-CARGA       PIC  9(8).

       77 CCA-EXISTE-SW            PIC  X(1).
       *> Control de cabecera y pie del fichero de entrada, como en
       *> CARGAR_RECIBOS_DOM
       77 CONTROL-PRESENTE-SW      PIC  X(1).
       77 CONTROL-OK-SW            PIC  X(1).
       77 PIE-PRESENTE-SW          PIC  X(1).
       77 SALTO-SEC-SW             PIC  X(1).
       77 CNT-CTL                  PIC  9(7).
       77 CENT-CTL                 PIC  9(11).
       77 CAB-SEC                  PIC  9(6).
       77 PIE-CNT                  PIC  9(7).
       77 PIE-CENT                 PIC  9(11).
       01 CONTROL-CAMPOS.
           02 CTL-F1                PIC  X(4).
           02 CTL-F2                PIC X(12).
           02 CTL-F3                PIC  X(8).
           02 CTL-F4                PIC X(11).

       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 TARIFA-OPERACION         PIC  X(10).
       77 TARIFA-CLASE             PIC   9(2).
       77 CENT-BASE-TARIFA         PIC   9(9).
       77 CENT-COMISION-TARIFA     PIC   9(9).

       *> Comision de cheque rechazado en centimos, de
       *> parametros.ubd (la tarifa CHQRECHAZ manda si existe)
       77 CENT-COMISION-RECH       PIC  9(7) VALUE 1000.

       77 FECHA-ACTUAL             PIC  9(8).
       77 CHEQUES-YA-PROCESADOS    PIC  9(7).
       77 NUM-CHEQUE-ACTUAL        PIC  9(7) VALUE 0.

       *> Rearranque a mitad de fichero (ver REGISTRO_CHECKPOINT)
       01 PETICION-CHECKPOINT.
           02 PCK-OPERACION         PIC  X(1).
           02 PCK-PROGRAMA          PIC X(20).
           02 PCK-FECHA             PIC  9(8).
           02 PCK-CADA              PIC  9(5).
           02 PCK-PENDIENTES        PIC  9(5).
           02 PCK-SITUACION         PIC  X(1).
           02 PCK-DATOS.
               03 PCK-ULTIMA-CLAVE  PIC X(35).
               03 PCK-ULTIMA-NUM REDEFINES PCK-ULTIMA-CLAVE
                                    PIC  9(35).
               03 PCK-REGISTROS     PIC  9(9).
               03 PCK-CONTADOR      PIC  9(9) OCCURS 8 TIMES.
               03 PCK-IMPORTE       PIC S9(11)V9(2) OCCURS 4 TIMES.
           02 PCK-RESULTADO         PIC  X(1).

       01 CHEQUE-CAMPOS.
           02 CHQE-CUENTA           PIC X(16).
           02 CHQE-NUMERO           PIC X(10).
           02 CHQE-IMPORTE          PIC  X(9).
           02 CHQE-BANCO            PIC  X(4).

       77 CUENTA-BASE              PIC  9(16).
       77 CHEQUE-W                 PIC  9(10).
       77 BANCO-W                  PIC  9(4).
       77 TALONARIO-CHEQUE         PIC  9(9).
       77 TALONARIO-ENCONTRADO-SW  PIC  X(1).
       77 TALONARIO-ANULADO-SW     PIC  X(1).
       77 CHP-EXISTE-SW            PIC  X(1).
       77 CLIENTE-CUENTA           PIC  9(8).
       77 TITULAR-FALLECIDO-SW     PIC  X(1).
       *> Motivo de devolucion del cheque en curso (0 = se paga)
       77 MOTIVO-DEV               PIC  9(2).
       77 TEXTO-MOTIVO             PIC X(25).

       77 CENT-SALDO-CTA           PIC S9(9).
       77 CENT-LIMITE-CTA          PIC S9(9).
       77 CENT-IMPORTE             PIC  9(9).
       77 CENT-MOVIMIENTO          PIC  9(9).
       77 LAST-MOV-NUM             PIC  9(35).
       77 CONCEPTO-MOV             PIC  X(35).
       77 REFERENCIA-MOV           PIC  X(30).

       77 MSJ-PAGO                 PIC X(35)
           VALUE "Pago cheque propio".
       77 MSJ-COMISION             PIC X(35)
           VALUE "Comision cheque rechazado".

       77 CNT-LEIDOS               PIC  9(7) VALUE 0.
       77 CNT-PAGADOS              PIC  9(7) VALUE 0.
       77 CNT-DEVUELTOS            PIC  9(7) VALUE 0.
       77 CNT-COMISIONES           PIC  9(7) VALUE 0.
       77 CNT-SALTADOS             PIC  9(7) VALUE 0.
       77 CENT-PAGADO              PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.
       77 TOTAL-R                  PIC S9(9).
       77 TOTAL-R-DEC              PIC  9(2).

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
           COMPUTE FECHA-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

       LEER-PARAMETROS-PROPIOS.
           *> Comision de cheque rechazado; sin parametro se usa el
           *> valor habitual del sistema
           OPEN I-O PARAMETROS.
           IF FSP <> 00
               GO TO FIN.

           MOVE "COMCHQRECH" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1000 TO CENT-COMISION-RECH
           NOT INVALID KEY
               MOVE PARAM-VALOR TO CENT-COMISION-RECH
           END-READ.

           CLOSE PARAMETROS.

           *> Si el cuadro de tarifas define la comision de cheque
           *> rechazado, manda sobre el parametro
           MOVE "CHQRECHAZ" TO TARIFA-OPERACION.
           MOVE 0           TO TARIFA-CLASE.
           MOVE 0           TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.
           IF CENT-COMISION-TARIFA > 0
               MOVE CENT-COMISION-TARIFA TO CENT-COMISION-RECH.

       CHECKPOINT-OPEN.
           *> Relanzamiento del mismo dia: se saltan los cheques ya
           *> tratados para no pagarlos dos veces y los totales del
           *> informe continuan; un dia nuevo empieza de cero
           MOVE "I"                 TO PCK-OPERACION.
           MOVE "COMPENSAR_PROPIOS" TO PCK-PROGRAMA.
           MOVE FECHA-ACTUAL        TO PCK-FECHA.
           MOVE 1                   TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.

           MOVE PCK-ULTIMA-NUM  TO CHEQUES-YA-PROCESADOS.
           MOVE PCK-CONTADOR(1) TO CNT-PAGADOS.
           MOVE PCK-CONTADOR(2) TO CNT-DEVUELTOS.
           MOVE PCK-CONTADOR(3) TO CNT-COMISIONES.
           MOVE PCK-IMPORTE(1)  TO CENT-PAGADO.

       PRESENTACION-OPEN.
           *> Pasada previa de control: un pie que no cuadra rechaza
           *> el fichero entero antes de pagar nada
           PERFORM VERIFICAR-CONTROL THRU VERIFICAR-CONTROL-FIN.
           IF CONTROL-OK-SW = "N"
               OPEN EXTEND INFORME
               IF FSINF = 00 OR FSINF = 05
                   MOVE "FICHERO RECHAZADO: el pie de control no cuadra"
                       TO LINEA-INFORME
                   WRITE LINEA-INFORME
                   CLOSE INFORME
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK.

           *> Registro de cargas: la misma presentacion de la camara
           *> no se debe pagar dos veces aunque se reenvie
           MOVE FECHA-ACTUAL TO FECHA-ACTUAL-CARGA.
           PERFORM COMPROBAR-CARGA THRU COMPROBAR-CARGA-FIN.
           IF CARGA-REPETIDA-SW = "S"
               OPEN EXTEND INFORME
               IF FSINF = 00 OR FSINF = 05
                   MOVE SPACES TO LINEA-INFORME
                   STRING "FICHERO RECHAZADO: carga ya procesada, "
                       DELIMITED BY SIZE
                       "huella " DELIMITED BY SIZE
                       HUELLA-CARGA DELIMITED BY SIZE
                     INTO LINEA-INFORME
                   WRITE LINEA-INFORME
                   CLOSE INFORME
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK.

           OPEN INPUT PRESENTACION.
           IF FSPR <> 00
               GO TO FIN.

           OPEN EXTEND DEVOLUCIONES.
           IF FSDV <> 00 AND FSDV <> 05
               GO TO FIN.

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== CHEQUES PROPIOS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF SALTO-SEC-SW = "S"
               MOVE "AVISO: salto de secuencia con el dia anterior"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       LEER-CHEQUE.
           READ PRESENTACION AT END GO TO FIN-PRESENTACION.

           IF LINEA-PRESENTACION = SPACES
               GO TO LEER-CHEQUE.

           *> Las lineas de control no son cheques
           IF LINEA-PRESENTACION(1:4) = "CAB|"
               OR LINEA-PRESENTACION(1:4) = "PIE|"
               GO TO LEER-CHEQUE.

           ADD 1 TO CNT-LEIDOS.
           ADD 1 TO NUM-CHEQUE-ACTUAL.

           IF NUM-CHEQUE-ACTUAL <= CHEQUES-YA-PROCESADOS
               ADD 1 TO CNT-SALTADOS
               GO TO LEER-CHEQUE.

           INITIALIZE CHEQUE-CAMPOS.
           UNSTRING LINEA-PRESENTACION DELIMITED BY "|"
               INTO CHQE-CUENTA CHQE-NUMERO CHQE-IMPORTE CHQE-BANCO.

           MOVE 0 TO MOTIVO-DEV.

           IF CHQE-CUENTA NOT NUMERIC
               OR CHQE-NUMERO NOT NUMERIC
               OR CHQE-IMPORTE NOT NUMERIC
               MOVE 6 TO MOTIVO-DEV
               PERFORM DEVOLVER-CHEQUE THRU DEVOLVER-CHEQUE-FIN
               GO TO CHEQUE-PROCESADO.

           MOVE CHQE-CUENTA  TO CUENTA-BASE.
           MOVE CHQE-NUMERO  TO CHEQUE-W.
           MOVE CHQE-IMPORTE TO CENT-IMPORTE.
           IF CHQE-BANCO NUMERIC
               MOVE CHQE-BANCO TO BANCO-W
           ELSE
               MOVE 0 TO BANCO-W
           END-IF.

           *> El numero tiene que estar en un talonario emitido a
           *> esa cuenta; la secuencia NUMCHEQUE no repite numeros
           PERFORM BUSCAR-TALONARIO-CHEQUE
               THRU BUSCAR-TALONARIO-CHEQUE-FIN.
           IF TALONARIO-ENCONTRADO-SW = "N"
               MOVE 2 TO MOTIVO-DEV
               PERFORM DEVOLVER-CHEQUE THRU DEVOLVER-CHEQUE-FIN
               GO TO CHEQUE-PROCESADO.

           PERFORM LEER-HISTORIA-CHEQUE
               THRU LEER-HISTORIA-CHEQUE-FIN.
           IF CHP-EXISTE-SW = "S" AND CHP-PAGADO
               MOVE 3 TO MOTIVO-DEV
               PERFORM DEVOLVER-CHEQUE THRU DEVOLVER-CHEQUE-FIN
               GO TO CHEQUE-PROCESADO.
           IF (CHP-EXISTE-SW = "S" AND CHP-NO-PAGO)
               OR TALONARIO-ANULADO-SW = "S"
               MOVE 4 TO MOTIVO-DEV
               PERFORM DEVOLVER-CHEQUE THRU DEVOLVER-CHEQUE-FIN
               GO TO CHEQUE-PROCESADO.

           PERFORM PAGAR-CHEQUE THRU PAGAR-CHEQUE-FIN.
           IF MOTIVO-DEV NOT = 0
               PERFORM DEVOLVER-CHEQUE THRU DEVOLVER-CHEQUE-FIN.

       CHEQUE-PROCESADO.
           *> El checkpoint avanza cheque a cheque: si el batch cae
           *> aqui en medio, al relanzar se reanuda sin duplicar
           MOVE NUM-CHEQUE-ACTUAL TO PCK-ULTIMA-NUM.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.

           GO TO LEER-CHEQUE.

       FIN-PRESENTACION.
           *> Presentacion del dia completa: el checkpoint queda
           *> terminado con los totales finales
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

      *> CARGA EL CHEQUE EN LA CORRIENTE DE LA CUENTA BASE SI CABE EN
      *> EL SALDO MAS EL DESCUBIERTO; SI NO, DEJA EL MOTIVO EN
      *> MOTIVO-DEV (01 FONDOS, 05 CUENTA CANCELADA, 07 TITULAR
      *> FALLECIDO) SIN ANOTAR NADA
       PAGAR-CHEQUE.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               MOVE 5 TO MOTIVO-DEV
               GO TO PAGAR-CHEQUE-FIN.

           IF CUENTA-INACTIVA
               CLOSE CUENTAS
               MOVE 5 TO MOTIVO-DEV
               GO TO PAGAR-CHEQUE-FIN.

           *> Muerto el titular no se paga ningun cheque suyo: la
           *> cuenta queda a disposicion de la testamentaria
           PERFORM COMPROBAR-DEFUNCION THRU COMPROBAR-DEFUNCION-FIN.
           IF TITULAR-FALLECIDO-SW = "S"
               CLOSE CUENTAS
               MOVE 7 TO MOTIVO-DEV
               GO TO PAGAR-CHEQUE-FIN.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           COMPUTE CENT-LIMITE-CTA = CTA-LIMITE-DESCUBIERTO * 100.

           *> Se respeta el limite de descubierto concedido, igual
           *> que en una retirada o en un recibo domiciliado
           IF (CENT-SALDO-CTA - CENT-IMPORTE) < (- CENT-LIMITE-CTA)
               CLOSE CUENTAS
               MOVE 1 TO MOTIVO-DEV
               GO TO PAGAR-CHEQUE-FIN.

           MOVE CENT-IMPORTE TO CENT-MOVIMIENTO.
           MOVE MSJ-PAGO     TO CONCEPTO-MOV.
           PERFORM ANOTAR-CARGO THRU ANOTAR-CARGO-FIN.

           ADD 1 TO CNT-PAGADOS.
           ADD CENT-IMPORTE TO CENT-PAGADO.

           *> El numero queda pagado: una segunda presentacion del
           *> mismo cheque se devolvera como ya pagado
           OPEN I-O CHEQUES-PROPIOS CLOSE CHEQUES-PROPIOS.
           OPEN I-O CHEQUES-PROPIOS.
           IF FSCP <> 00
               GO TO FIN.
           MOVE CHEQUE-W TO CHP-CHEQUE.
           READ CHEQUES-PROPIOS INVALID KEY
               MOVE "N" TO CHP-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CHP-EXISTE-SW
           END-READ.
           MOVE CHEQUE-W         TO CHP-CHEQUE.
           MOVE CUENTA-BASE      TO CHP-TARJETA.
           MOVE TALONARIO-CHEQUE TO CHP-TALONARIO.
           MOVE 1                TO CHP-ESTADO.
           MOVE FECHA-ACTUAL     TO CHP-FECHA.
           MOVE CENT-IMPORTE     TO CHP-CENT.
           MOVE BANCO-W          TO CHP-BANCO.
           MOVE 0                TO CHP-MOTIVO.
           MOVE LAST-MOV-NUM     TO CHP-MOV-NUM.
           MOVE 0                TO CHP-OPERADOR.
           IF CHP-EXISTE-SW = "S"
               REWRITE CHEQUE-PROPIO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CHEQUE-PROPIO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE CHEQUES-PROPIOS.
       PAGAR-CHEQUE-FIN.
           EXIT.

      *> EL CLIENTE DE LA CUENTA BASE, SI CONSTA SU DEFUNCION EN
      *> DEFUNCIONES.UBD, DEJA TITULAR-FALLECIDO-SW A "S"
       COMPROBAR-DEFUNCION.
           MOVE "N" TO TITULAR-FALLECIDO-SW.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE CUENTA-BASE TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE TCLIENTE TO CLIENTE-CUENTA.
           CLOSE TARJETAS.
           IF CLIENTE-CUENTA = 0
               GO TO COMPROBAR-DEFUNCION-FIN.

           OPEN INPUT DEFUNCIONES.
           IF FSDF <> 00
               CLOSE DEFUNCIONES
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE CLIENTE-CUENTA TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO TITULAR-FALLECIDO-SW
           END-READ.
           CLOSE DEFUNCIONES.
       COMPROBAR-DEFUNCION-FIN.
           EXIT.

      *> DEVUELVE EL CHEQUE A LA CAMARA CON EL MOTIVO DE MOTIVO-DEV EN
      *> LA COLA DE LA LINEA, DEJA LA DEVOLUCION EN LA HISTORIA DEL
      *> NUMERO Y, POR FALTA DE FONDOS U ORDEN DE NO PAGO, COBRA LA
      *> COMISION DE CHEQUE RECHAZADO
       DEVOLVER-CHEQUE.
           ADD 1 TO CNT-DEVUELTOS.

           EVALUATE MOTIVO-DEV
               WHEN 1
                   MOVE "01 FONDOS INSUFICIENTES" TO TEXTO-MOTIVO
               WHEN 2
                   MOVE "02 NUMERO NO EMITIDO" TO TEXTO-MOTIVO
               WHEN 3
                   MOVE "03 CHEQUE YA PAGADO" TO TEXTO-MOTIVO
               WHEN 4
                   MOVE "04 ORDEN DE NO PAGO" TO TEXTO-MOTIVO
               WHEN 5
                   MOVE "05 CUENTA CANCELADA" TO TEXTO-MOTIVO
               WHEN 7
                   MOVE "07 TITULAR FALLECIDO" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "06 DATOS ERRONEOS" TO TEXTO-MOTIVO
           END-EVALUATE.

           MOVE SPACES TO LINEA-DEVOLUCION.
           STRING LINEA-PRESENTACION DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  TEXTO-MOTIVO DELIMITED BY "  "
             INTO LINEA-DEVOLUCION.
           WRITE LINEA-DEVOLUCION.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Devuelto cheque " DELIMITED BY SIZE
                  CHQE-NUMERO DELIMITED BY SIZE
                  " cuenta " DELIMITED BY SIZE
                  CHQE-CUENTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEXTO-MOTIVO DELIMITED BY "  "
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *> Un numero que no es nuestro, o un cheque ya pagado que
           *> se presenta otra vez, no cambia la historia del numero
           IF MOTIVO-DEV = 2 OR MOTIVO-DEV = 3 OR MOTIVO-DEV = 6
               GO TO DEVOLVER-CHEQUE-FIN.

           OPEN I-O CHEQUES-PROPIOS CLOSE CHEQUES-PROPIOS.
           OPEN I-O CHEQUES-PROPIOS.
           IF FSCP <> 00
               GO TO FIN.
           MOVE CHEQUE-W TO CHP-CHEQUE.
           READ CHEQUES-PROPIOS INVALID KEY
               MOVE "N" TO CHP-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CHP-EXISTE-SW
           END-READ.
           *> La orden de no pago se conserva como tal: el cheque
           *> seguira parado si se vuelve a presentar
           IF CHP-EXISTE-SW = "S" AND CHP-NO-PAGO
               MOVE CENT-IMPORTE TO CHP-CENT
               MOVE BANCO-W      TO CHP-BANCO
               MOVE MOTIVO-DEV   TO CHP-MOTIVO
               REWRITE CHEQUE-PROPIO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE CHEQUE-W         TO CHP-CHEQUE
               MOVE CUENTA-BASE      TO CHP-TARJETA
               MOVE TALONARIO-CHEQUE TO CHP-TALONARIO
               MOVE 2                TO CHP-ESTADO
               MOVE FECHA-ACTUAL     TO CHP-FECHA
               MOVE CENT-IMPORTE     TO CHP-CENT
               MOVE BANCO-W          TO CHP-BANCO
               MOVE MOTIVO-DEV       TO CHP-MOTIVO
               MOVE 0                TO CHP-MOV-NUM
               MOVE 0                TO CHP-OPERADOR
               IF CHP-EXISTE-SW = "S"
                   REWRITE CHEQUE-PROPIO-REG INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   WRITE CHEQUE-PROPIO-REG INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.
           CLOSE CHEQUES-PROPIOS.

           IF MOTIVO-DEV = 1 OR MOTIVO-DEV = 4
               PERFORM COBRAR-COMISION-RECH
                   THRU COBRAR-COMISION-RECH-FIN.
       DEVOLVER-CHEQUE-FIN.
           EXIT.

      *> COMISION DE CHEQUE RECHAZADO EN LA CORRIENTE DE LA CUENTA
      *> BASE; SE COBRA AUNQUE LA DEJE EN DESCUBIERTO, COMO LA DE
      *> CHEQUE DEVUELTO DE COMPENSAR_CHEQUES
       COBRAR-COMISION-RECH.
           IF CENT-COMISION-RECH = 0
               GO TO COBRAR-COMISION-RECH-FIN.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO FIN.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO COBRAR-COMISION-RECH-FIN.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           MOVE CENT-COMISION-RECH TO CENT-MOVIMIENTO.
           MOVE MSJ-COMISION       TO CONCEPTO-MOV.
           PERFORM ANOTAR-CARGO THRU ANOTAR-CARGO-FIN.
           ADD 1 TO CNT-COMISIONES.
       COBRAR-COMISION-RECH-FIN.
           EXIT.

      *> CARGO DE CENT-MOVIMIENTO CON CONCEPTO-MOV EN LA CUENTA YA
      *> LEIDA (CUENTAS ABIERTO I-O Y CENT-SALDO-CTA CALCULADO):
      *> MOVIMIENTO CON EL NUMERO DE CHEQUE COMO REFERENCIA Y SALDO
      *> NUEVO EN LA CUENTA, QUE QUEDA CERRADA
       ANOTAR-CARGO.
           SUBTRACT CENT-MOVIMIENTO FROM CENT-SALDO-CTA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN.
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

           MOVE SPACES TO REFERENCIA-MOV.
           STRING "Cheque " DELIMITED BY SIZE
                  CHEQUE-W DELIMITED BY SIZE
             INTO REFERENCIA-MOV.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE CUENTA-BASE    TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = - (CENT-MOVIMIENTO / 100).
           MOVE FUNCTION MOD(CENT-MOVIMIENTO, 100) TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-MOV   TO MOV-CONCEPTO.
           MOVE REFERENCIA-MOV TO MOV-REFERENCIA.

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

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN.
           CLOSE CUENTAS.
       ANOTAR-CARGO-FIN.
           EXIT.

      *> BUSCA ENTRE LOS TALONARIOS DE LA CUENTA BASE EL QUE CONTIENE
      *> CHEQUE-W, COMO GESTION_TALONARIOS; SI LO ENCUENTRA DEJA SU
      *> NUMERO EN TALONARIO-CHEQUE Y SI ESTA ANULADO LO MARCA
       BUSCAR-TALONARIO-CHEQUE.
           MOVE "N" TO TALONARIO-ENCONTRADO-SW.
           MOVE "N" TO TALONARIO-ANULADO-SW.
           MOVE 0   TO TALONARIO-CHEQUE.
           OPEN INPUT TALONARIOS.
           IF FSTL <> 00
               CLOSE TALONARIOS
               GO TO BUSCAR-TALONARIO-CHEQUE-FIN.
           MOVE CUENTA-BASE TO TAL-TARJETA.
           START TALONARIOS KEY = TAL-TARJETA
               INVALID KEY GO TO FIN-BUSCAR-TALONARIO
           END-START.

       LEER-TALONARIO-CUENTA.
           READ TALONARIOS NEXT RECORD AT END
               GO TO FIN-BUSCAR-TALONARIO.
           IF TAL-TARJETA NOT = CUENTA-BASE
               GO TO FIN-BUSCAR-TALONARIO.
           IF CHEQUE-W < TAL-PRIMERO OR CHEQUE-W > TAL-ULTIMO
               GO TO LEER-TALONARIO-CUENTA.
           MOVE "S"     TO TALONARIO-ENCONTRADO-SW.
           MOVE TAL-NUM TO TALONARIO-CHEQUE.
           IF TAL-ANULADO
               MOVE "S" TO TALONARIO-ANULADO-SW.

       FIN-BUSCAR-TALONARIO.
           CLOSE TALONARIOS.
       BUSCAR-TALONARIO-CHEQUE-FIN.
           EXIT.

      *> HISTORIA DEL NUMERO EN CHEQUES_PROPIOS.UBD: CHP-EXISTE-SW A
      *> "S" CON EL REGISTRO LEIDO SI EL NUMERO YA CONSTA
       LEER-HISTORIA-CHEQUE.
           MOVE "N" TO CHP-EXISTE-SW.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSCP <> 00
               CLOSE CHEQUES-PROPIOS
               GO TO LEER-HISTORIA-CHEQUE-FIN.
           MOVE CHEQUE-W TO CHP-CHEQUE.
           READ CHEQUES-PROPIOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO CHP-EXISTE-SW
           END-READ.
           CLOSE CHEQUES-PROPIOS.
       LEER-HISTORIA-CHEQUE-FIN.
           EXIT.

       FIN.
           CLOSE PRESENTACION.
           CLOSE DEVOLUCIONES.

           IF FSINF = 00
               MOVE CNT-LEIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cheques leidos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SALTADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cheques saltados por checkpoint: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-PAGADOS TO CNT-EDIT
               COMPUTE TOTAL-R = CENT-PAGADO / 100
               MOVE FUNCTION MOD(CENT-PAGADO, 100) TO TOTAL-R-DEC
               MOVE TOTAL-R     TO TOTAL-ENT-EDIT
               MOVE TOTAL-R-DEC TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cheques pagados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      " total: " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-DEVUELTOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Cheques devueltos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-COMISIONES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Comisiones de rechazo cobradas: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

       *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-PAGADOS    TO PCK-CONTADOR(1).
           MOVE CNT-DEVUELTOS  TO PCK-CONTADOR(2).
           MOVE CNT-COMISIONES TO PCK-CONTADOR(3).
           MOVE CENT-PAGADO    TO PCK-IMPORTE(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
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

       *> CONSULTA EL CUADRO DE TARIFAS (tarifas.ubd): COMISION =
       *> FIJO + PORCENTAJE SOBRE EL IMPORTE, CON MINIMO; SI LA CLASE
       *> NO TIENE TARIFA PROPIA SE CAE A LA CLASE GENERAL 0, Y SIN
       *> TARIFA NO SE COBRA COMISION
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

      *> PASADA PREVIA DE CONTROL: SI EL FICHERO TRAE CABECERA CAB,
      *> EL PIE DEBE CUADRAR EN RECUENTO Y TOTAL O EL FICHERO SE
      *> RECHAZA ENTERO; LA SECUENCIA SE CONTRASTA CON LA DEL ULTIMO
      *> FICHERO ACEPTADO (CONTROLCAMBIO.UBD) PARA MARCAR HUECOS
       VERIFICAR-CONTROL.
           MOVE "N" TO CONTROL-PRESENTE-SW.
           MOVE "S" TO CONTROL-OK-SW.
           MOVE "N" TO PIE-PRESENTE-SW.
           MOVE "N" TO SALTO-SEC-SW.
           MOVE 0 TO CNT-CTL.
           MOVE 0 TO CENT-CTL.
           MOVE 0 TO CAB-SEC.
           MOVE 0 TO PIE-CNT.
           MOVE 0 TO PIE-CENT.

           OPEN INPUT PRESENTACION.
           IF FSPR <> 00
               CLOSE PRESENTACION
               GO TO VERIFICAR-CONTROL-FIN.

       VERIFICAR-LINEA.
           READ PRESENTACION AT END GO TO VERIFICAR-CIERRE.

           IF LINEA-PRESENTACION = SPACES
               GO TO VERIFICAR-LINEA.

           IF LINEA-PRESENTACION(1:4) = "CAB|"
               MOVE "S" TO CONTROL-PRESENTE-SW
               INITIALIZE CONTROL-CAMPOS
               UNSTRING LINEA-PRESENTACION DELIMITED BY "|"
                   INTO CTL-F1 CTL-F2 CTL-F3 CTL-F4
               IF CTL-F4 NOT = SPACES
                   COMPUTE CAB-SEC =
                       FUNCTION NUMVAL(CTL-F4)
               END-IF
               GO TO VERIFICAR-LINEA.

           IF LINEA-PRESENTACION(1:4) = "PIE|"
               MOVE "S" TO PIE-PRESENTE-SW
               INITIALIZE CONTROL-CAMPOS
               UNSTRING LINEA-PRESENTACION DELIMITED BY "|"
                   INTO CTL-F1 CTL-F2 CTL-F4
               IF CTL-F2 NOT = SPACES
                   COMPUTE PIE-CNT =
                       FUNCTION NUMVAL(CTL-F2)
               END-IF
               IF CTL-F4 NOT = SPACES
                   COMPUTE PIE-CENT =
                       FUNCTION NUMVAL(CTL-F4)
               END-IF
               GO TO VERIFICAR-LINEA.

           ADD 1 TO CNT-CTL.
           INITIALIZE CHEQUE-CAMPOS.
           UNSTRING LINEA-PRESENTACION DELIMITED BY "|"
               INTO CHQE-CUENTA CHQE-NUMERO CHQE-IMPORTE CHQE-BANCO.
           IF CHQE-IMPORTE NUMERIC
               ADD FUNCTION NUMVAL(CHQE-IMPORTE) TO CENT-CTL
           END-IF.
           GO TO VERIFICAR-LINEA.

       VERIFICAR-CIERRE.
           CLOSE PRESENTACION.

           IF CONTROL-PRESENTE-SW = "N"
               GO TO VERIFICAR-CONTROL-FIN.

           IF PIE-PRESENTE-SW = "N"
               OR CNT-CTL NOT = PIE-CNT
               OR CENT-CTL NOT = PIE-CENT
               MOVE "N" TO CONTROL-OK-SW
               GO TO VERIFICAR-CONTROL-FIN.

           *> Secuencia: el hueco se marca pero no rechaza
           OPEN I-O CONTROLCAMBIO CLOSE CONTROLCAMBIO.
           OPEN I-O CONTROLCAMBIO.
           IF FSCC <> 00
               CLOSE CONTROLCAMBIO
               GO TO VERIFICAR-CONTROL-FIN.
           MOVE "chqpropios" TO CCA-FICHERO.
           READ CONTROLCAMBIO INVALID KEY
               MOVE "N" TO CCA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CCA-EXISTE-SW
           END-READ.
           IF CCA-EXISTE-SW = "S"
               IF CCA-SEC-ENTRADA > 0
                   AND CAB-SEC NOT = CCA-SEC-ENTRADA + 1
                   MOVE "S" TO SALTO-SEC-SW
               END-IF
               MOVE CAB-SEC TO CCA-SEC-ENTRADA
               REWRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE "chqpropios" TO CCA-FICHERO
               MOVE 0 TO CCA-SEC-SALIDA
               MOVE CAB-SEC TO CCA-SEC-ENTRADA
               MOVE 0 TO CCA-FECHA
               WRITE CONTROLCAMBIO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE CONTROLCAMBIO.
       VERIFICAR-CONTROL-FIN.
           EXIT.

      *> CONSULTA Y ANOTA EL REGISTRO DE CARGAS: LA MISMA HUELLA EN
      *> LA MISMA FECHA ES UNA REPRESENTACION DEL FICHERO Y SE
      *> RECHAZA, SALVO QUE UN SUPERVISOR LA HAYA FORZADO EN
      *> FORZAR_CARGAS (LA MARCA SE CONSUME AL USARSE)
       COMPROBAR-CARGA.
           MOVE "N" TO CARGA-REPETIDA-SW.
           COMPUTE HUELLA-CARGA =
               FUNCTION MOD((CNT-CTL * 1000003) + CENT-CTL,
                   1000000000).

           OPEN I-O CARGAS CLOSE CARGAS.
           OPEN I-O CARGAS.
           IF FSCG <> 00
               CLOSE CARGAS
               GO TO COMPROBAR-CARGA-FIN.

           MOVE "chqpropios" TO CGA-TIPO.
           MOVE FECHA-ACTUAL-CARGA TO CGA-FECHA.
           MOVE HUELLA-CARGA TO CGA-HUELLA.
           READ CARGAS INVALID KEY
               MOVE "chqpropios" TO CGA-TIPO
               MOVE FECHA-ACTUAL-CARGA TO CGA-FECHA
               MOVE HUELLA-CARGA TO CGA-HUELLA
               MOVE 0 TO CGA-FORZADA
               WRITE CARGA-REG INVALID KEY CONTINUE
               END-WRITE
           NOT INVALID KEY
               IF CGA-FORZADA = 1
                   MOVE 0 TO CGA-FORZADA
                   REWRITE CARGA-REG INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   MOVE "S" TO CARGA-REPETIDA-SW
               END-IF
           END-READ.
           CLOSE CARGAS.
       COMPROBAR-CARGA-FIN.
           EXIT.
