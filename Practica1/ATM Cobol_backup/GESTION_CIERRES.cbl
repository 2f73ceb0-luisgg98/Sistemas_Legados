       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_CIERRES.
       *> Pantalla de sucursal para cancelar la relacion con un
       *> cliente. Hasta ahora solo existia la baja de GESTION_TARJETAS,
       *> que borra la tarjeta sin tocar el dinero. Aqui el cierre no
       *> se admite mientras quede algun producto vivo: prestamo,
       *> plazo fijo, mandato, transferencia programada, orden de
       *> efectivo, credito, retencion pendiente o embargo abierto.
       *> La pantalla los lista. Si no queda ninguno, se liquida a
       *> la fecha de negocio:
       *>  - intereses de ahorro prorrateados por dias a la tasa
       *>    TASAINT, con la retencion RETENCION y el acumulado en
       *>    fiscal.ubd, como LIQUIDAR_INTERESES;
       *>  - intereses de demora devengados y aun no cargados (ver
       *>    LIQUIDAR_DESCUBIERTOS);
       *>  - devolucion de la parte no consumida de la cuota de
       *>    mantenimiento cobrada en el mes (ver COBRAR_MANTENIMIENTO).
       *> Despues se traspasa el ahorro a la corriente y el neto se
       *> paga con un cheque bancario (como GESTION_CHEQUES) o con una
       *> transferencia externa a transfext.ubd (como
       *> LIQUIDAR_HERENCIAS). Un neto deudor no se cierra. Se imprime
       *> el certificado de cancelacion, numerado como los de
       *> CERTIFICADOS. Las cuentas quedan con CTA-ESTADO 3 (cerrada)
       *> y la tarjeta bloqueada. No se borra nada, para que el
       *> historico, los extractos y el 196 sigan saliendo. Cada
       *> cierre queda en cierres.ubd y en seguridad.ubd.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-TARJETA
           FILE STATUS IS FSCI.

           SELECT TARJETAS ASSIGN TO DISK
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

           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSPZ.

           SELECT OPTIONAL APARTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APA-CLAVE
           FILE STATUS IS FSAP.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

           SELECT OPTIONAL TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANS-NUM
           FILE STATUS IS FSTR.

           SELECT OPTIONAL ORDENES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-NUM
           FILE STATUS IS FSOR.

           SELECT OPTIONAL CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSCR.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSRT.

           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           FILE STATUS IS FSEB.

           SELECT OPTIONAL DEVENGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEV-CLAVE
           FILE STATUS IS FSDV.

           SELECT OPTIONAL FISCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CLAVE
           FILE STATUS IS FSFI.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL CHEQUES-EMI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHE-NUM
           FILE STATUS IS FSCHE.

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL CERTIFICADOS-M ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CER-NUM
           FILE STATUS IS FSCE.

           SELECT OPTIONAL F-IBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBAN-CLAVE
           FILE STATUS IS FSIB.

           SELECT OPTIONAL IMPRESO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIM.

           SELECT OPTIONAL IMPRESO-CER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIC.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL FORMACION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOR-OPERADOR
           FILE STATUS IS FSFOR.

           SELECT OPTIONAL OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSOE.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL BLOQUEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

       DATA DIVISION.
       FILE SECTION.
       FD CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
       01 CIERRE-REG.
           02 CIE-TARJETA           PIC 9(16).
           02 CIE-FECHA             PIC  9(8).
           02 CIE-OPERADOR          PIC  9(4).
           02 CIE-CENT-INTERES      PIC  9(9).
           02 CIE-CENT-RETENCION    PIC  9(9).
           02 CIE-CENT-DEMORA       PIC  9(9).
           02 CIE-CENT-DEVOLUCION   PIC  9(9).
           02 CIE-CENT-NETO         PIC  9(9).
           02 CIE-MEDIO             PIC  9(1).
               88 CIE-SIN-PAGO      VALUE 0.
               88 CIE-PAGO-CHEQUE   VALUE 1.
               88 CIE-PAGO-TRANSF   VALUE 2.
           *> Numero del cheque (cheques_emitidos.ubd) o de la
           *> transferencia (transfext.ubd) con que se pago el neto
           02 CIE-NUM-PAGO          PIC 9(35).
           02 CIE-IBAN-DST          PIC X(24).
           02 CIE-CERTIFICADO       PIC  9(9).

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
               88 CUENTA-CERRADA    VALUE 3.

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

       FD PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PRE-NUM               PIC  9(9).
           02 PRE-TARJETA           PIC 9(16).
           02 PRE-CENT-PRINCIPAL    PIC  9(9).
           02 PRE-TASA-ANUAL-X10000 PIC  9(6).
           02 PRE-PLAZO-MESES       PIC  9(3).
           02 PRE-DIA-PAGO          PIC  9(2).
           02 PRE-CENT-CUOTA        PIC  9(9).
           02 PRE-CENT-PENDIENTE    PIC  9(9).
           02 PRE-CUOTAS-PAGADAS    PIC  9(3).
           02 PRE-ESTADO            PIC  9(1).
               88 PRE-VIVO          VALUE 1.
               88 PRE-LIQUIDADO     VALUE 2.

       FD PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
       01 PLAZO-REG.
           02 PLZ-NUM               PIC  9(9).
           02 PLZ-TARJETA           PIC 9(16).
           02 PLZ-CENT-CAPITAL      PIC  9(9).
           02 PLZ-TASA-ANUAL-X10000 PIC  9(6).
           02 PLZ-FECHA-INICIO      PIC  9(8).
           02 PLZ-PLAZO-MESES       PIC  9(3).
           02 PLZ-FECHA-VENCIMIENTO PIC  9(8).
           02 PLZ-ESTADO            PIC  9(1).
               88 PLZ-VIVO          VALUE 1.
               88 PLZ-VENCIDO       VALUE 2.
               88 PLZ-CANCELADO     VALUE 3.

       FD APARTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "apartados.ubd".
       01 APARTADO-REG.
           02 APA-CLAVE.
               03 APA-TARJETA       PIC 9(16).
               03 APA-NUM           PIC  9(1).
           02 APA-NOMBRE            PIC X(15).
           02 APA-CENT              PIC  9(9).

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAN-CLAVE.
               03 MAN-TARJETA       PIC 9(16).
               03 MAN-ACREEDOR      PIC X(10).
           02 MAN-NOMBRE            PIC X(20).
           02 MAN-FECHA-ALTA        PIC  9(8).
           02 MAN-ESTADO            PIC  9(1).
               88 MAN-ACTIVO        VALUE 1.
               88 MAN-BLOQUEADO     VALUE 2.
               88 MAN-REVOCADO      VALUE 3.

       FD TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferencias.ubd".
       01 TRANSFERENCIA-REG.
           02 TRANS-NUM            PIC  9(35).
           02 TRANS-TARJETA-ORD    PIC  9(16).
           02 TRANS-TARJETA-DST    PIC  9(16).
           02 TRANS-ANO            PIC   9(4).
           02 TRANS-MES            PIC   9(2).
           02 TRANS-DIA            PIC   9(2).
           02 TRANS-IMPORTE-ENT    PIC  S9(7).
           02 TRANS-IMPORTE-DEC    PIC   9(2).
           02 TRANS-PERIODO        PIC  X(35).
           02 TRANS-FECHA-FIN-ANO  PIC   9(4).
           02 TRANS-FECHA-FIN-MES  PIC   9(2).
           02 TRANS-FECHA-FIN-DIA  PIC   9(2).
           02 TRANS-MAX-REPET      PIC   9(4).
           02 TRANS-REPET-HECHAS   PIC   9(4).
           02 TRANS-DIA-FIN-MES    PIC  X(1).
           02 TRANS-REFERENCIA       PIC  X(30).
           02 TRANS-IBAN-DST       PIC  X(24).
           02 TRANS-NOMBRE-DST     PIC  X(30).

       FD ORDENES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ordenes.ubd".
       01 ORDEN-REG.
           02 ORD-NUM               PIC  9(9).
           02 ORD-TARJETA           PIC 9(16).
           02 ORD-IMPORTE-ENT       PIC  9(7).
           02 ORD-IMPORTE-DEC       PIC  9(2).
           02 ORD-DESDE             PIC  9(8).
           02 ORD-HASTA             PIC  9(8).
           02 ORD-ESTADO            PIC  9(1).
               88 ORD-PENDIENTE     VALUE 1.
               88 ORD-CONSUMIDA     VALUE 2.

       FD CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
       01 CREDITO-REG.
           02 CRD-TARJETA           PIC 9(16).
           02 CRD-DIA-CORTE         PIC  9(2).
           02 CRD-DIAS-PAGO         PIC  9(2).
           02 CRD-MODALIDAD         PIC  9(1).
           02 CRD-CENT-FIJO         PIC  9(9).
           02 CRD-PORCENTAJE        PIC  9(3).
           02 CRD-TASA-ANUAL-X10000 PIC  9(6).
           02 CRD-ESTADO            PIC  9(1).
               88 CRD-ACTIVO        VALUE 1.
           02 CRD-FECHA-CORTE       PIC  9(8).
           02 CRD-ULTIMO-MOV-CORTE  PIC  9(35).
           02 CRD-CENT-EXTRACTO     PIC  9(9).
           02 CRD-CENT-A-PAGAR      PIC  9(9).
           02 CRD-FECHA-VENCIMIENTO PIC  9(8).
           02 CRD-COBRO             PIC  9(1).
           02 CRD-CENT-APLAZADO     PIC  9(9).

       FD RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
       01 RETENCION-REG.
           02 RET-NUM               PIC  9(9).
           02 RET-TARJETA           PIC 9(16).
           02 RET-ANO               PIC   9(4).
           02 RET-MES               PIC   9(2).
           02 RET-DIA               PIC   9(2).
           02 RET-IMPORTE-ENT       PIC S9(7).
           02 RET-IMPORTE-DEC       PIC   9(2).
           02 RET-ESTADO            PIC   9(1).
               88 RET-PENDIENTE     VALUE 1.
               88 RET-LIBERADA      VALUE 2.
               88 RET-REVERTIDA     VALUE 3.

       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(9).
           02 EMB-TARJETA           PIC 9(16).
           02 EMB-AUTORIDAD         PIC X(30).
           02 EMB-EXPEDIENTE        PIC X(20).
           02 EMB-IBAN-AUTORIDAD    PIC X(24).
           02 EMB-CENT-RECLAMADO    PIC  9(9).
           02 EMB-CENT-RETENIDO     PIC  9(9).
           02 EMB-RET-NUM           PIC  9(9).
           02 EMB-ESTADO            PIC  9(1).
               88 EMB-ABIERTO       VALUE 1.
               88 EMB-PAGO-ORDENADO VALUE 2.
               88 EMB-CERRADO       VALUE 3.

       FD DEVENGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devengos.ubd".
       01 DEVENGO-REG.
           02 DEV-CLAVE.
               03 DEV-TARJETA       PIC  9(16).
               03 DEV-TIPO          PIC  9(1).
           02 DEV-CENT-ACUM         PIC  9(9).

       FD FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fiscal.ubd".
       01 FISCAL-REG.
           02 FIS-CLAVE.
               03 FIS-TARJETA       PIC  9(16).
               03 FIS-ANO           PIC   9(4).
           02 FIS-CENT-INTERES      PIC  9(9).
           02 FIS-CENT-RETENIDO     PIC  9(9).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD CHEQUES-EMI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_emitidos.ubd".
       01 CHEQUE-EMI-REG.
           02 CHE-NUM               PIC  9(9).
           02 CHE-TARJETA           PIC 9(16).
           02 CHE-BENEFICIARIO      PIC X(30).
           02 CHE-CENT              PIC  9(9).
           02 CHE-FECHA-EMISION     PIC  9(8).
           02 CHE-ESTADO            PIC  9(1).
               88 CHE-CIRCULACION   VALUE 1.
               88 CHE-PAGADO        VALUE 2.
               88 CHE-NO-PAGO       VALUE 3.
           02 CHE-FECHA-ESTADO      PIC  9(8).
           02 CHE-OPERADOR          PIC  9(4).

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

       FD CERTIFICADOS-M
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificados.ubd".
       01 CERTIFICADO-REG.
           02 CER-NUM               PIC  9(9).
           02 CER-TARJETA           PIC 9(16).
           02 CER-TIPO-CTA          PIC  9(1).
           02 CER-FECHA             PIC  9(8).
           02 CER-SALDO-ENT         PIC S9(9).
           02 CER-SALDO-DEC         PIC  9(2).
           02 CER-TITULAR           PIC X(30).
           02 CER-IBAN              PIC X(24).

       FD F-IBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "iban.ubd".
       01 IBAN-REG.
           02 IBAN-CLAVE.
               03 IBAN-TARJETA      PIC  9(16).
               03 IBAN-TIPO         PIC  9(1).
           02 IBAN-CODIGO           PIC  X(24).

       FD IMPRESO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_impresion.txt".
       01 LINEA-IMPRESO               PIC X(80).

       FD IMPRESO-CER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificados_emitidos.txt".
       01 LINEA-IMPRESO-CER           PIC X(80).

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

       FD FORMACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion.ubd".
       01 FORMACION-REG.
           02 FOR-OPERADOR          PIC  9(4).
           02 FOR-MODO              PIC  9(1).
               88 OPERADOR-EN-FORMACION VALUE 1.

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OPE-ID                PIC  9(4).
           02 OPE-PIN               PIC  9(9).
           02 OPE-NOMBRE            PIC X(30).
           02 OPE-ROL               PIC  9(1).
               88 OPERADOR-CAJERO     VALUE 1.
               88 OPERADOR-SUPERVISOR VALUE 2.

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

       FD BLOQUEOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bloqueos.ubd".
       01 BLOQUEO-REG.
           02 BLK-TARJETA           PIC 9(16).
           02 BLK-TERMINAL          PIC  9(3).
           02 BLK-FECHA             PIC  9(8).
           02 BLK-HOR               PIC  9(2).
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID          PIC X(10).
           02 SEC-ULTIMO-NUM  PIC 9(35).

       WORKING-STORAGE SECTION.
       *> BLOQUEO DE CUENTA DURANTE LA ACTUALIZACION (VER BANK4):
       *> TODO EL QUE REESCRIBE cuentas.ubd TIENE QUE PASAR POR EL,
       *> O DOS PANTALLAS A LA VEZ SE PISAN EL REWRITE
       77 FSBL                     PIC  X(2).
       77 BLOQUEO-SEG              PIC  9(4) VALUE 120.
       77 BLOQUEO-OK-SW            PIC  X(1).
       77 BLK-TARJETA-W            PIC 9(16).
       77 SEG-ABS-AHORA            PIC S9(12).
       77 SEG-ABS-BLOQUEO          PIC S9(12).
       77 FECHA-ABS-TMP            PIC  9(8).
       *> IDENTIDAD DE ESTE PUESTO PARA EL BLOQUEO: LAS PANTALLAS
       *> DE SUCURSAL USAN EL PSEUDOTERMINAL 999 PARA NO CONFUNDIRSE
       *> CON EL TERMINALID DE NINGUN CAJERO
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 999.

       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSCI                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSPR                      PIC   X(2).
       77 FSPZ                      PIC   X(2).
       77 FSAP                      PIC   X(2).
       77 FSMA                      PIC   X(2).
       77 FSTR                      PIC   X(2).
       77 FSOR                      PIC   X(2).
       77 FSCR                      PIC   X(2).
       77 FSRT                      PIC   X(2).
       77 FSEB                      PIC   X(2).
       77 FSDV                      PIC   X(2).
       77 FSFI                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSCHE                     PIC   X(2).
       77 FSTX                      PIC   X(2).
       77 FSCE                      PIC   X(2).
       77 FSIB                      PIC   X(2).
       77 FSIM                      PIC   X(2).
       77 FSIC                      PIC   X(2).
       77 FSFN                      PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSOE                      PIC   X(2).
       77 FSG                       PIC   X(2).
       77 OPERADOR-TECLEADO BLANK WHEN ZERO PIC 9(4).
       77 PIN-OPERADOR BLANK WHEN ZERO PIC 9(4).
       77 OPERADOR-SESION           PIC   9(4) VALUE 0.
       77 ROL-SESION                PIC   9(1).
       77 HASH-CLARO-OPE            PIC   9(6).
       77 HASH-SALT-OPE             PIC   9(6).
       77 HASH-RESULT-OPE           PIC   9(9).
       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).
       77 EVENTO-TIPO               PIC  X(20).
       77 LAST-SEG-NUM              PIC  9(35).

       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 IBAN-USUARIO              PIC X(24).
       77 NOMBRE-DST-USUARIO        PIC X(30).
       77 IBAN-PAIS                 PIC  X(2).
       77 IBAN-DIGITOS              PIC X(22).
       77 TITULAR-W                 PIC X(30).
       77 AHORRO-SW                 PIC  X(1).

       *> PRODUCTOS QUE IMPIDEN EL CIERRE: SE GUARDAN LOS DIEZ
       *> PRIMEROS PARA LA PANTALLA Y SE CUENTAN TODOS
       77 NUM-BLOQUEANTES           PIC  9(3) COMP.
       77 IND-BLQ                   PIC  9(3) COMP.
       77 FILA-LISTA                PIC  9(2).
       77 LINEA-BLQ-W               PIC X(60).
       01 TABLA-BLOQUEANTES.
           02 BLQ-LINEA OCCURS 10 TIMES PIC X(60).

       *> LIQUIDACION A LA FECHA DE CIERRE, TODO EN CENTIMOS
       77 CENT-SALDO-CTE            PIC S9(11).
       77 CENT-SALDO-AHO            PIC S9(11).
       77 CENT-INTERES              PIC S9(9).
       77 CENT-RETENCION            PIC S9(9).
       77 CENT-DEMORA-CTE           PIC S9(9).
       77 CENT-DEMORA-AHO           PIC S9(9).
       77 CENT-DEMORA-TOTAL         PIC S9(9).
       77 CENT-CUOTA-COBRADA        PIC S9(9).
       77 CENT-DEVOLUCION           PIC S9(9).
       77 CENT-TRASPASO             PIC S9(11).
       77 CENT-NETO                 PIC S9(11).
       77 CENT-NETO-VISTO           PIC S9(11).
       77 CENT-MOV-W                PIC S9(9).

       *> Tasa mensual de ahorro x100000 y retencion, con los mismos
       *> valores por defecto que LIQUIDAR_INTERESES
       77 TASA-INT-MENSUAL-X100000  PIC  9(6) VALUE 000100.
       77 PCT-RETENCION             PIC  9(3) VALUE 19.
       77 PERIODO-ACTUAL            PIC  9(6).
       77 FECHA-INI-INTERES         PIC  9(8).
       77 FECHA-INI-MES             PIC  9(8).
       77 FECHA-INI-MES-SIG         PIC  9(8).
       77 DIAS-INTERES              PIC  9(5).
       77 DIAS-MES                  PIC  9(2).
       77 FIS-EXISTE-SW             PIC  X(1).

       *> Consulta del registro de checkpoint (REGISTRO_CHECKPOINT)
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

       77 TIPO-CTA-W                PIC  9(1).
       77 CENT-SALDO-CTA            PIC S9(11).
       77 CENT-EDITAR               PIC  S9(9).
       77 LAST-MOV-NUM              PIC  9(35).
       77 LAST-CHE-NUM              PIC  9(35).
       77 LAST-TEXT-NUM             PIC  9(35).
       77 LAST-CER-NUM              PIC  9(35).
       77 FECHA-HOY                 PIC  9(8).
       77 MEDIO-PAGO-W              PIC  9(1).
       77 IBAN-CTA-W                PIC X(24).

       77 IMP-ENT-EDIT              PIC -ZZZZZZ9.
       77 IMP-DEC-EDIT              PIC  99.
       77 CENT-MOSTRAR              PIC S9(11).
       77 SALDO-ENT-EDIT            PIC -ZZZZZZZZ9.
       77 SALDO-DEC-EDIT            PIC   9(2).

       77 MSJ-ABONO-INTERES         PIC X(35)
           VALUE "Abono de intereses".
       77 MSJ-RETENCION             PIC X(35)
           VALUE "Retencion fiscal intereses".
       77 MSJ-DEMORA                PIC X(35)
           VALUE "Intereses de demora".
       77 MSJ-CUOTA-MANTENIMIENTO   PIC X(35)
           VALUE "Cuota de mantenimiento".
       77 MSJ-DEVOLUCION            PIC X(35)
           VALUE "Devolucion cuota mantenimiento".
       77 MSJ-TRASPASO              PIC X(35)
           VALUE "Traspaso por cierre de cuenta".
       77 MSJ-EMISION               PIC X(35)
           VALUE "Emision cheque bancario".
       77 MSJ-TRANSF-CIERRE         PIC X(35)
           VALUE "Transferencia saldo por cierre".
       77 REFERENCIA-CIE            PIC  X(30).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA): UN
       *> CAJERO SOLO ATIENDE A LOS CLIENTES DE SU SUCURSAL; EL
       *> SUPERVISOR, A TODOS
       77 SUCURSAL-SESION           PIC   9(4) VALUE 1.
       77 SUCURSAL-OK-SW            PIC   X(1).
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

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

       *> FECHA DE NEGOCIO A LA QUE SE LIQUIDA EL CIERRE
       01 FECHA-CIERRE.
           05 ANO-CIE               PIC   9(4).
           05 MES-CIE               PIC   9(2).
           05 DIA-CIE               PIC   9(2).
       01 FECHA-CIERRE-N REDEFINES FECHA-CIERRE PIC 9(8).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED         VALUE    0.
           88 F1-PRESSED            VALUE 1001.
           88 F2-PRESSED            VALUE 1002.
           88 ESC-PRESSED           VALUE 2005.
       77 PRESSED-KEY   BLANK WHEN ZERO            PIC   9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCEPT-FIRMA-OPERADOR.
           05 FILLER LINE 10 COL 15
               VALUE "Numero de operador:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 40 PIC 9(4) USING OPERADOR-TECLEADO.
           05 FILLER LINE 12 COL 15
               VALUE "Clave de operador:".
           05 FILLER BLANK WHEN ZERO SECURE UNDERLINE
               LINE 12 COL 40 PIC 9(4) USING PIN-OPERADOR.

       01 ACCEPT-TARJETA-CIERRE.
           05 FILLER LINE 9 COL 10 VALUE "Tarjeta del cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 40 PIC 9(16) USING TARJETA-USUARIO.

       01 ACCEPT-DATOS-TRANSFERENCIA.
           05 FILLER LINE 20 COL 5 VALUE "IBAN de destino:".
           05 FILLER UNDERLINE AUTO
               LINE 20 COL 30 PIC X(24) USING IBAN-USUARIO.
           05 FILLER LINE 21 COL 5 VALUE "Beneficiario:".
           05 FILLER UNDERLINE
               LINE 21 COL 30 PIC X(30) USING NOMBRE-DST-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CIERRES CLOSE CIERRES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cierre de la relacion con el cliente"
               AT LINE 6 COL 22.
           DISPLAY "Enter - Continuar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-TARJETA.
           INITIALIZE TARJETA-USUARIO.
           ACCEPT ACCEPT-TARJETA-CIERRE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.
           IF TARJETA-USUARIO = 0
               GO TO ACEPTAR-TARJETA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" AT LINE 16 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TARJETA.
           MOVE TNOMBRE TO TITULAR-W.
           CLOSE TARJETAS.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 16 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TARJETA.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 1               TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "El cliente no tiene cuenta corriente"
                   AT LINE 16 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TARJETA.
           IF CUENTA-CERRADA
               CLOSE CUENTAS
               DISPLAY "La relacion ya esta cerrada"
                   AT LINE 16 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TARJETA.
           CLOSE CUENTAS.

           PERFORM BUSCAR-BLOQUEANTES THRU BUSCAR-BLOQUEANTES-FIN.
           IF NUM-BLOQUEANTES > 0
               GO TO PANTALLA-BLOQUEANTES.

           PERFORM CALCULAR-LIQUIDACION
               THRU CALCULAR-LIQUIDACION-FIN.
           MOVE CENT-NETO TO CENT-NETO-VISTO.
           IF CENT-NETO < 0
               GO TO PANTALLA-SALDO-DEUDOR.

      *> RESUMEN DE LA LIQUIDACION Y ELECCION DEL MEDIO DE PAGO
       PANTALLA-LIQUIDACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Liquidacion de cierre" AT LINE 6 COL 30.
           DISPLAY "Titular:" AT LINE 7 COL 5.
           DISPLAY TITULAR-W AT LINE 7 COL 30.

           DISPLAY "Saldo cuenta corriente" AT LINE 9 COL 5.
           MOVE CENT-SALDO-CTE TO CENT-MOSTRAR.
           MOVE 9 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           DISPLAY "Saldo cuenta de ahorro" AT LINE 10 COL 5.
           MOVE CENT-SALDO-AHO TO CENT-MOSTRAR.
           MOVE 10 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           DISPLAY "Intereses de ahorro a la fecha" AT LINE 11 COL 5.
           MOVE CENT-INTERES TO CENT-MOSTRAR.
           MOVE 11 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           DISPLAY "Retencion fiscal" AT LINE 12 COL 5.
           COMPUTE CENT-MOSTRAR = - CENT-RETENCION.
           MOVE 12 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           DISPLAY "Intereses de demora devengados" AT LINE 13 COL 5.
           COMPUTE CENT-MOSTRAR = - CENT-DEMORA-TOTAL.
           MOVE 13 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           DISPLAY "Devolucion cuota mantenimiento" AT LINE 14 COL 5.
           MOVE CENT-DEVOLUCION TO CENT-MOSTRAR.
           MOVE 14 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           DISPLAY "Neto a pagar al cliente" AT LINE 16 COL 5
               WITH FOREGROUND-COLOR IS CYAN.
           MOVE CENT-NETO TO CENT-MOSTRAR.
           MOVE 16 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.

           IF CENT-NETO = 0
               DISPLAY "Enter - Cerrar sin pago" AT LINE 24 COL 2
           ELSE
               DISPLAY "F1 - Cheque bancario" AT LINE 24 COL 2
               DISPLAY "F2 - Transferencia" AT LINE 24 COL 26
           END-IF.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 62.

       LIQUIDACION-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-TARJETA.
           IF CENT-NETO = 0
               IF ENTER-PRESSED
                   MOVE 0 TO MEDIO-PAGO-W
                   GO TO EJECUTAR-CIERRE
               ELSE
                   GO TO LIQUIDACION-ENTER.
           IF F1-PRESSED
               MOVE 1 TO MEDIO-PAGO-W
               GO TO EJECUTAR-CIERRE.
           IF F2-PRESSED
               MOVE 2 TO MEDIO-PAGO-W
               MOVE SPACES TO IBAN-USUARIO
               MOVE TITULAR-W TO NOMBRE-DST-USUARIO
               GO TO ACEPTAR-TRANSFERENCIA.
           GO TO LIQUIDACION-ENTER.

       ACEPTAR-TRANSFERENCIA.
           ACCEPT ACCEPT-DATOS-TRANSFERENCIA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-LIQUIDACION
              END-IF
           END-ACCEPT.
           IF IBAN-USUARIO = SPACES OR NOMBRE-DST-USUARIO = SPACES
               GO TO ACEPTAR-TRANSFERENCIA.
           *> Mismo filtro de forma que los herederos de
           *> GESTION_DEFUNCIONES: pais en letras y el resto en cifras
           MOVE IBAN-USUARIO(1:2)  TO IBAN-PAIS.
           MOVE IBAN-USUARIO(3:22) TO IBAN-DIGITOS.
           IF IBAN-PAIS IS NOT ALPHABETIC
               OR IBAN-DIGITOS IS NOT NUMERIC
               DISPLAY "IBAN incorrecto" AT LINE 22 COL 32
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-TRANSFERENCIA.

      *> EL CIERRE EN SI: CON LA CUENTA BLOQUEADA SE REPITE LA
      *> LIQUIDACION (SI ALGO SE HA MOVIDO DESDE LA PANTALLA NO SE
      *> SIGUE), SE ANOTAN LOS APUNTES, SE PAGA EL NETO Y SE DEJAN
      *> CUENTAS Y TARJETA CERRADAS
       EJECUTAR-CIERRE.
           MOVE TARJETA-USUARIO TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La cuenta esta en uso en otro puesto"
                   AT LINE 9 COL 22
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-TARJETA-ENTER.

           PERFORM CALCULAR-LIQUIDACION
               THRU CALCULAR-LIQUIDACION-FIN.
           IF CENT-NETO NOT = CENT-NETO-VISTO
               MOVE TARJETA-USUARIO TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Los saldos han cambiado: repita el cierre"
                   AT LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-TARJETA-ENTER.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           MOVE SPACES TO REFERENCIA-CIE.
           MOVE "Cierre de relacion" TO REFERENCIA-CIE.

           *> Lado ahorro: demora, intereses con su retencion y
           *> traspaso del saldo resultante a la corriente
           IF AHORRO-SW = "S"
               MOVE 2 TO TIPO-CTA-W
               IF CENT-DEMORA-AHO > 0
                   MOVE MSJ-DEMORA TO MOV-CONCEPTO
                   COMPUTE CENT-EDITAR = - CENT-DEMORA-AHO
                   PERFORM ANOTAR-MOV-CIERRE
                       THRU ANOTAR-MOV-CIERRE-FIN
               END-IF
               IF CENT-INTERES > 0
                   MOVE MSJ-ABONO-INTERES TO MOV-CONCEPTO
                   MOVE CENT-INTERES TO CENT-EDITAR
                   PERFORM ANOTAR-MOV-CIERRE
                       THRU ANOTAR-MOV-CIERRE-FIN
                   IF CENT-RETENCION > 0
                       MOVE MSJ-RETENCION TO MOV-CONCEPTO
                       COMPUTE CENT-EDITAR = - CENT-RETENCION
                       PERFORM ANOTAR-MOV-CIERRE
                           THRU ANOTAR-MOV-CIERRE-FIN
                   END-IF
                   PERFORM ANOTAR-FISCAL THRU ANOTAR-FISCAL-FIN
               END-IF
               COMPUTE CENT-TRASPASO = CENT-SALDO-AHO + CENT-INTERES
                   - CENT-RETENCION - CENT-DEMORA-AHO
               IF CENT-TRASPASO NOT = 0
                   MOVE MSJ-TRASPASO TO MOV-CONCEPTO
                   COMPUTE CENT-EDITAR = - CENT-TRASPASO
                   PERFORM ANOTAR-MOV-CIERRE
                       THRU ANOTAR-MOV-CIERRE-FIN
                   MOVE 1 TO TIPO-CTA-W
                   MOVE MSJ-TRASPASO TO MOV-CONCEPTO
                   MOVE CENT-TRASPASO TO CENT-EDITAR
                   PERFORM ANOTAR-MOV-CIERRE
                       THRU ANOTAR-MOV-CIERRE-FIN
               END-IF
               PERFORM LIBERAR-APARTADOS THRU LIBERAR-APARTADOS-FIN
           END-IF.

           *> Lado corriente: demora y devolucion de la cuota
           MOVE 1 TO TIPO-CTA-W.
           IF CENT-DEMORA-CTE > 0
               MOVE MSJ-DEMORA TO MOV-CONCEPTO
               COMPUTE CENT-EDITAR = - CENT-DEMORA-CTE
               PERFORM ANOTAR-MOV-CIERRE THRU ANOTAR-MOV-CIERRE-FIN.
           IF CENT-DEVOLUCION > 0
               MOVE MSJ-DEVOLUCION TO MOV-CONCEPTO
               MOVE CENT-DEVOLUCION TO CENT-EDITAR
               PERFORM ANOTAR-MOV-CIERRE THRU ANOTAR-MOV-CIERRE-FIN.
           PERFORM ANULAR-DEVENGOS THRU ANULAR-DEVENGOS-FIN.

           MOVE 0 TO LAST-CHE-NUM.
           MOVE 0 TO LAST-TEXT-NUM.
           IF MEDIO-PAGO-W = 1
               PERFORM PAGAR-CHEQUE THRU PAGAR-CHEQUE-FIN.
           IF MEDIO-PAGO-W = 2
               PERFORM PAGAR-TRANSFERENCIA
                   THRU PAGAR-TRANSFERENCIA-FIN.

           PERFORM CERRAR-CUENTAS THRU CERRAR-CUENTAS-FIN.
           PERFORM EMITIR-CERTIFICADO THRU EMITIR-CERTIFICADO-FIN.

           OPEN I-O CIERRES.
           IF FSCI <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO   TO CIE-TARJETA.
           MOVE FECHA-CIERRE-N    TO CIE-FECHA.
           MOVE OPERADOR-SESION   TO CIE-OPERADOR.
           MOVE CENT-INTERES      TO CIE-CENT-INTERES.
           MOVE CENT-RETENCION    TO CIE-CENT-RETENCION.
           MOVE CENT-DEMORA-TOTAL TO CIE-CENT-DEMORA.
           MOVE CENT-DEVOLUCION   TO CIE-CENT-DEVOLUCION.
           MOVE CENT-NETO         TO CIE-CENT-NETO.
           MOVE MEDIO-PAGO-W      TO CIE-MEDIO.
           MOVE 0                 TO CIE-NUM-PAGO.
           MOVE SPACES            TO CIE-IBAN-DST.
           IF CIE-PAGO-CHEQUE
               MOVE LAST-CHE-NUM TO CIE-NUM-PAGO.
           IF CIE-PAGO-TRANSF
               MOVE LAST-TEXT-NUM TO CIE-NUM-PAGO
               MOVE IBAN-USUARIO  TO CIE-IBAN-DST.
           MOVE LAST-CER-NUM(27:9) TO CIE-CERTIFICADO.
           WRITE CIERRE-REG INVALID KEY
               REWRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR
           END-WRITE.
           CLOSE CIERRES.

           MOVE "CIERRE RELACION" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           MOVE TARJETA-USUARIO TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Relacion cerrada" AT LINE 9 COL 32.
           DISPLAY "Certificado de cancelacion:" AT LINE 11 COL 20.
           DISPLAY CIE-CERTIFICADO AT LINE 11 COL 49.
           IF CIE-PAGO-CHEQUE
               DISPLAY "Cheque bancario:" AT LINE 13 COL 20
               DISPLAY LAST-CHE-NUM(27:9) AT LINE 13 COL 49.
           IF CIE-PAGO-TRANSF
               DISPLAY "Transferencia en cola de envio"
                   AT LINE 13 COL 20.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-TARJETA-ENTER.

      *> EL CLIENTE TIENE PRODUCTOS VIVOS: SE LISTAN Y NO SE CIERRA
       PANTALLA-BLOQUEANTES.
           MOVE "CIERRE DENEGADO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede cerrar: productos vivos"
               AT LINE 6 COL 22
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE 1 TO IND-BLQ.
           MOVE 8 TO FILA-LISTA.

       LISTAR-BLOQUEANTE.
           IF IND-BLQ > NUM-BLOQUEANTES OR IND-BLQ > 10
               GO TO LISTAR-BLOQUEANTE-FIN.
           DISPLAY BLQ-LINEA(IND-BLQ) AT LINE FILA-LISTA COL 10.
           ADD 1 TO IND-BLQ.
           ADD 1 TO FILA-LISTA.
           GO TO LISTAR-BLOQUEANTE.
       LISTAR-BLOQUEANTE-FIN.
           IF NUM-BLOQUEANTES > 10
               DISPLAY "... y otros" AT LINE FILA-LISTA COL 10.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-TARJETA-ENTER.

      *> CON EL NETO EN NEGATIVO NO HAY NADA QUE PAGAR: EL CLIENTE
      *> TIENE QUE CUBRIR ANTES LA DEUDA
       PANTALLA-SALDO-DEUDOR.
           MOVE "CIERRE DENEGADO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede cerrar: saldo neto deudor"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Importe a regularizar" AT LINE 11 COL 5.
           COMPUTE CENT-MOSTRAR = - CENT-NETO.
           MOVE 11 TO FILA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-FIN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       VOLVER-TARJETA-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO VOLVER-TARJETA-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno"
               AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde"
               AT LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIN
           ELSE
               GO TO PSYS-ERR-ENTER.

       FIN.
           STOP RUN.

      *> RECORRE LOS PRODUCTOS DE LA TARJETA QUE IMPIDEN EL CIERRE Y
      *> LOS APUNTA EN TABLA-BLOQUEANTES
       BUSCAR-BLOQUEANTES.
           MOVE 0 TO NUM-BLOQUEANTES.
           MOVE SPACES TO TABLA-BLOQUEANTES.

           OPEN INPUT PRESTAMOS.
           IF FSPR <> 00
               CLOSE PRESTAMOS
               GO TO BLQ-PLAZOS.
       BLQ-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END
               CLOSE PRESTAMOS
               GO TO BLQ-PLAZOS.
           IF PRE-TARJETA NOT = TARJETA-USUARIO OR NOT PRE-VIVO
               GO TO BLQ-LEER-PRESTAMO.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Prestamo vivo num " DELIMITED BY SIZE
                  PRE-NUM DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-PRESTAMO.

       BLQ-PLAZOS.
           OPEN INPUT PLAZOS.
           IF FSPZ <> 00
               CLOSE PLAZOS
               GO TO BLQ-MANDATOS.
       BLQ-LEER-PLAZO.
           READ PLAZOS NEXT RECORD AT END
               CLOSE PLAZOS
               GO TO BLQ-MANDATOS.
           IF PLZ-TARJETA NOT = TARJETA-USUARIO OR NOT PLZ-VIVO
               GO TO BLQ-LEER-PLAZO.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Deposito a plazo vivo num " DELIMITED BY SIZE
                  PLZ-NUM DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-PLAZO.

       BLQ-MANDATOS.
           OPEN INPUT MANDATOS.
           IF FSMA <> 00
               CLOSE MANDATOS
               GO TO BLQ-TRANSFERENCIAS.
           MOVE TARJETA-USUARIO TO MAN-TARJETA.
           MOVE LOW-VALUES      TO MAN-ACREEDOR.
           START MANDATOS KEY IS >= MAN-CLAVE INVALID KEY
               CLOSE MANDATOS
               GO TO BLQ-TRANSFERENCIAS.
       BLQ-LEER-MANDATO.
           READ MANDATOS NEXT RECORD AT END
               CLOSE MANDATOS
               GO TO BLQ-TRANSFERENCIAS.
           IF MAN-TARJETA NOT = TARJETA-USUARIO
               CLOSE MANDATOS
               GO TO BLQ-TRANSFERENCIAS.
           IF MAN-REVOCADO
               GO TO BLQ-LEER-MANDATO.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Mandato de adeudo sin revocar: " DELIMITED BY SIZE
                  MAN-NOMBRE DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-MANDATO.

       BLQ-TRANSFERENCIAS.
           *> BANK10 borra las transferencias ya ejecutadas: lo que
           *> queda en el fichero esta todavia programado
           OPEN INPUT TRANSFERENCIAS.
           IF FSTR <> 00
               CLOSE TRANSFERENCIAS
               GO TO BLQ-ORDENES.
       BLQ-LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS NEXT RECORD AT END
               CLOSE TRANSFERENCIAS
               GO TO BLQ-ORDENES.
           IF TRANS-TARJETA-ORD NOT = TARJETA-USUARIO
               GO TO BLQ-LEER-TRANSFERENCIA.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Transferencia programada num " DELIMITED BY SIZE
                  TRANS-NUM(27:9) DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-TRANSFERENCIA.

       BLQ-ORDENES.
           OPEN INPUT ORDENES.
           IF FSOR <> 00
               CLOSE ORDENES
               GO TO BLQ-CREDITO.
       BLQ-LEER-ORDEN.
           READ ORDENES NEXT RECORD AT END
               CLOSE ORDENES
               GO TO BLQ-CREDITO.
           IF ORD-TARJETA NOT = TARJETA-USUARIO OR NOT ORD-PENDIENTE
               GO TO BLQ-LEER-ORDEN.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Orden de efectivo pendiente num " DELIMITED BY SIZE
                  ORD-NUM DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-ORDEN.

       BLQ-CREDITO.
           OPEN INPUT CREDITOS.
           IF FSCR <> 00
               CLOSE CREDITOS
               GO TO BLQ-RETENCIONES.
           MOVE TARJETA-USUARIO TO CRD-TARJETA.
           READ CREDITOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CRD-ACTIVO
                   MOVE SPACES TO LINEA-BLQ-W
                   MOVE "Cuenta de credito activa" TO LINEA-BLQ-W
                   PERFORM APUNTAR-BLOQUEANTE
                       THRU APUNTAR-BLOQUEANTE-FIN
               END-IF
           END-READ.
           CLOSE CREDITOS.

       BLQ-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FSRT <> 00
               CLOSE RETENCIONES
               GO TO BLQ-EMBARGOS.
       BLQ-LEER-RETENCION.
           READ RETENCIONES NEXT RECORD AT END
               CLOSE RETENCIONES
               GO TO BLQ-EMBARGOS.
           IF RET-TARJETA NOT = TARJETA-USUARIO OR NOT RET-PENDIENTE
               GO TO BLQ-LEER-RETENCION.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Retencion de saldo pendiente num "
                  DELIMITED BY SIZE
                  RET-NUM DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-RETENCION.

       BLQ-EMBARGOS.
           OPEN INPUT EMBARGOS.
           IF FSEB <> 00
               CLOSE EMBARGOS
               GO TO BUSCAR-BLOQUEANTES-FIN.
       BLQ-LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD AT END
               CLOSE EMBARGOS
               GO TO BUSCAR-BLOQUEANTES-FIN.
           IF EMB-TARJETA NOT = TARJETA-USUARIO OR EMB-CERRADO
               GO TO BLQ-LEER-EMBARGO.
           MOVE SPACES TO LINEA-BLQ-W.
           STRING "Embargo en curso: " DELIMITED BY SIZE
                  EMB-EXPEDIENTE DELIMITED BY SIZE
             INTO LINEA-BLQ-W.
           PERFORM APUNTAR-BLOQUEANTE THRU APUNTAR-BLOQUEANTE-FIN.
           GO TO BLQ-LEER-EMBARGO.
       BUSCAR-BLOQUEANTES-FIN.
           EXIT.

       APUNTAR-BLOQUEANTE.
           ADD 1 TO NUM-BLOQUEANTES.
           IF NUM-BLOQUEANTES <= 10
               MOVE LINEA-BLQ-W TO BLQ-LINEA(NUM-BLOQUEANTES).
       APUNTAR-BLOQUEANTE-FIN.
           EXIT.

      *> CALCULA LA LIQUIDACION A LA FECHA DE NEGOCIO SIN ANOTAR
      *> NADA: SALDOS, INTERESES DE AHORRO PRORRATEADOS, RETENCION,
      *> DEMORA DEVENGADA Y DEVOLUCION DE LA CUOTA; EL NETO ES LO QUE
      *> HABRA EN LA CORRIENTE CUANDO TODO ESTE ANOTADO
       CALCULAR-LIQUIDACION.
           PERFORM OBTENER-FECHA-PROCESO
               THRU OBTENER-FECHA-PROCESO-FIN.
           MOVE ANO TO ANO-CIE.
           MOVE MES TO MES-CIE.
           MOVE DIA TO DIA-CIE.
           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-FIN.

           MOVE 0 TO CENT-SALDO-CTE.
           MOVE 0 TO CENT-SALDO-AHO.
           MOVE 0 TO CENT-INTERES.
           MOVE 0 TO CENT-RETENCION.
           MOVE 0 TO CENT-DEMORA-CTE.
           MOVE 0 TO CENT-DEMORA-AHO.
           MOVE 0 TO CENT-CUOTA-COBRADA.
           MOVE 0 TO CENT-DEVOLUCION.
           MOVE "N" TO AHORRO-SW.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 1               TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.
           PERFORM SALDO-A-CENTIMOS THRU SALDO-A-CENTIMOS-FIN.
           MOVE CENT-SALDO-CTA TO CENT-SALDO-CTE.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 2               TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO AHORRO-SW
               PERFORM SALDO-A-CENTIMOS THRU SALDO-A-CENTIMOS-FIN
               MOVE CENT-SALDO-CTA TO CENT-SALDO-AHO
           END-READ.
           CLOSE CUENTAS.

           *> Intereses de ahorro desde el ultimo abono de
           *> LIQUIDAR_INTERESES: el mes en curso, y tambien el que
           *> cerro si ese batch aun no lo ha liquidado
           COMPUTE PERIODO-ACTUAL = (ANO-CIE * 100) + MES-CIE.
           COMPUTE FECHA-INI-MES = (ANO-CIE * 10000)
               + (MES-CIE * 100) + 1.
           MOVE FECHA-INI-MES TO FECHA-INI-INTERES.
           *> Si LIQUIDAR_INTERESES no ha terminado el periodo del
           *> cierre en el registro de checkpoint, el prorrateo
           *> arranca en el mes que cerro
           MOVE "C"                  TO PCK-OPERACION.
           MOVE "LIQUIDAR_INTERESES" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL       TO PCK-FECHA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO = "S" AND PCK-SITUACION NOT = "T"
               IF MES-CIE = 1
                   COMPUTE FECHA-INI-INTERES =
                       ((ANO-CIE - 1) * 10000) + 1201
               ELSE
                   COMPUTE FECHA-INI-INTERES = FECHA-INI-MES - 100
               END-IF
           END-IF.

           COMPUTE DIAS-INTERES =
               FUNCTION INTEGER-OF-DATE(FECHA-CIERRE-N)
               - FUNCTION INTEGER-OF-DATE(FECHA-INI-INTERES).
           IF AHORRO-SW = "S" AND CENT-SALDO-AHO > 0
               COMPUTE CENT-INTERES ROUNDED =
                   (CENT-SALDO-AHO * TASA-INT-MENSUAL-X100000
                    * DIAS-INTERES) / 3000000
               COMPUTE CENT-RETENCION ROUNDED =
                   (CENT-INTERES * PCT-RETENCION) / 100
           END-IF.

           *> Demora devengada por LIQUIDAR_DESCUBIERTOS y todavia
           *> no capitalizada
           OPEN INPUT DEVENGOS.
           IF FSDV = 00
               MOVE TARJETA-USUARIO TO DEV-TARJETA
               MOVE 1               TO DEV-TIPO
               READ DEVENGOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEV-CENT-ACUM TO CENT-DEMORA-CTE
               END-READ
               MOVE TARJETA-USUARIO TO DEV-TARJETA
               MOVE 2               TO DEV-TIPO
               READ DEVENGOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEV-CENT-ACUM TO CENT-DEMORA-AHO
               END-READ
           END-IF.
           CLOSE DEVENGOS.
           IF AHORRO-SW NOT = "S"
               MOVE 0 TO CENT-DEMORA-AHO.
           COMPUTE CENT-DEMORA-TOTAL = CENT-DEMORA-CTE
               + CENT-DEMORA-AHO.

           PERFORM BUSCAR-CUOTA-MES THRU BUSCAR-CUOTA-MES-FIN.
           IF MES-CIE = 12
               COMPUTE FECHA-INI-MES-SIG = ((ANO-CIE + 1) * 10000)
                   + 101
           ELSE
               COMPUTE FECHA-INI-MES-SIG = FECHA-INI-MES + 100
           END-IF.
           COMPUTE DIAS-MES =
               FUNCTION INTEGER-OF-DATE(FECHA-INI-MES-SIG)
               - FUNCTION INTEGER-OF-DATE(FECHA-INI-MES).
           IF CENT-CUOTA-COBRADA > 0
               COMPUTE CENT-DEVOLUCION ROUNDED =
                   (CENT-CUOTA-COBRADA * (DIAS-MES - DIA-CIE))
                   / DIAS-MES
           END-IF.

           COMPUTE CENT-NETO = CENT-SALDO-CTE + CENT-SALDO-AHO
               + CENT-INTERES - CENT-RETENCION
               - CENT-DEMORA-TOTAL + CENT-DEVOLUCION.
       CALCULAR-LIQUIDACION-FIN.
           EXIT.

      *> CUOTA DE MANTENIMIENTO QUE COBRAR_MANTENIMIENTO HA CARGADO
      *> A LA CORRIENTE EN EL MES DEL CIERRE
       BUSCAR-CUOTA-MES.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO BUSCAR-CUOTA-MES-FIN.
           MOVE TARJETA-USUARIO TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               CLOSE F-MOVIMIENTOS
               GO TO BUSCAR-CUOTA-MES-FIN.
       LEER-MOV-CUOTA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO BUSCAR-CUOTA-MES-FIN.
           IF MOV-TARJETA NOT = TARJETA-USUARIO
               CLOSE F-MOVIMIENTOS
               GO TO BUSCAR-CUOTA-MES-FIN.
           IF MOV-ANO NOT = ANO-CIE OR MOV-MES NOT = MES-CIE
               GO TO LEER-MOV-CUOTA.
           IF MOV-CONCEPTO NOT = MSJ-CUOTA-MANTENIMIENTO
               OR MOV-REFERENCIA(28:3) = "AHO"
               GO TO LEER-MOV-CUOTA.
           COMPUTE CENT-MOV-W = (FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
               + MOV-IMPORTE-DEC.
           ADD CENT-MOV-W TO CENT-CUOTA-COBRADA.
           GO TO LEER-MOV-CUOTA.
       BUSCAR-CUOTA-MES-FIN.
           EXIT.

       SALDO-A-CENTIMOS.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
       SALDO-A-CENTIMOS-FIN.
           EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-FIN.
           MOVE "TASAINT" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 000100 TO TASA-INT-MENSUAL-X100000
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TASA-INT-MENSUAL-X100000
           END-READ.
           MOVE "RETENCION" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 19 TO PCT-RETENCION
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PCT-RETENCION
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-FIN.
           EXIT.

      *> IMPORTE CON SIGNO DE CENT-MOSTRAR EN LA FILA FILA-LISTA
       MOSTRAR-IMPORTE.
           IF CENT-MOSTRAR < 0
               COMPUTE IMP-ENT-EDIT =
                   - (FUNCTION ABS(CENT-MOSTRAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-MOSTRAR), 100)
                   TO IMP-DEC-EDIT
           ELSE
               COMPUTE IMP-ENT-EDIT = CENT-MOSTRAR / 100
               MOVE FUNCTION MOD(CENT-MOSTRAR, 100) TO IMP-DEC-EDIT
           END-IF.
           IF CENT-MOSTRAR < 0 AND CENT-MOSTRAR > -100
               DISPLAY "      -0" AT LINE FILA-LISTA COL 45
           ELSE
               DISPLAY IMP-ENT-EDIT AT LINE FILA-LISTA COL 45
           END-IF.
           DISPLAY "," AT LINE FILA-LISTA COL 53.
           DISPLAY IMP-DEC-EDIT AT LINE FILA-LISTA COL 54.
           DISPLAY "EUR" AT LINE FILA-LISTA COL 57.
       MOSTRAR-IMPORTE-FIN.
           EXIT.

      *> ANOTA EN LA CUENTA TIPO-CTA-W DE LA TARJETA EL IMPORTE (CON
      *> SIGNO) DE CENT-EDITAR, CON EL CONCEPTO YA CARGADO EN
      *> MOV-CONCEPTO; EL BLOQUEO DE LA CUENTA LO TIENE YA EL CIERRE
       ANOTAR-MOV-CIERRE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE TIPO-CTA-W      TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           PERFORM SALDO-A-CENTIMOS THRU SALDO-A-CENTIMOS-FIN.
           ADD CENT-EDITAR TO CENT-SALDO-CTA.

           PERFORM OBTENER-SEC-MOV THRU OBTENER-SEC-MOV-FIN.

           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-USUARIO TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           IF CENT-EDITAR < 0
               COMPUTE MOV-IMPORTE-ENT =
                   - (FUNCTION ABS(CENT-EDITAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-EDITAR / 100)
               MOVE FUNCTION MOD(CENT-EDITAR, 100)
                   TO MOV-IMPORTE-DEC
           END-IF.
           MOVE REFERENCIA-CIE TO MOV-REFERENCIA.
           *> Marca de lado ahorro en la cola de la referencia (como
           *> el REP de BANK4): CONCILIAR_CUENTAS separa con ella la
           *> cadena de la corriente de la del ahorro
           IF TIPO-CTA-W = 2
               MOVE "AHO" TO MOV-REFERENCIA(28:3).
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(
                   FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE 1 TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.
       ANOTAR-MOV-CIERRE-FIN.
           EXIT.

      *> ACUMULADO ANUAL DEL INTERES Y DE LA RETENCION EN FISCAL.UBD,
      *> IGUAL QUE LIQUIDAR_INTERESES, PARA QUE EL 196 LOS RECOJA
       ANOTAR-FISCAL.
           OPEN I-O FISCAL CLOSE FISCAL.
           OPEN I-O FISCAL.
           IF FSFI <> 00
               CLOSE FISCAL
               GO TO ANOTAR-FISCAL-FIN.

           MOVE TARJETA-USUARIO TO FIS-TARJETA.
           MOVE ANO-CIE         TO FIS-ANO.
           MOVE "S" TO FIS-EXISTE-SW.
           READ FISCAL INVALID KEY
               MOVE "N" TO FIS-EXISTE-SW
           END-READ.

           IF FIS-EXISTE-SW = "N"
               MOVE TARJETA-USUARIO TO FIS-TARJETA
               MOVE ANO-CIE         TO FIS-ANO
               MOVE 0               TO FIS-CENT-INTERES
               MOVE 0               TO FIS-CENT-RETENIDO
           END-IF.

           ADD CENT-INTERES TO FIS-CENT-INTERES.
           IF CENT-RETENCION > 0
               ADD CENT-RETENCION TO FIS-CENT-RETENIDO.

           IF FIS-EXISTE-SW = "S"
               REWRITE FISCAL-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE FISCAL-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE FISCAL.
       ANOTAR-FISCAL-FIN.
           EXIT.

      *> LA DEMORA YA CARGADA NO SE PUEDE VOLVER A CAPITALIZAR
       ANULAR-DEVENGOS.
           IF CENT-DEMORA-TOTAL = 0
               GO TO ANULAR-DEVENGOS-FIN.
           OPEN I-O DEVENGOS.
           IF FSDV <> 00
               CLOSE DEVENGOS
               GO TO ANULAR-DEVENGOS-FIN.
           MOVE TARJETA-USUARIO TO DEV-TARJETA.
           MOVE 1               TO DEV-TIPO.
           READ DEVENGOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO DEV-CENT-ACUM
               REWRITE DEVENGO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-READ.
           MOVE TARJETA-USUARIO TO DEV-TARJETA.
           MOVE 2               TO DEV-TIPO.
           READ DEVENGOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO DEV-CENT-ACUM
               REWRITE DEVENGO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-READ.
           CLOSE DEVENGOS.
       ANULAR-DEVENGOS-FIN.
           EXIT.

      *> LOS APARTADOS SON COMPROMISOS DENTRO DEL SALDO DE AHORRO
      *> (VER BANK21): CON EL AHORRO A CERO SE DEJAN A CERO PARA QUE
      *> CONCILIAR_CUENTAS SIGA CUADRANDO
       LIBERAR-APARTADOS.
           OPEN I-O APARTADOS.
           IF FSAP <> 00
               CLOSE APARTADOS
               GO TO LIBERAR-APARTADOS-FIN.
           MOVE TARJETA-USUARIO TO APA-TARJETA.
           MOVE 0               TO APA-NUM.
           START APARTADOS KEY IS >= APA-CLAVE INVALID KEY
               CLOSE APARTADOS
               GO TO LIBERAR-APARTADOS-FIN.
       LEER-APARTADO.
           READ APARTADOS NEXT RECORD AT END
               CLOSE APARTADOS
               GO TO LIBERAR-APARTADOS-FIN.
           IF APA-TARJETA NOT = TARJETA-USUARIO
               CLOSE APARTADOS
               GO TO LIBERAR-APARTADOS-FIN.
           IF APA-CENT = 0
               GO TO LEER-APARTADO.
           MOVE 0 TO APA-CENT.
           REWRITE APARTADO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO LEER-APARTADO.
       LIBERAR-APARTADOS-FIN.
           EXIT.

      *> PAGO DEL NETO CON CHEQUE BANCARIO A NOMBRE DEL TITULAR, CON
      *> EL MISMO CARGO, REGISTRO Y RESGUARDO QUE GESTION_CHEQUES
       PAGAR-CHEQUE.
           PERFORM OBTENER-SEC-CHEQUE
               THRU OBTENER-SEC-CHEQUE-FIN.

           MOVE SPACES TO REFERENCIA-CIE.
           STRING "Cheque " DELIMITED BY SIZE
                  LAST-CHE-NUM(27:9) DELIMITED BY SIZE
             INTO REFERENCIA-CIE.
           MOVE 1 TO TIPO-CTA-W.
           MOVE MSJ-EMISION TO MOV-CONCEPTO.
           COMPUTE CENT-EDITAR = - CENT-NETO.
           PERFORM ANOTAR-MOV-CIERRE THRU ANOTAR-MOV-CIERRE-FIN.

           OPEN I-O CHEQUES-EMI CLOSE CHEQUES-EMI.
           OPEN I-O CHEQUES-EMI.
           IF FSCHE <> 00
               GO TO PSYS-ERR.
           MOVE LAST-CHE-NUM(27:9)    TO CHE-NUM.
           MOVE TARJETA-USUARIO       TO CHE-TARJETA.
           MOVE TITULAR-W             TO CHE-BENEFICIARIO.
           MOVE CENT-NETO             TO CHE-CENT.
           MOVE FECHA-HOY             TO CHE-FECHA-EMISION.
           MOVE 1                     TO CHE-ESTADO.
           MOVE FECHA-HOY             TO CHE-FECHA-ESTADO.
           MOVE OPERADOR-SESION       TO CHE-OPERADOR.
           WRITE CHEQUE-EMI-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CHEQUES-EMI.

           PERFORM IMPRIMIR-RESGUARDO
               THRU IMPRIMIR-RESGUARDO-FIN.
       PAGAR-CHEQUE-FIN.
           EXIT.

      *> PAGO DEL NETO POR TRANSFERENCIA EXTERNA: SE CARGA LA
      *> CORRIENTE Y SE ENCOLA EN TRANSFEXT.UBD PARA ENVIAR_TRANSFEXT,
      *> IGUAL QUE LOS GIROS DE LIQUIDAR_HERENCIAS
       PAGAR-TRANSFERENCIA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
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

           MOVE 1 TO TIPO-CTA-W.
           MOVE MSJ-TRANSF-CIERRE TO MOV-CONCEPTO.
           COMPUTE CENT-EDITAR = - CENT-NETO.
           PERFORM ANOTAR-MOV-CIERRE THRU ANOTAR-MOV-CIERRE-FIN.

           OPEN I-O TRANSFEXT CLOSE TRANSFEXT.
           OPEN I-O TRANSFEXT.
           IF FSTX <> 00
               GO TO PSYS-ERR.
           MOVE LAST-TEXT-NUM      TO TEXT-NUM.
           MOVE TARJETA-USUARIO    TO TEXT-TARJETA-ORD.
           MOVE IBAN-USUARIO       TO TEXT-IBAN-DST.
           MOVE NOMBRE-DST-USUARIO TO TEXT-NOMBRE-DST.
           MOVE ANO                TO TEXT-ANO.
           MOVE MES                TO TEXT-MES.
           MOVE DIA                TO TEXT-DIA.
           COMPUTE TEXT-IMPORTE-ENT = - (CENT-NETO / 100).
           MOVE FUNCTION MOD(CENT-NETO, 100)
               TO TEXT-IMPORTE-DEC.
           MOVE REFERENCIA-CIE     TO TEXT-REFERENCIA.
           MOVE 1                  TO TEXT-ESTADO.
           MOVE 0                  TO TEXT-FECHA-ENVIO.
           MOVE 0                  TO TEXT-FECHA-LIQUID.
           WRITE TRANSFEXT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFEXT.
       PAGAR-TRANSFERENCIA-FIN.
           EXIT.

      *> LAS CUENTAS SE QUEDAN CON SU HISTORIA Y ESTADO CERRADA; LA
      *> TARJETA SE BLOQUEA PARA QUE NO ENTRE MAS EN EL CAJERO
       CERRAR-CUENTAS.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 1               TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.
           MOVE 3 TO CTA-ESTADO.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           IF AHORRO-SW = "S"
               MOVE TARJETA-USUARIO TO CTA-TARJETA
               MOVE 2               TO CTA-TIPO
               READ CUENTAS INVALID KEY GO TO PSYS-ERR
               END-READ
               MOVE 3 TO CTA-ESTADO
               REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-IF.
           CLOSE CUENTAS.

           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE 2 TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.
       CERRAR-CUENTAS-FIN.
           EXIT.

      *> CERTIFICADO DE CANCELACION: SE NUMERA Y SE APUNTA EN
      *> CERTIFICADOS.UBD COMO LOS DE CERTIFICADOS (SALDO CERO A LA
      *> FECHA, ASI LA VERIFICACION POR NUMERO TAMBIEN LO CONFIRMA) Y
      *> SE IMPRIME EN CERTIFICADOS_EMITIDOS
       EMITIR-CERTIFICADO.
           MOVE SPACES TO IBAN-CTA-W.
           OPEN INPUT F-IBAN.
           IF FSIB = 00
               MOVE TARJETA-USUARIO TO IBAN-TARJETA
               MOVE 1               TO IBAN-TIPO
               READ F-IBAN INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IBAN-CODIGO TO IBAN-CTA-W
               END-READ
           END-IF.
           CLOSE F-IBAN.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "CERTIFIC" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CER-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CER-NUM
           END-READ.
           ADD 1 TO LAST-CER-NUM.
           MOVE LAST-CER-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O CERTIFICADOS-M CLOSE CERTIFICADOS-M.
           OPEN I-O CERTIFICADOS-M.
           IF FSCE <> 00
               GO TO PSYS-ERR.
           MOVE LAST-CER-NUM    TO CER-NUM.
           MOVE TARJETA-USUARIO TO CER-TARJETA.
           MOVE 1               TO CER-TIPO-CTA.
           MOVE FECHA-CIERRE-N  TO CER-FECHA.
           MOVE 0               TO CER-SALDO-ENT.
           MOVE 0               TO CER-SALDO-DEC.
           MOVE TITULAR-W       TO CER-TITULAR.
           MOVE IBAN-CTA-W      TO CER-IBAN.
           WRITE CERTIFICADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CERTIFICADOS-M.

           *>EL IMPRESO SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND IMPRESO-CER.
           IF FSIC <> 00 AND FSIC <> 05
               GO TO EMITIR-CERTIFICADO-FIN.
           MOVE 00 TO FSIC.

           MOVE ALL "=" TO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.
           MOVE SPACES TO LINEA-IMPRESO-CER.
           STRING "CERTIFICADO NUM " DELIMITED BY SIZE
                  CER-NUM DELIMITED BY SIZE
                  "  UNIZARBANK" DELIMITED BY SIZE
             INTO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.

           MOVE SPACES TO LINEA-IMPRESO-CER.
           STRING "Fecha de cancelacion: " DELIMITED BY SIZE
                  DIA-CIE DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES-CIE DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO-CIE DELIMITED BY SIZE
             INTO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.

           MOVE SPACES TO LINEA-IMPRESO-CER.
           STRING "Titular: " DELIMITED BY SIZE
                  CER-TITULAR DELIMITED BY SIZE
             INTO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.

           MOVE SPACES TO LINEA-IMPRESO-CER.
           IF CER-IBAN = SPACES
               STRING "Cuenta: tarjeta " DELIMITED BY SIZE
                      CER-TARJETA DELIMITED BY SIZE
                 INTO LINEA-IMPRESO-CER
           ELSE
               STRING "IBAN: " DELIMITED BY SIZE
                      CER-IBAN DELIMITED BY SIZE
                 INTO LINEA-IMPRESO-CER
           END-IF.
           WRITE LINEA-IMPRESO-CER.

           COMPUTE SALDO-ENT-EDIT = CENT-NETO / 100.
           MOVE FUNCTION MOD(CENT-NETO, 100) TO SALDO-DEC-EDIT.
           MOVE SPACES TO LINEA-IMPRESO-CER.
           STRING "Saldo liquidado: " DELIMITED BY SIZE
                  SALDO-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SALDO-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.

           MOVE SPACES TO LINEA-IMPRESO-CER.
           IF MEDIO-PAGO-W = 1
               STRING "Pagado con cheque bancario num "
                      DELIMITED BY SIZE
                      LAST-CHE-NUM(27:9) DELIMITED BY SIZE
                 INTO LINEA-IMPRESO-CER
           END-IF.
           IF MEDIO-PAGO-W = 2
               STRING "Transferido a " DELIMITED BY SIZE
                      IBAN-USUARIO DELIMITED BY SIZE
                 INTO LINEA-IMPRESO-CER
           END-IF.
           IF MEDIO-PAGO-W = 0
               MOVE "Sin saldo a favor del titular"
                   TO LINEA-IMPRESO-CER
           END-IF.
           WRITE LINEA-IMPRESO-CER.

           MOVE SPACES TO LINEA-IMPRESO-CER.
           MOVE "La entidad certifica la cancelacion de las cuentas"
               TO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.
           MOVE "del titular, sin saldo pendiente a esta fecha."
               TO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.
           MOVE ALL "=" TO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.
           MOVE SPACES TO LINEA-IMPRESO-CER.
           WRITE LINEA-IMPRESO-CER.
           CLOSE IMPRESO-CER.
       EMITIR-CERTIFICADO-FIN.
           EXIT.

      *> RESGUARDO IMPRESO DEL CHEQUE, IGUAL QUE EN GESTION_CHEQUES
       IMPRIMIR-RESGUARDO.
           OPEN EXTEND IMPRESO.
           IF FSIM <> 00 AND FSIM <> 05
               GO TO IMPRIMIR-RESGUARDO-FIN.
           MOVE 00 TO FSIM.

           MOVE SPACES TO LINEA-IMPRESO.
           MOVE "UNIZARBANK - CHEQUE BANCARIO" TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Numero de serie: " DELIMITED BY SIZE
                  CHE-NUM DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Paguese a: " DELIMITED BY SIZE
                  CHE-BENEFICIARIO DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           COMPUTE IMP-ENT-EDIT = CHE-CENT / 100.
           MOVE FUNCTION MOD(CHE-CENT, 100) TO IMP-DEC-EDIT.
           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Importe: " DELIMITED BY SIZE
                  IMP-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMP-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Emitido el " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           MOVE "Saldo de cancelacion de cuentas" TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE SPACES TO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.
           CLOSE IMPRESO.
       IMPRIMIR-RESGUARDO-FIN.
           EXIT.

       OBTENER-SEC-MOV.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
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
       OBTENER-SEC-MOV-FIN.
           EXIT.

       OBTENER-SEC-CHEQUE.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "CHEQUEEMIT" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CHE-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CHE-NUM
           END-READ.
           ADD 1 TO LAST-CHE-NUM.
           MOVE LAST-CHE-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       OBTENER-SEC-CHEQUE-FIN.
           EXIT.

       *> LA LIQUIDACION SE HACE A LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE LIQUIDA A LA FECHA DEL SISTEMA
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

      *> SUCURSAL DEL OPERADOR RECIEN FIRMADO
       OBTENER-SUCURSAL-SESION.
           INITIALIZE PETICION-SUCURSAL.
           MOVE "C"             TO PSU-OPERACION.
           MOVE "O"             TO PSU-TIPO.
           MOVE OPERADOR-SESION TO PSU-ID.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           MOVE PSU-SUCURSAL    TO SUCURSAL-SESION.
       OBTENER-SUCURSAL-SESION-FIN.
           EXIT.

      *> EL CLIENTE DE PSU-TIPO/PSU-ID (TARJETA "T" O CLIENTE "L")
      *> TIENE QUE SER DE LA SUCURSAL DEL OPERADOR, SALVO QUE ESTE
      *> SEA SUPERVISOR
       COMPROBAR-SUCURSAL.
           MOVE "S" TO SUCURSAL-OK-SW.
           MOVE "C" TO PSU-OPERACION.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF ROL-SESION NOT = 2
               AND PSU-SUCURSAL NOT = SUCURSAL-SESION
               MOVE "N" TO SUCURSAL-OK-SW.
       COMPROBAR-SUCURSAL-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Cierre de cuentas - UnizarBank"
               AT LINE 2 COL 24
               WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.

      *> FIRMA DE OPERADOR AL ENTRAR, IGUAL QUE EN GESTION_ORDENES:
      *> NADIE CIERRA CUENTAS SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
       FIRMAR-OPERADOR.
           INITIALIZE OPERADOR-TECLEADO.
           INITIALIZE PIN-OPERADOR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Identificacion del operador" AT LINE 7 COL 27.
           DISPLAY "Enter - Entrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT ACCEPT-FIRMA-OPERADOR ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.

           IF OPERADOR-TECLEADO = 0
               GO TO FIRMAR-OPERADOR.

           OPEN I-O OPERADORES CLOSE OPERADORES.
           OPEN I-O OPERADORES.
           IF FSOE <> 00
               GO TO FIRMAR-OPERADOR.

           READ OPERADORES NEXT RECORD AT END
               PERFORM CARGAR-SUPERVISOR-ARRANQUE
                   THRU CARGAR-SUPERVISOR-ARRANQUE
           END-READ.

           MOVE OPERADOR-TECLEADO TO OPE-ID.
           READ OPERADORES INVALID KEY
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           MOVE PIN-OPERADOR TO HASH-CLARO-OPE.
           MOVE OPE-ID       TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           IF HASH-RESULT-OPE NOT = OPE-PIN
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           *> Operador deshabilitado o con la clave caducada (ver
           *> ACCESO_OPERADOR); la firma queda anotada si entra
           MOVE "F"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               CLOSE OPERADORES
               GO TO FIRMA-ACCESO-ERR.

           MOVE OPE-ID  TO OPERADOR-SESION.
           MOVE OPE-ROL TO ROL-SESION.
           CLOSE OPERADORES.

           PERFORM COMPROBAR-FORMACION
               THRU COMPROBAR-FORMACION-FIN.
       FIRMAR-OPERADOR-FIN.
           EXIT.

       CARGAR-SUPERVISOR-ARRANQUE.
           MOVE 1000 TO OPE-ID.
           MOVE 1234 TO HASH-CLARO-OPE.
           MOVE 1000 TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           MOVE HASH-RESULT-OPE TO OPE-PIN.
           MOVE "Supervisor de arranque" TO OPE-NOMBRE.
           MOVE 2 TO OPE-ROL.
           WRITE OPERADOR-REG INVALID KEY CONTINUE.

       FIRMA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador o clave incorrectos"
               AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       FIRMA-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIRMAR-OPERADOR
           ELSE
               GO TO FIRMA-ERR-ENTER.

      *> LA CLAVE CADUCADA LA CAMBIA EL PROPIO OPERADOR AL FIRMAR EN
      *> GESTION_OPERADORES; EL DESHABILITADO LO REHABILITA UN
      *> SUPERVISOR PONIENDOLE CLAVE NUEVA
       FIRMA-ACCESO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF PAC-RESULTADO = "C"
               DISPLAY "Clave caducada: cambiela en Operadores"
                   AT LINE 9 COL 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "Operador deshabilitado"
                   AT LINE 9 COL 29
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO FIRMA-ERR-ENTER.

      *> EL EVENTO SE DEJA EN EVENTO-TIPO ANTES DE HACER ESTE
      *> PERFORM; EL NUMERO DE EVENTO SALE DE SECUENCIAS COMO EN
      *> GESTION_ORDENES
       REGISTRAR-EVENTO-SEGURIDAD.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

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
           MOVE TARJETA-USUARIO TO SEG-TARJETA.
           MOVE ANO          TO SEG-ANO.
           MOVE MES          TO SEG-MES.
           MOVE DIA          TO SEG-DIA.
           MOVE HORAS        TO SEG-HOR.
           MOVE MINUTOS      TO SEG-MIN.
           MOVE SEGUNDOS     TO SEG-SEG.
           MOVE EVENTO-TIPO  TO SEG-TIPO.
           MOVE 1            TO SEG-TERMINAL.
           MOVE OPERADOR-SESION TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> SI EL OPERADOR ESTA MARCADO EN FORMACION, TODA LA SESION SE
      *> MUDA AL DIRECTORIO DE LA COPIA SOMBRA (VER COPIAR_FORMACION):
      *> DESDE ESE MOMENTO NINGUNA PANTALLA PUEDE ABRIR UN FICHERO
      *> REAL, PORQUE TODAS LAS RUTAS SON RELATIVAS
       COMPROBAR-FORMACION.
           MOVE "N" TO FORMACION-SW.
           OPEN INPUT FORMACION.
           IF FSFOR <> 00
               CLOSE FORMACION
               GO TO COMPROBAR-FORMACION-FIN.
           MOVE OPERADOR-SESION TO FOR-OPERADOR.
           READ FORMACION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF OPERADOR-EN-FORMACION
                   MOVE "S" TO FORMACION-SW
               END-IF
           END-READ.
           CLOSE FORMACION.
           IF FORMACION-SW NOT = "S"
               GO TO COMPROBAR-FORMACION-FIN.
           CALL "CBL_CHANGE_DIR" USING DIR-FORMACION.
           IF RETURN-CODE NOT = 0
               DISPLAY "Entorno de formacion no preparado"
                   AT LINE 9 COL 24
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Ejecute antes la copia de formacion"
                   AT LINE 11 COL 23
               GOBACK.
           MOVE 0 TO RETURN-CODE.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
       COMPROBAR-FORMACION-FIN.
           EXIT.

      *> BANDERA INCONFUNDIBLE EN TODAS LAS PANTALLAS DE LA SESION
      *> DE FORMACION
       PINTAR-BANNER-FORMACION.
           IF FORMACION-SW = "S"
               DISPLAY "*** ENTORNO DE FORMACION - DATOS NO REALES ***"
                   AT LINE 1 COL 17
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
           END-IF.
       PINTAR-BANNER-FORMACION-FIN.
           EXIT.

      *> BLOQUEO DE LA CUENTA DE BLK-TARJETA-W, IGUAL QUE EN BANK4:
      *> SI YA ESTA BLOQUEADA POR OTRO TERMINAL Y NO HA CADUCADO
      *> (BLOQUEO-SEG), LA OPERACION NO SIGUE
       ADQUIRIR-BLOQUEO.
           MOVE "N" TO BLOQUEO-OK-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O BLOQUEOS CLOSE BLOQUEOS.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               *> Sin fichero de bloqueos se sigue como siempre
               MOVE "S" TO BLOQUEO-OK-SW
               GO TO ADQUIRIR-BLOQUEO-FIN.

           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               MOVE BLK-TARJETA-W   TO BLK-TARJETA
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               WRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-WRITE
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           *> El bloqueo ya existe: nuestro propio terminal puede
           *> reentrar, y un bloqueo caducado se roba
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           COMPUTE FECHA-ABS-TMP = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE SEG-ABS-AHORA =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (HORAS * 3600) + (MINUTOS * 60) + SEGUNDOS.
           MOVE BLK-FECHA TO FECHA-ABS-TMP.
           COMPUTE SEG-ABS-BLOQUEO =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (BLK-HOR * 3600) + (BLK-MIN * 60) + BLK-SEG.

           IF (SEG-ABS-AHORA - SEG-ABS-BLOQUEO) > BLOQUEO-SEG
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               REWRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-REWRITE
               MOVE "S" TO BLOQUEO-OK-SW.

           CLOSE BLOQUEOS.
       ADQUIRIR-BLOQUEO-FIN.
           EXIT.

      *> SUELTA EL BLOQUEO DE BLK-TARJETA-W SI ES DE ESTE TERMINAL
       LIBERAR-BLOQUEO.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               DELETE BLOQUEOS RECORD INVALID KEY CONTINUE
               END-DELETE.
           CLOSE BLOQUEOS.
       LIBERAR-BLOQUEO-FIN.
           EXIT.
