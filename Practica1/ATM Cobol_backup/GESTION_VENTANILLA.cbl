       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_VENTANILLA.
       *> Pantalla de sucursal de la caja de ventanilla. Cada cajero
       *> lleva su propio cajon de efectivo del dia
       *> (cajones_ventanilla.ubd, uno por operador y fecha) con las
       *> unidades de cada billete (200, 100, 50, 20, 10 y 5 EUR,
       *> como en los cajeros):
       *>   - apertura: el fondo inicial que entrega la boveda;
       *>   - traspasos con la boveda durante el dia, en los dos
       *>     sentidos;
       *>   - ingreso y retirada de efectivo de un cliente, que se
       *>     identifica con la tarjeta y el documento de su ficha.
       *>     El apunte va a la cuenta corriente de la cuenta base
       *>     (ver GESTION_TITULARES) con el mismo bloqueo que el
       *>     cajero; la retirada respeta el saldo disponible (con
       *>     descubierto y sin lo retenido) y el limite diario de la
       *>     tarjeta, que comparte con BANK4, y el ingreso grande
       *>     queda retenido igual que en BANK5 (UMBRALRETEN);
       *>   - arqueo: el cajero cuenta el cajon y teclea lo que hay.
       *>     Si cuadra con lo que deberia haber, el cajon se cierra;
       *>     si no, el sobrante o faltante queda anotado en el cajon
       *>     y en el informe de arqueos, y el cajon espera a que un
       *>     supervisor (que no sea el propio cajero) apruebe el
       *>     descuadre.
       *> Cada paso queda en el diario de ventanilla
       *> (operaciones_ventanilla.ubd) con sus unidades por billete.
       *> Los conceptos de los apuntes son propios ("Ingreso en
       *> ventanilla", "Retirada en ventanilla") para que el cuadre
       *> de los cajeros (CUADRAR_EFECTIVO) no los confunda con los
       *> suyos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJV-CLAVE
           FILE STATUS IS FSCV.

           SELECT OPTIONAL OPERACIONES-VENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OVE-NUM
           FILE STATUS IS FSOV.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

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

           SELECT OPTIONAL BLOQUEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSRT.

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL PERFILES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-COD
           FILE STATUS IS FSPE.

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-CLAVE
           FILE STATUS IS FSLI.

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

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.
       FD CAJONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajones_ventanilla.ubd".
       01 CAJON-REG.
           02 CJV-CLAVE.
               03 CJV-OPERADOR      PIC  9(4).
               03 CJV-FECHA         PIC  9(8).
           02 CJV-SUCURSAL          PIC  9(4).
           02 CJV-ESTADO            PIC  9(1).
               88 CJV-ABIERTO       VALUE 1.
               88 CJV-PENDIENTE     VALUE 2.
               88 CJV-CERRADO       VALUE 3.
           *> Lo que deberia haber en el cajon, por billete
           02 CJV-DESGLOSE-TEORICO.
               03 CJV-TEORICO       PIC  9(5) OCCURS 6 TIMES.
           *> Lo que conto el cajero en el arqueo
           02 CJV-DESGLOSE-CONTADO.
               03 CJV-CONTADO       PIC  9(5) OCCURS 6 TIMES.
           02 CJV-CENT-APERTURA     PIC  9(9).
           02 CJV-CENT-DE-BOVEDA    PIC  9(9).
           02 CJV-CENT-A-BOVEDA     PIC  9(9).
           02 CJV-CENT-INGRESOS     PIC  9(9).
           02 CJV-CENT-RETIRADAS    PIC  9(9).
           *> Contado menos teorico: positivo sobra, negativo falta
           02 CJV-CENT-DIFERENCIA   PIC S9(9).
           02 CJV-HORA-ARQUEO       PIC  9(6).
           02 CJV-SUPERVISOR        PIC  9(4).
           02 CJV-FECHA-APROBACION  PIC  9(8).

       FD OPERACIONES-VENT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operaciones_ventanilla.ubd".
       01 OPERACION-VENT-REG.
           02 OVE-NUM               PIC  9(9).
           02 OVE-CAJON.
               03 OVE-CAJON-OPERADOR PIC 9(4).
               03 OVE-CAJON-FECHA   PIC  9(8).
           02 OVE-SUCURSAL          PIC  9(4).
           02 OVE-TIPO              PIC  X(1).
               88 OVE-APERTURA      VALUE "A".
               88 OVE-DE-BOVEDA     VALUE "B".
               88 OVE-A-BOVEDA      VALUE "V".
               88 OVE-INGRESO       VALUE "I".
               88 OVE-RETIRADA      VALUE "R".
               88 OVE-ARQUEO        VALUE "Q".
               88 OVE-APROBACION    VALUE "P".
           02 OVE-FECHA             PIC  9(8).
           02 OVE-HORA              PIC  9(6).
           02 OVE-OPERADOR          PIC  9(4).
           02 OVE-TARJETA           PIC 9(16).
           02 OVE-MOV-NUM           PIC 9(35).
           02 OVE-CENT              PIC  9(9).
           02 OVE-DESGLOSE.
               03 OVE-UNIDADES      PIC  9(5) OCCURS 6 TIMES.

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

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-ID                PIC  9(8).
           02 CLI-DNI               PIC  X(9).
           02 CLI-NOMBRE            PIC X(30).
           02 CLI-DIRECCION         PIC X(40).
           02 CLI-TELEFONO          PIC  9(9).
           02 CLI-EMAIL             PIC X(30).

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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.

       FD PERFILES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "perfiles.ubd".
       01 PERFIL-REG.
           02 PER-COD               PIC  9(2).
           02 PER-NOMBRE            PIC X(15).
           02 PER-LIMDIARIO         PIC  9(9).
           02 PER-LIMTRF            PIC  9(9).
           02 PER-LIMTRFDIA         PIC  9(9).
           02 PER-CLASE-TARIFA      PIC  9(2).

       FD LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
       01 LIMITE-REG.
           02 LIM-CLAVE.
               03 LIM-TARJETA       PIC 9(16).
               03 LIM-TIPO          PIC  9(1).
           02 LIM-CENT-VALOR        PIC  9(9).
           02 LIM-DESDE             PIC  9(12).
           02 LIM-HASTA             PIC  9(12).
           02 LIM-ESTADO            PIC  9(1).
               88 LIMITE-VIGENTE    VALUE 1.
               88 LIMITE-CADUCADO   VALUE 2.
           02 LIM-OPERADOR          PIC  9(4).
           02 LIM-OPERADOR2         PIC  9(4).

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

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID          PIC X(10).
           02 SEC-ULTIMO-NUM  PIC 9(35).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_arqueos.ubd".
       01 LINEA-INFORME               PIC X(80).

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

       77 FSCV                      PIC   X(2).
       77 FSOV                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSRT                      PIC   X(2).
       77 FSTI                      PIC   X(2).
       77 FSPE                      PIC   X(2).
       77 FSLI                      PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSOE                      PIC   X(2).
       77 FSG                       PIC   X(2).
       77 FSINF                     PIC   X(2).
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

       77 OPCION-MENU BLANK WHEN ZERO PIC 9(1).
       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 DNI-USUARIO               PIC   X(9).
       77 SENTIDO-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 OPERADOR-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 FECHA-USUARIO BLANK WHEN ZERO PIC 9(8).
       *> Billetes de cada denominacion tal como se teclean
       01 UNIDADES-USUARIO.
           02 UNIDAD-U BLANK WHEN ZERO PIC 9(5) OCCURS 6 TIMES.

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos). UNIDADES-W
       *> tiene la forma de los desgloses del cajon y del diario
       77 TARJETA-W                 PIC  9(16).
       77 SENTIDO-W                 PIC   9(1).
       01 UNIDADES-W.
           02 UNIDAD-W              PIC  9(5) OCCURS 6 TIMES.

       *> Denominaciones del cajon, en el mismo orden que el
       *> inventario de los cajeros (ver CUADRAR_EFECTIVO)
       01 TABLA-DENOMINACIONES.
           02 FILLER                PIC  9(3) VALUE 200.
           02 FILLER                PIC  9(3) VALUE 100.
           02 FILLER                PIC  9(3) VALUE 050.
           02 FILLER                PIC  9(3) VALUE 020.
           02 FILLER                PIC  9(3) VALUE 010.
           02 FILLER                PIC  9(3) VALUE 005.
       01 FILLER REDEFINES TABLA-DENOMINACIONES.
           02 DENOM-TAB             PIC  9(3) OCCURS 6 TIMES.
       77 IND-DENOM                 PIC  9(1).
       77 LINEA-DENOM               PIC  9(2).
       77 DENOM-EDIT                PIC  ZZ9.
       77 UNIDADES-EDIT             PIC  ZZZZ9.

       77 CAJON-EXISTE-SW           PIC   X(1).
       77 FALTA-BILLETES-SW         PIC   X(1).
       77 ACTIVA-REQUERIDA-SW       PIC   X(1).
       77 DNI-FALLIDO-SW            PIC   X(1).
       77 RETENCION-HECHA-SW        PIC   X(1).
       77 MOTIVO-RECHAZO            PIC  X(40).
       77 FECHA-HOY                 PIC  9(8).
       77 HORA-HOY                  PIC  9(6).

       *> Importes de la operacion en curso, en centimos
       77 CENT-OPERACION            PIC  9(9).
       77 CENT-TEORICO-CAJON        PIC  9(9).
       77 CENT-SALDO-CTA            PIC S9(11).
       77 CENT-LIMITE-DESCUBIERTO   PIC  9(9).
       77 CENT-RETENIDO-PEND        PIC  9(9).
       77 CENT-DISPONIBLE           PIC S9(11).
       77 CENT-MOSTRAR              PIC  9(11).
       77 IMP-ENT-EDIT              PIC  ZZZZZZZZ9.
       77 IMP-DEC-EDIT              PIC  99.

       *> Apunte en cuenta (ver APUNTAR-EN-CUENTA): importe con su
       *> signo, positivo abona y negativo carga
       77 CENT-APUNTE               PIC S9(9).
       77 CONCEPTO-APUNTE           PIC  X(35).
       77 MSJ-INGRESO-VENT          PIC  X(35)
           VALUE "Ingreso en ventanilla".
       77 MSJ-RETIRADA-VENT         PIC  X(35)
           VALUE "Retirada en ventanilla".
       *> La retirada del cajero gasta el mismo limite diario
       77 MSJ-RETIRADA              PIC  X(35) VALUE "Retirada".
       77 LAST-MOV-NUM              PIC  9(35).
       77 LAST-OVE-NUM              PIC  9(35).
       77 LAST-RET-NUM              PIC  9(35).
       77 TIPO-OPERACION-W          PIC  X(1).
       77 MOV-NUM-W                 PIC  9(35).

       *> CUENTA BASE DE LA TARJETA (VER GESTION_TITULARES) Y
       *> REFERENCIA DE LA TARJETA OPERANTE CUANDO NO ES LA
       *> PROPIETARIA, CON LA MISMA FORMA QUE EN BANK4 (Tarj NNNN)
       77 CUENTA-BASE               PIC  9(16).
       77 REF-TARJETA-OP            PIC  X(30).
       77 OPERADOR-REF-EDIT         PIC  9(4).

       *> Limite diario de retirada: parametro general, perfil de
       *> la tarjeta y limite temporal vigente, como en BANK4
       77 CENT-LIMITE-DIARIO        PIC  9(9) VALUE 100000.
       77 CENT-LIMITE-GENERAL       PIC  9(9) VALUE 100000.
       77 CENT-RETIRADO-HOY         PIC  9(9).
       77 CENT-LIMITE-TEMP          PIC  9(9).
       77 AHORA-TS-LIM              PIC  9(12).
       77 MOV-IMPORTE-ENT-R         PIC S9(7).
       *> Ingreso a partir del cual se retiene (ver BANK5)
       77 CENT-UMBRAL-RETEN         PIC  9(9) VALUE 200000.

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA): EL
       *> CAJON QUEDA A NOMBRE DE ELLA
       77 SUCURSAL-SESION           PIC   9(4) VALUE 1.
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

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED         VALUE    0.
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

       01 ACCEPT-UNIDADES.
           05 FILLER LINE 11 COL 20 VALUE "Billetes de 200 EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 45 PIC 9(5) USING UNIDAD-U(1).
           05 FILLER LINE 12 COL 20 VALUE "Billetes de 100 EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 45 PIC 9(5) USING UNIDAD-U(2).
           05 FILLER LINE 13 COL 20 VALUE "Billetes de  50 EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 45 PIC 9(5) USING UNIDAD-U(3).
           05 FILLER LINE 14 COL 20 VALUE "Billetes de  20 EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 45 PIC 9(5) USING UNIDAD-U(4).
           05 FILLER LINE 15 COL 20 VALUE "Billetes de  10 EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 15 COL 45 PIC 9(5) USING UNIDAD-U(5).
           05 FILLER LINE 16 COL 20 VALUE "Billetes de   5 EUR:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 16 COL 45 PIC 9(5) USING UNIDAD-U(6).

       01 ACCEPT-DATOS-CLIENTE.
           05 FILLER LINE 7 COL 10 VALUE "Tarjeta del cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 7 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 8 COL 10 VALUE "Documento de identidad:".
           05 FILLER UNDERLINE
               LINE 8 COL 40 PIC X(9) USING DNI-USUARIO.

       01 ACCEPT-SENTIDO.
           05 FILLER LINE 8 COL 10
               VALUE "Sentido (1 de boveda, 2 a boveda):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 8 COL 50 PIC 9(1) USING SENTIDO-USUARIO.

       01 ACCEPT-DATOS-APROBACION.
           05 FILLER LINE 7 COL 10 VALUE "Operador del cajon:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 7 COL 40 PIC 9(4) USING OPERADOR-USUARIO.
           05 FILLER LINE 8 COL 10 VALUE "Fecha (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 8 COL 40 PIC 9(8) USING FECHA-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CAJONES CLOSE CAJONES.
           OPEN I-O OPERACIONES-VENT CLOSE OPERACIONES-VENT.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.
           PERFORM LEER-PARAMETROS-VENTANILLA
               THRU LEER-PARAMETROS-VENTANILLA-FIN.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Caja de ventanilla" AT LINE 6 COL 31.
           DISPLAY "1 - Apertura del cajon" AT LINE 8 COL 15.
           DISPLAY "2 - Traspaso con la boveda" AT LINE 10 COL 15.
           DISPLAY "3 - Ingreso en efectivo" AT LINE 12 COL 15.
           DISPLAY "4 - Retirada de efectivo" AT LINE 14 COL 15.
           DISPLAY "5 - Arqueo y cierre del cajon" AT LINE 16 COL 15.
           DISPLAY "6 - Aprobar descuadre de arqueo"
               AT LINE 18 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PEDIR-OPCION.
           INITIALIZE OPCION-MENU.
           ACCEPT OPCION-MENU AT LINE 20 COL 40 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.
           IF OPCION-MENU = 1
               GO TO PANTALLA-APERTURA.
           IF OPCION-MENU = 2
               GO TO PANTALLA-TRASPASO.
           IF OPCION-MENU = 3
               GO TO PANTALLA-INGRESO.
           IF OPCION-MENU = 4
               GO TO PANTALLA-RETIRADA.
           IF OPCION-MENU = 5
               GO TO PANTALLA-ARQUEO.
           IF OPCION-MENU = 6
               GO TO PANTALLA-APROBACION.
           GO TO PEDIR-OPCION.

      *> APERTURA: EL FONDO INICIAL QUE ENTREGA LA BOVEDA, POR
      *> BILLETE. UN CAJON POR CAJERO Y DIA
       PANTALLA-APERTURA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           MOVE OPERADOR-SESION TO CJV-OPERADOR.
           MOVE FECHA-HOY       TO CJV-FECHA.
           PERFORM LEER-CAJON THRU LEER-CAJON-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Apertura del cajon" AT LINE 6 COL 31.
           IF CAJON-EXISTE-SW = "S"
               DISPLAY "El cajon de hoy ya esta abierto"
                   AT LINE 9 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           DISPLAY "Fondo inicial recibido de la boveda"
               AT LINE 9 COL 23.
           DISPLAY "Enter - Abrir" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-APERTURA.
           INITIALIZE UNIDADES-USUARIO.
           ACCEPT ACCEPT-UNIDADES ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           PERFORM SUMAR-UNIDADES THRU SUMAR-UNIDADES-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE HORA-HOY = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.

           OPEN I-O CAJONES.
           IF FSCV <> 00
               GO TO PSYS-ERR.
           INITIALIZE CAJON-REG.
           MOVE OPERADOR-SESION TO CJV-OPERADOR.
           MOVE FECHA-HOY       TO CJV-FECHA.
           MOVE SUCURSAL-SESION TO CJV-SUCURSAL.
           MOVE 1               TO CJV-ESTADO.
           MOVE UNIDADES-W      TO CJV-DESGLOSE-TEORICO.
           MOVE CENT-OPERACION  TO CJV-CENT-APERTURA.
           WRITE CAJON-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAJONES.

           MOVE "A" TO TIPO-OPERACION-W.
           MOVE 0   TO TARJETA-W.
           MOVE 0   TO MOV-NUM-W.
           PERFORM ANOTAR-OPERACION-VENT
               THRU ANOTAR-OPERACION-VENT-FIN.

           MOVE 0 TO TARJETA-USUARIO.
           MOVE "APERTURA CAJON" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cajon abierto" AT LINE 9 COL 33.
           DISPLAY "Fondo inicial:" AT LINE 11 COL 20.
           MOVE CENT-OPERACION TO CENT-MOSTRAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 11 COL 40.
           DISPLAY "," AT LINE 11 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 11 COL 50.
           DISPLAY "EUR" AT LINE 11 COL 53.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> TRASPASO CON LA BOVEDA: ENTRADA DE EFECTIVO AL CAJON O
      *> SALIDA DEL SOBRANTE, SIEMPRE POR BILLETE
       PANTALLA-TRASPASO.
           PERFORM LEER-CAJON-ABIERTO THRU LEER-CAJON-ABIERTO-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traspaso con la boveda" AT LINE 6 COL 29.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.
           DISPLAY "Enter - Traspasar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-TRASPASO.
           INITIALIZE SENTIDO-USUARIO.
           ACCEPT ACCEPT-SENTIDO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE SENTIDO-USUARIO TO SENTIDO-W.
           IF SENTIDO-W NOT = 1 AND SENTIDO-W NOT = 2
               GO TO ACEPTAR-TRASPASO.

       ACEPTAR-BILLETES-TRASPASO.
           INITIALIZE UNIDADES-USUARIO.
           ACCEPT ACCEPT-UNIDADES ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           PERFORM SUMAR-UNIDADES THRU SUMAR-UNIDADES-FIN.
           IF CENT-OPERACION = 0
               GO TO ACEPTAR-BILLETES-TRASPASO.

           IF SENTIDO-W = 2
               PERFORM COMPROBAR-BILLETES
                   THRU COMPROBAR-BILLETES-FIN
               IF FALTA-BILLETES-SW = "S"
                   DISPLAY "No hay esos billetes en el cajon"
                       AT LINE 19 COL 24
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-BILLETES-TRASPASO
               END-IF
           END-IF.

           IF SENTIDO-W = 1
               PERFORM SUMAR-AL-CAJON THRU SUMAR-AL-CAJON-FIN
               ADD CENT-OPERACION TO CJV-CENT-DE-BOVEDA
               MOVE "B" TO TIPO-OPERACION-W
           ELSE
               PERFORM RESTAR-DEL-CAJON THRU RESTAR-DEL-CAJON-FIN
               ADD CENT-OPERACION TO CJV-CENT-A-BOVEDA
               MOVE "V" TO TIPO-OPERACION-W
           END-IF.
           PERFORM GRABAR-CAJON THRU GRABAR-CAJON-FIN.

           MOVE 0 TO TARJETA-W.
           MOVE 0 TO MOV-NUM-W.
           PERFORM ANOTAR-OPERACION-VENT
               THRU ANOTAR-OPERACION-VENT-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traspaso anotado en el cajon" AT LINE 9 COL 26.
           MOVE CENT-OPERACION TO CENT-MOSTRAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY "Importe:" AT LINE 11 COL 20.
           DISPLAY IMP-ENT-EDIT AT LINE 11 COL 40.
           DISPLAY "," AT LINE 11 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 11 COL 50.
           DISPLAY "EUR" AT LINE 11 COL 53.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> INGRESO EN EFECTIVO: EL CLIENTE SE IDENTIFICA CON TARJETA Y
      *> DOCUMENTO; EL ABONO VA A LA CORRIENTE DE LA CUENTA BASE Y
      *> LOS BILLETES ENTRAN EN EL CAJON
       PANTALLA-INGRESO.
           PERFORM LEER-CAJON-ABIERTO THRU LEER-CAJON-ABIERTO-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso en efectivo" AT LINE 6 COL 31.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.
           DISPLAY "Enter - Ingresar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CLIENTE-INGRESO.
           INITIALIZE TARJETA-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-DATOS-CLIENTE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           IF TARJETA-W = 0 OR DNI-USUARIO = SPACES
               GO TO ACEPTAR-CLIENTE-INGRESO.

           MOVE "N" TO ACTIVA-REQUERIDA-SW.
           PERFORM IDENTIFICAR-CLIENTE THRU IDENTIFICAR-CLIENTE-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 19 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLIENTE-INGRESO.
           DISPLAY CLI-NOMBRE AT LINE 9 COL 40.

       ACEPTAR-BILLETES-INGRESO.
           INITIALIZE UNIDADES-USUARIO.
           ACCEPT ACCEPT-UNIDADES ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           PERFORM SUMAR-UNIDADES THRU SUMAR-UNIDADES-FIN.
           IF CENT-OPERACION = 0
               GO TO ACEPTAR-BILLETES-INGRESO.

           DISPLAY "Total a ingresar:" AT LINE 18 COL 20.
           MOVE CENT-OPERACION TO CENT-MOSTRAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 18 COL 40.
           DISPLAY "," AT LINE 18 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 18 COL 50.
           DISPLAY "EUR" AT LINE 18 COL 53.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-INGRESO.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-INGRESO.

           MOVE CENT-OPERACION   TO CENT-APUNTE.
           MOVE MSJ-INGRESO-VENT TO CONCEPTO-APUNTE.
           PERFORM APUNTAR-EN-CUENTA THRU APUNTAR-EN-CUENTA-FIN.

           *> El ingreso grande queda retenido hasta que la sucursal
           *> verifique los billetes, igual que en el cajero (ver
           *> BANK5 y LIBERAR_RETENCIONES)
           MOVE "N" TO RETENCION-HECHA-SW.
           IF CENT-OPERACION > CENT-UMBRAL-RETEN
               PERFORM REGISTRAR-RETENCION
                   THRU REGISTRAR-RETENCION-FIN.

           PERFORM SUMAR-AL-CAJON THRU SUMAR-AL-CAJON-FIN.
           ADD CENT-OPERACION TO CJV-CENT-INGRESOS.
           PERFORM GRABAR-CAJON THRU GRABAR-CAJON-FIN.

           MOVE "I" TO TIPO-OPERACION-W.
           PERFORM ANOTAR-OPERACION-VENT
               THRU ANOTAR-OPERACION-VENT-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso anotado" AT LINE 9 COL 32.
           DISPLAY CLI-NOMBRE AT LINE 11 COL 25.
           PERFORM MOSTRAR-SALDO-FINAL THRU MOSTRAR-SALDO-FINAL-FIN.
           IF RETENCION-HECHA-SW = "S"
               DISPLAY "Ingreso retenido pendiente de verificacion"
                   AT LINE 17 COL 19
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> RETIRADA DE EFECTIVO: TARJETA ACTIVA Y DOCUMENTO, SALDO
      *> DISPONIBLE DE LA CORRIENTE Y LIMITE DIARIO DE LA TARJETA
      *> (EL MISMO QUE EN EL CAJERO), Y BILLETES EN EL CAJON
       PANTALLA-RETIRADA.
           PERFORM LEER-CAJON-ABIERTO THRU LEER-CAJON-ABIERTO-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirada de efectivo" AT LINE 6 COL 30.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.
           DISPLAY "Enter - Retirar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CLIENTE-RETIRADA.
           INITIALIZE TARJETA-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-DATOS-CLIENTE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           IF TARJETA-W = 0 OR DNI-USUARIO = SPACES
               GO TO ACEPTAR-CLIENTE-RETIRADA.

           MOVE "S" TO ACTIVA-REQUERIDA-SW.
           PERFORM IDENTIFICAR-CLIENTE THRU IDENTIFICAR-CLIENTE-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 19 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLIENTE-RETIRADA.

           PERFORM CONSULTA-RETENIDO-PEND
               THRU CONSULTA-RETENIDO-PEND-FIN.
           PERFORM CALCULAR-LIMITE-DIARIO
               THRU CALCULAR-LIMITE-DIARIO-FIN.
           PERFORM CONSULTA-RETIRADO-HOY
               THRU CONSULTA-RETIRADO-HOY-FIN.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO-CTA
               + CENT-LIMITE-DESCUBIERTO - CENT-RETENIDO-PEND.

           DISPLAY CLI-NOMBRE AT LINE 9 COL 40.
           DISPLAY "Disponible:" AT LINE 18 COL 20.
           IF CENT-DISPONIBLE > 0
               MOVE CENT-DISPONIBLE TO CENT-MOSTRAR
           ELSE
               MOVE 0 TO CENT-MOSTRAR
           END-IF.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 18 COL 40.
           DISPLAY "," AT LINE 18 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 18 COL 50.
           DISPLAY "EUR" AT LINE 18 COL 53.
           DISPLAY "Queda de limite hoy:" AT LINE 19 COL 20.
           IF CENT-RETIRADO-HOY < CENT-LIMITE-DIARIO
               COMPUTE CENT-MOSTRAR = CENT-LIMITE-DIARIO
                   - CENT-RETIRADO-HOY
           ELSE
               MOVE 0 TO CENT-MOSTRAR
           END-IF.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 19 COL 40.
           DISPLAY "," AT LINE 19 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 19 COL 50.
           DISPLAY "EUR" AT LINE 19 COL 53.

       ACEPTAR-BILLETES-RETIRADA.
           INITIALIZE UNIDADES-USUARIO.
           ACCEPT ACCEPT-UNIDADES ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           PERFORM SUMAR-UNIDADES THRU SUMAR-UNIDADES-FIN.
           IF CENT-OPERACION = 0
               GO TO ACEPTAR-BILLETES-RETIRADA.

           IF CENT-OPERACION > CENT-DISPONIBLE
               DISPLAY "Saldo insuficiente" AT LINE 21 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BILLETES-RETIRADA.
           IF (CENT-OPERACION + CENT-RETIRADO-HOY)
               > CENT-LIMITE-DIARIO
               DISPLAY "Supera el limite diario de la tarjeta"
                   AT LINE 21 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BILLETES-RETIRADA.
           PERFORM COMPROBAR-BILLETES THRU COMPROBAR-BILLETES-FIN.
           IF FALTA-BILLETES-SW = "S"
               DISPLAY "No hay esos billetes en el cajon"
                   AT LINE 21 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BILLETES-RETIRADA.

           DISPLAY "Total a entregar:" AT LINE 21 COL 20.
           MOVE CENT-OPERACION TO CENT-MOSTRAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 21 COL 40.
           DISPLAY "," AT LINE 21 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 21 COL 50.
           DISPLAY "EUR" AT LINE 21 COL 53.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-RETIRADA.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-RETIRADA.

           COMPUTE CENT-APUNTE = 0 - CENT-OPERACION.
           MOVE MSJ-RETIRADA-VENT TO CONCEPTO-APUNTE.
           PERFORM APUNTAR-EN-CUENTA THRU APUNTAR-EN-CUENTA-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Retirada no realizada" AT LINE 9 COL 30
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY MOTIVO-RECHAZO AT LINE 11 COL 20
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           PERFORM RESTAR-DEL-CAJON THRU RESTAR-DEL-CAJON-FIN.
           ADD CENT-OPERACION TO CJV-CENT-RETIRADAS.
           PERFORM GRABAR-CAJON THRU GRABAR-CAJON-FIN.

           MOVE "R" TO TIPO-OPERACION-W.
           PERFORM ANOTAR-OPERACION-VENT
               THRU ANOTAR-OPERACION-VENT-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirada anotada: entregue el efectivo"
               AT LINE 9 COL 22.
           DISPLAY CLI-NOMBRE AT LINE 11 COL 25.
           PERFORM MOSTRAR-SALDO-FINAL THRU MOSTRAR-SALDO-FINAL-FIN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> ARQUEO: EL CAJERO CUENTA EL CAJON SIN VER LO QUE DEBERIA
      *> HABER. SI CUADRA SE CIERRA; SI NO, EL DESCUADRE QUEDA
      *> PENDIENTE DE QUE LO APRUEBE UN SUPERVISOR
       PANTALLA-ARQUEO.
           PERFORM LEER-CAJON-ABIERTO THRU LEER-CAJON-ABIERTO-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Arqueo y cierre del cajon" AT LINE 6 COL 28.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.
           DISPLAY "Cuente el cajon y teclee los billetes"
               AT LINE 9 COL 22.
           DISPLAY "Enter - Arquear" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-ARQUEO.
           INITIALIZE UNIDADES-USUARIO.
           ACCEPT ACCEPT-UNIDADES ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           PERFORM SUMAR-UNIDADES THRU SUMAR-UNIDADES-FIN.

           DISPLAY "Total contado:" AT LINE 18 COL 20.
           MOVE CENT-OPERACION TO CENT-MOSTRAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 18 COL 40.
           DISPLAY "," AT LINE 18 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 18 COL 50.
           DISPLAY "EUR" AT LINE 18 COL 53.
           DISPLAY "Enter - Cerrar el cajon" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-ARQUEO.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-ARQUEO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE HORA-HOY = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.

           PERFORM CALCULAR-TEORICO THRU CALCULAR-TEORICO-FIN.
           MOVE UNIDADES-W TO CJV-DESGLOSE-CONTADO.
           COMPUTE CJV-CENT-DIFERENCIA = CENT-OPERACION
               - CENT-TEORICO-CAJON.
           MOVE HORA-HOY TO CJV-HORA-ARQUEO.
           IF CJV-CENT-DIFERENCIA = 0
               MOVE 3 TO CJV-ESTADO
           ELSE
               MOVE 2 TO CJV-ESTADO
           END-IF.
           PERFORM GRABAR-CAJON THRU GRABAR-CAJON-FIN.

           MOVE "Q" TO TIPO-OPERACION-W.
           MOVE 0   TO TARJETA-W.
           MOVE 0   TO MOV-NUM-W.
           PERFORM ANOTAR-OPERACION-VENT
               THRU ANOTAR-OPERACION-VENT-FIN.

           MOVE 0 TO TARJETA-USUARIO.
           IF CJV-CERRADO
               MOVE "ARQUEO CUADRADO" TO EVENTO-TIPO
           ELSE
               MOVE "ARQUEO DESCUADRE" TO EVENTO-TIPO
               PERFORM INFORMAR-DESCUADRE
                   THRU INFORMAR-DESCUADRE-FIN
           END-IF.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF CJV-CERRADO
               DISPLAY "Arqueo cuadrado: cajon cerrado"
                   AT LINE 9 COL 25
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.

           IF CJV-CENT-DIFERENCIA > 0
               DISPLAY "Sobrante en el cajon:" AT LINE 9 COL 20
               MOVE CJV-CENT-DIFERENCIA TO CENT-MOSTRAR
           ELSE
               DISPLAY "Faltante en el cajon:" AT LINE 9 COL 20
               COMPUTE CENT-MOSTRAR = 0 - CJV-CENT-DIFERENCIA
           END-IF.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 9 COL 42
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "," AT LINE 9 COL 51.
           DISPLAY IMP-DEC-EDIT AT LINE 9 COL 52.
           DISPLAY "EUR" AT LINE 9 COL 55.
           DISPLAY "El cajon queda pendiente de aprobacion"
               AT LINE 11 COL 21.
           DISPLAY "del supervisor" AT LINE 12 COL 33.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> APROBACION DEL DESCUADRE: SOLO UN SUPERVISOR, Y NUNCA EL
      *> DEL PROPIO CAJON
       PANTALLA-APROBACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Aprobar descuadre de arqueo" AT LINE 6 COL 27.
           IF ROL-SESION NOT = 2
               DISPLAY "Solo un supervisor aprueba descuadres"
                   AT LINE 9 COL 22
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-MENU-ENTER.
           DISPLAY "Enter - Buscar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-APROBACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           INITIALIZE OPERADOR-USUARIO.
           MOVE FECHA-HOY TO FECHA-USUARIO.
           ACCEPT ACCEPT-DATOS-APROBACION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           IF OPERADOR-USUARIO = 0 OR FECHA-USUARIO = 0
               GO TO ACEPTAR-APROBACION.
           IF OPERADOR-USUARIO = OPERADOR-SESION
               DISPLAY "No puede aprobar su propio cajon"
                   AT LINE 19 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-APROBACION.

           MOVE OPERADOR-USUARIO TO CJV-OPERADOR.
           MOVE FECHA-USUARIO    TO CJV-FECHA.
           PERFORM LEER-CAJON THRU LEER-CAJON-FIN.
           IF CAJON-EXISTE-SW = "N"
               DISPLAY "No hay cajon de ese operador y dia"
                   AT LINE 19 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-APROBACION.
           IF NOT CJV-PENDIENTE
               DISPLAY "El cajon no esta pendiente de aprobacion"
                   AT LINE 19 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-APROBACION.

           DISPLAY "Billete    Teorico    Contado" AT LINE 10 COL 20.
           MOVE 1  TO IND-DENOM.
           MOVE 11 TO LINEA-DENOM.
           PERFORM MOSTRAR-DESGLOSE THRU MOSTRAR-DESGLOSE-FIN.
           IF CJV-CENT-DIFERENCIA > 0
               DISPLAY "Sobrante:" AT LINE 18 COL 20
               MOVE CJV-CENT-DIFERENCIA TO CENT-MOSTRAR
           ELSE
               DISPLAY "Faltante:" AT LINE 18 COL 20
               COMPUTE CENT-MOSTRAR = 0 - CJV-CENT-DIFERENCIA
           END-IF.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 18 COL 40.
           DISPLAY "," AT LINE 18 COL 49.
           DISPLAY IMP-DEC-EDIT AT LINE 18 COL 50.
           DISPLAY "EUR" AT LINE 18 COL 53.
           DISPLAY "Enter - Aprobar" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 65.

       CONFIRMAR-APROBACION.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ESC-PRESSED
               GO TO PANTALLA-MENU.
           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-APROBACION.

           MOVE 3               TO CJV-ESTADO.
           MOVE OPERADOR-SESION TO CJV-SUPERVISOR.
           MOVE FECHA-HOY       TO CJV-FECHA-APROBACION.
           PERFORM GRABAR-CAJON THRU GRABAR-CAJON-FIN.

           MOVE "P" TO TIPO-OPERACION-W.
           MOVE 0   TO TARJETA-W.
           MOVE 0   TO MOV-NUM-W.
           MOVE CJV-DESGLOSE-CONTADO TO UNIDADES-W.
           MOVE CENT-MOSTRAR TO CENT-OPERACION.
           PERFORM ANOTAR-OPERACION-VENT
               THRU ANOTAR-OPERACION-VENT-FIN.

           MOVE 0 TO TARJETA-USUARIO.
           MOVE "ARQUEO APROBADO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           OPEN EXTEND INFORME.
           IF FSINF = 00 OR FSINF = 05
               MOVE SPACES TO LINEA-INFORME
               STRING "APROBADO cajon operador " DELIMITED BY SIZE
                      CJV-OPERADOR DELIMITED BY SIZE
                      " fecha " DELIMITED BY SIZE
                      CJV-FECHA DELIMITED BY SIZE
                      " supervisor " DELIMITED BY SIZE
                      CJV-SUPERVISOR DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               CLOSE INFORME
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Descuadre aprobado: cajon cerrado"
               AT LINE 9 COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

       MOSTRAR-DESGLOSE.
           IF IND-DENOM > 6
               GO TO MOSTRAR-DESGLOSE-FIN.
           MOVE DENOM-TAB(IND-DENOM) TO DENOM-EDIT.
           DISPLAY DENOM-EDIT AT LINE LINEA-DENOM COL 22.
           MOVE CJV-TEORICO(IND-DENOM) TO UNIDADES-EDIT.
           DISPLAY UNIDADES-EDIT AT LINE LINEA-DENOM COL 31.
           MOVE CJV-CONTADO(IND-DENOM) TO UNIDADES-EDIT.
           DISPLAY UNIDADES-EDIT AT LINE LINEA-DENOM COL 42.
           ADD 1 TO IND-DENOM.
           ADD 1 TO LINEA-DENOM.
           GO TO MOSTRAR-DESGLOSE.
       MOSTRAR-DESGLOSE-FIN.
           EXIT.

      *> EL DESCUADRE QUEDA EN EL INFORME DE ARQUEOS, COMO LAS
      *> DISCREPANCIAS DE LAS BOLSAS EN CONTAR_BOLSAS
       INFORMAR-DESCUADRE.
           OPEN EXTEND INFORME.
           IF FSINF NOT = 00 AND FSINF NOT = 05
               GO TO INFORMAR-DESCUADRE-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "DESCUADRE cajon operador " DELIMITED BY SIZE
                  CJV-OPERADOR DELIMITED BY SIZE
                  " fecha " DELIMITED BY SIZE
                  CJV-FECHA DELIMITED BY SIZE
                  " sucursal " DELIMITED BY SIZE
                  CJV-SUCURSAL DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   teorico " DELIMITED BY SIZE
                  CENT-TEORICO-CAJON DELIMITED BY SIZE
                  " contado " DELIMITED BY SIZE
                  CENT-OPERACION DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORME.
       INFORMAR-DESCUADRE-FIN.
           EXIT.

      *> LEE EL CAJON DE CJV-CLAVE (YA CARGADA) EN CAJON-REG
       LEER-CAJON.
           MOVE "N" TO CAJON-EXISTE-SW.
           OPEN INPUT CAJONES.
           IF FSCV <> 00
               GO TO PSYS-ERR.
           READ CAJONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO CAJON-EXISTE-SW
           END-READ.
           CLOSE CAJONES.
       LEER-CAJON-FIN.
           EXIT.

      *> EL CAJON DE HOY DEL OPERADOR FIRMADO, QUE TIENE QUE ESTAR
      *> ABIERTO PARA TRABAJAR CON EL; SI NO, DEJA EL MOTIVO EN
      *> MOTIVO-RECHAZO
       LEER-CAJON-ABIERTO.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           MOVE OPERADOR-SESION TO CJV-OPERADOR.
           MOVE FECHA-HOY       TO CJV-FECHA.
           PERFORM LEER-CAJON THRU LEER-CAJON-FIN.
           IF CAJON-EXISTE-SW = "N"
               MOVE "Abra antes el cajon de hoy" TO MOTIVO-RECHAZO
               GO TO LEER-CAJON-ABIERTO-FIN.
           IF NOT CJV-ABIERTO
               MOVE "El cajon de hoy ya esta arqueado"
                   TO MOTIVO-RECHAZO.
       LEER-CAJON-ABIERTO-FIN.
           EXIT.

       GRABAR-CAJON.
           OPEN I-O CAJONES.
           IF FSCV <> 00
               GO TO PSYS-ERR.
           REWRITE CAJON-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAJONES.
       GRABAR-CAJON-FIN.
           EXIT.

      *> PASA LOS BILLETES TECLEADOS A UNIDADES-W Y DEJA SU VALOR
      *> EN CENT-OPERACION
       SUMAR-UNIDADES.
           MOVE 0 TO CENT-OPERACION.
           MOVE 1 TO IND-DENOM.
       SUMAR-UNIDAD.
           IF IND-DENOM > 6
               GO TO SUMAR-UNIDADES-FIN.
           MOVE UNIDAD-U(IND-DENOM) TO UNIDAD-W(IND-DENOM).
           COMPUTE CENT-OPERACION = CENT-OPERACION
               + (UNIDAD-W(IND-DENOM) * DENOM-TAB(IND-DENOM) * 100).
           ADD 1 TO IND-DENOM.
           GO TO SUMAR-UNIDAD.
       SUMAR-UNIDADES-FIN.
           EXIT.

      *> VALOR DE LO QUE DEBERIA HABER EN EL CAJON
       CALCULAR-TEORICO.
           MOVE 0 TO CENT-TEORICO-CAJON.
           MOVE 1 TO IND-DENOM.
       CALCULAR-TEORICO-DENOM.
           IF IND-DENOM > 6
               GO TO CALCULAR-TEORICO-FIN.
           COMPUTE CENT-TEORICO-CAJON = CENT-TEORICO-CAJON
               + (CJV-TEORICO(IND-DENOM) * DENOM-TAB(IND-DENOM) * 100).
           ADD 1 TO IND-DENOM.
           GO TO CALCULAR-TEORICO-DENOM.
       CALCULAR-TEORICO-FIN.
           EXIT.

      *> EL CAJON TIENE QUE TENER TODOS LOS BILLETES QUE SE SACAN
       COMPROBAR-BILLETES.
           MOVE "N" TO FALTA-BILLETES-SW.
           MOVE 1 TO IND-DENOM.
       COMPROBAR-BILLETE.
           IF IND-DENOM > 6
               GO TO COMPROBAR-BILLETES-FIN.
           IF UNIDAD-W(IND-DENOM) > CJV-TEORICO(IND-DENOM)
               MOVE "S" TO FALTA-BILLETES-SW.
           ADD 1 TO IND-DENOM.
           GO TO COMPROBAR-BILLETE.
       COMPROBAR-BILLETES-FIN.
           EXIT.

       SUMAR-AL-CAJON.
           MOVE 1 TO IND-DENOM.
       SUMAR-AL-CAJON-DENOM.
           IF IND-DENOM > 6
               GO TO SUMAR-AL-CAJON-FIN.
           ADD UNIDAD-W(IND-DENOM) TO CJV-TEORICO(IND-DENOM).
           ADD 1 TO IND-DENOM.
           GO TO SUMAR-AL-CAJON-DENOM.
       SUMAR-AL-CAJON-FIN.
           EXIT.

       RESTAR-DEL-CAJON.
           MOVE 1 TO IND-DENOM.
       RESTAR-DEL-CAJON-DENOM.
           IF IND-DENOM > 6
               GO TO RESTAR-DEL-CAJON-FIN.
           SUBTRACT UNIDAD-W(IND-DENOM) FROM CJV-TEORICO(IND-DENOM).
           ADD 1 TO IND-DENOM.
           GO TO RESTAR-DEL-CAJON-DENOM.
       RESTAR-DEL-CAJON-FIN.
           EXIT.

      *> TARJETA TECLEADA (TARJETA-W) Y DOCUMENTO: LA TARJETA TIENE
      *> QUE EXISTIR (Y ESTAR ACTIVA SI ACTIVA-REQUERIDA-SW), EL
      *> DOCUMENTO SER EL DE LA FICHA DE SU CLIENTE Y LA CUENTA BASE
      *> TENER CORRIENTE OPERATIVA. DEJA EL SALDO EN CENT-SALDO-CTA
      *> Y EL MOTIVO DEL RECHAZO, SI LO HAY, EN MOTIVO-RECHAZO
       IDENTIFICAR-CLIENTE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE "N" TO DNI-FALLIDO-SW.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "La tarjeta no existe" TO MOTIVO-RECHAZO
           END-READ.
           CLOSE TARJETAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO IDENTIFICAR-CLIENTE-FIN.
           IF ACTIVA-REQUERIDA-SW = "S" AND NOT TARJETA-ACTIVA
               MOVE "La tarjeta no esta activa" TO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-CLIENTE-FIN.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE TCLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE SPACES TO CLI-DNI
               MOVE SPACES TO CLI-NOMBRE
           END-READ.
           CLOSE CLIENTES.
           INSPECT DNI-USUARIO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CLI-DNI CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CLI-DNI = SPACES OR CLI-DNI NOT = DNI-USUARIO
               MOVE "El documento no coincide" TO MOTIVO-RECHAZO
               MOVE TARJETA-W TO TARJETA-USUARIO
               MOVE "VENTANILLA ID FALLO" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN
               GO TO IDENTIFICAR-CLIENTE-FIN.

           PERFORM RESOLVER-CUENTA-BASE
               THRU RESOLVER-CUENTA-BASE-FIN.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "La tarjeta no tiene cuenta corriente"
                   TO MOTIVO-RECHAZO
           END-READ.
           CLOSE CUENTAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO IDENTIFICAR-CLIENTE-FIN.
           IF CUENTA-INACTIVA
               MOVE "La cuenta esta inactiva" TO MOTIVO-RECHAZO
               GO TO IDENTIFICAR-CLIENTE-FIN.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           COMPUTE CENT-LIMITE-DESCUBIERTO =
               CTA-LIMITE-DESCUBIERTO * 100.
       IDENTIFICAR-CLIENTE-FIN.
           EXIT.

      *> RESUELVE LA CUENTA BASE DE LA TARJETA COMO BANK4: SI LA
      *> TARJETA NO ESTA EN TITULARES.UBD OPERA SOBRE SUS PROPIAS
      *> CUENTAS. LA REFERENCIA DEL APUNTE LLEVA EL OPERADOR DE
      *> VENTANILLA Y, SI OPERA UNA AUTORIZADA, LA TARJETA (Tarj
      *> NNNN), QUE ES LO QUE MIRA BANK4 PARA SU LIMITE DIARIO
       RESOLVER-CUENTA-BASE.
           MOVE TARJETA-W TO CUENTA-BASE.
           OPEN INPUT TITULARES.
           IF FSTI <> 00
               CLOSE TITULARES
               GO TO RESOLVER-CUENTA-BASE-REF.
           MOVE TARJETA-W TO TIT-TARJETA.
           READ TITULARES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TIT-CUENTA TO CUENTA-BASE
           END-READ.
           CLOSE TITULARES.
       RESOLVER-CUENTA-BASE-REF.
           MOVE OPERADOR-SESION TO OPERADOR-REF-EDIT.
           MOVE SPACES TO REF-TARJETA-OP.
           IF TARJETA-W = CUENTA-BASE
               STRING "Ventanilla op " DELIMITED BY SIZE
                      OPERADOR-REF-EDIT DELIMITED BY SIZE
                 INTO REF-TARJETA-OP
           ELSE
               STRING "Tarj " DELIMITED BY SIZE
                      TARJETA-W DELIMITED BY SIZE
                      " Op " DELIMITED BY SIZE
                      OPERADOR-REF-EDIT DELIMITED BY SIZE
                 INTO REF-TARJETA-OP
           END-IF.
       RESOLVER-CUENTA-BASE-FIN.
           EXIT.

      *> SUMA LAS RETENCIONES PENDIENTES DE LA CUENTA BASE (VER
      *> BANK4): LO RETENIDO NO CUENTA COMO DISPONIBLE
       CONSULTA-RETENIDO-PEND.
           MOVE 0 TO CENT-RETENIDO-PEND.
           OPEN INPUT RETENCIONES.
           IF FSRT <> 00
               CLOSE RETENCIONES
               GO TO CONSULTA-RETENIDO-PEND-FIN.

       LEER-RETENIDO-PEND.
           READ RETENCIONES NEXT RECORD AT END
               CLOSE RETENCIONES
               GO TO CONSULTA-RETENIDO-PEND-FIN.
           IF RET-TARJETA NOT = CUENTA-BASE
               GO TO LEER-RETENIDO-PEND.
           IF NOT RET-PENDIENTE
               GO TO LEER-RETENIDO-PEND.
           COMPUTE CENT-RETENIDO-PEND = CENT-RETENIDO-PEND
               + (FUNCTION ABS(RET-IMPORTE-ENT) * 100)
               + RET-IMPORTE-DEC.
           GO TO LEER-RETENIDO-PEND.

       CONSULTA-RETENIDO-PEND-FIN.
           EXIT.

      *> LIMITE DIARIO DE LA TARJETA OPERANTE, CON LA MISMA
      *> PRECEDENCIA QUE BANK4: PARAMETRO LIMDIARIO, PERFIL DE LA
      *> TARJETA Y, POR DELANTE DE TODO, EL LIMITE TEMPORAL VIGENTE
       CALCULAR-LIMITE-DIARIO.
           MOVE CENT-LIMITE-GENERAL TO CENT-LIMITE-DIARIO.

           IF TPERFIL > 0
               OPEN INPUT PERFILES
               IF FSPE = 00
                   MOVE TPERFIL TO PER-COD
                   READ PERFILES INVALID KEY
                       MOVE 0 TO PER-LIMDIARIO
                   END-READ
                   IF PER-LIMDIARIO > 0
                       MOVE PER-LIMDIARIO TO CENT-LIMITE-DIARIO
                   END-IF
               END-IF
               CLOSE PERFILES
           END-IF.

           MOVE 0 TO CENT-LIMITE-TEMP.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE AHORA-TS-LIM = (ANO * 100000000)
               + (MES * 1000000) + (DIA * 10000)
               + (HORAS * 100) + MINUTOS.
           OPEN INPUT LIMITES.
           IF FSLI <> 00
               CLOSE LIMITES
               GO TO CALCULAR-LIMITE-DIARIO-FIN.
           MOVE TARJETA-W TO LIM-TARJETA.
           MOVE 1         TO LIM-TIPO.
           READ LIMITES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF LIMITE-VIGENTE
                   AND LIM-DESDE <= AHORA-TS-LIM
                   AND LIM-HASTA >= AHORA-TS-LIM
                   MOVE LIM-CENT-VALOR TO CENT-LIMITE-TEMP
               END-IF
           END-READ.
           CLOSE LIMITES.
           IF CENT-LIMITE-TEMP > 0
               MOVE CENT-LIMITE-TEMP TO CENT-LIMITE-DIARIO.
       CALCULAR-LIMITE-DIARIO-FIN.
           EXIT.

      *> LO YA RETIRADO HOY POR LA TARJETA, EN CAJERO O EN
      *> VENTANILLA, CON EL MISMO CRITERIO QUE BANK4: SI OPERA LA
      *> PROPIETARIA SE DESCARTAN LOS APUNTES DE LAS AUTORIZADAS
      *> (Tarj NNNN) Y VICEVERSA
       CONSULTA-RETIRADO-HOY.
           MOVE 0 TO CENT-RETIRADO-HOY.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO CONSULTA-RETIRADO-HOY-FIN.
           MOVE CUENTA-BASE TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA
               INVALID KEY GO TO FIN-RETIRADO-HOY
           END-START.

       LEER-RETIRADO-HOY.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO FIN-RETIRADO-HOY.
           IF MOV-TARJETA NOT = CUENTA-BASE
               GO TO FIN-RETIRADO-HOY.
           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
                                OR MOV-DIA NOT = DIA
               GO TO LEER-RETIRADO-HOY.
           IF MOV-CONCEPTO NOT = MSJ-RETIRADA
               AND MOV-CONCEPTO NOT = MSJ-RETIRADA-VENT
               GO TO LEER-RETIRADO-HOY.
           IF TARJETA-W = CUENTA-BASE
               IF MOV-REFERENCIA(1:5) = "Tarj "
                   GO TO LEER-RETIRADO-HOY
               END-IF
           ELSE
               IF MOV-REFERENCIA(1:21) NOT = REF-TARJETA-OP(1:21)
                   GO TO LEER-RETIRADO-HOY
               END-IF
           END-IF.

           MOVE MOV-IMPORTE-ENT TO MOV-IMPORTE-ENT-R.
           COMPUTE CENT-RETIRADO-HOY = CENT-RETIRADO-HOY
               + (FUNCTION ABS(MOV-IMPORTE-ENT-R) * 100)
               + MOV-IMPORTE-DEC.
           GO TO LEER-RETIRADO-HOY.

       FIN-RETIRADO-HOY.
           CLOSE F-MOVIMIENTOS.
       CONSULTA-RETIRADO-HOY-FIN.
           EXIT.

      *> APUNTE DE CENT-APUNTE CON CONCEPTO-APUNTE EN LA CORRIENTE
      *> DE LA CUENTA BASE, CON EL BLOQUEO DE CUENTA COMO EN
      *> CONTAR_BOLSAS. UN CARGO SE VUELVE A COMPROBAR CONTRA EL
      *> SALDO RELEIDO BAJO EL BLOQUEO; SI YA NO LLEGA, NO SE ANOTA Y
      *> EL MOTIVO QUEDA EN MOTIVO-RECHAZO
       APUNTAR-EN-CUENTA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE CUENTA-BASE TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               MOVE "Cuenta ocupada: intentelo de nuevo"
                   TO MOTIVO-RECHAZO
               GO TO APUNTAR-EN-CUENTA-FIN.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-BASE TO CTA-TARJETA.
           MOVE 1           TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           COMPUTE CENT-LIMITE-DESCUBIERTO =
               CTA-LIMITE-DESCUBIERTO * 100.

           IF CENT-APUNTE < 0
               IF (CENT-SALDO-CTA + CENT-LIMITE-DESCUBIERTO
                   - CENT-RETENIDO-PEND + CENT-APUNTE) < 0
                   CLOSE CUENTAS
                   PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
                   MOVE "Saldo insuficiente" TO MOTIVO-RECHAZO
                   GO TO APUNTAR-EN-CUENTA-FIN
               END-IF
           END-IF.
           ADD CENT-APUNTE TO CENT-SALDO-CTA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
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

           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CUENTA-BASE     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           *> MOV-IMPORTE-ENT lleva el signo; MOV-IMPORTE-DEC va
           *> siempre sin signo
           IF CENT-APUNTE < 0
               COMPUTE MOV-IMPORTE-ENT =
                   - (FUNCTION ABS(CENT-APUNTE) / 100)
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-APUNTE / 100)
           END-IF.
           MOVE FUNCTION MOD(FUNCTION ABS(CENT-APUNTE), 100)
               TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-APUNTE TO MOV-CONCEPTO.
           MOVE REF-TARJETA-OP  TO MOV-REFERENCIA.
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
           MOVE 1 TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> Cuenta reescrita: se suelta el bloqueo
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.
           MOVE LAST-MOV-NUM TO MOV-NUM-W.
       APUNTAR-EN-CUENTA-FIN.
           EXIT.

       MOSTRAR-SALDO-FINAL.
           IF CENT-SALDO-CTA < 0
               DISPLAY "Saldo (descubierto):" AT LINE 13 COL 20
               COMPUTE CENT-MOSTRAR = 0 - CENT-SALDO-CTA
           ELSE
               DISPLAY "Saldo de la cuenta:" AT LINE 13 COL 20
               MOVE CENT-SALDO-CTA TO CENT-MOSTRAR
           END-IF.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY IMP-ENT-EDIT AT LINE 13 COL 42.
           DISPLAY "," AT LINE 13 COL 51.
           DISPLAY IMP-DEC-EDIT AT LINE 13 COL 52.
           DISPLAY "EUR" AT LINE 13 COL 55.
       MOSTRAR-SALDO-FINAL-FIN.
           EXIT.

       EDITAR-IMPORTE.
           COMPUTE IMP-ENT-EDIT = CENT-MOSTRAR / 100.
           MOVE FUNCTION MOD(CENT-MOSTRAR, 100) TO IMP-DEC-EDIT.
       EDITAR-IMPORTE-FIN.
           EXIT.

      *>ANOTA LA RETENCION DEL INGRESO GRANDE EN RETENCIONES.UBD,
      *> SOBRE LA CUENTA BASE, IGUAL QUE BANK5
       REGISTRAR-RETENCION.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "RETENCION" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-RET-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-RET-NUM
           END-READ.
           ADD 1 TO LAST-RET-NUM.
           MOVE LAST-RET-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O RETENCIONES.
           IF FSRT <> 00
               GO TO PSYS-ERR.
           MOVE LAST-RET-NUM   TO RET-NUM.
           MOVE CUENTA-BASE    TO RET-TARJETA.
           MOVE ANO            TO RET-ANO.
           MOVE MES            TO RET-MES.
           MOVE DIA            TO RET-DIA.
           COMPUTE RET-IMPORTE-ENT = CENT-OPERACION / 100.
           MOVE FUNCTION MOD(CENT-OPERACION, 100) TO RET-IMPORTE-DEC.
           MOVE 1              TO RET-ESTADO.
           WRITE RETENCION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RETENCIONES.

           MOVE "S" TO RETENCION-HECHA-SW.
       REGISTRAR-RETENCION-FIN.
           EXIT.

      *> DIARIO DE VENTANILLA: UNA LINEA POR PASO DEL CAJON, CON EL
      *> TIPO EN TIPO-OPERACION-W Y LOS BILLETES EN UNIDADES-W
       ANOTAR-OPERACION-VENT.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "VENTANILLA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-OVE-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-OVE-NUM
           END-READ.
           ADD 1 TO LAST-OVE-NUM.
           MOVE LAST-OVE-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O OPERACIONES-VENT.
           IF FSOV <> 00
               GO TO PSYS-ERR.
           MOVE LAST-OVE-NUM(27:9) TO OVE-NUM.
           MOVE CJV-OPERADOR       TO OVE-CAJON-OPERADOR.
           MOVE CJV-FECHA          TO OVE-CAJON-FECHA.
           MOVE CJV-SUCURSAL       TO OVE-SUCURSAL.
           MOVE TIPO-OPERACION-W   TO OVE-TIPO.
           COMPUTE OVE-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE OVE-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE OPERADOR-SESION    TO OVE-OPERADOR.
           MOVE TARJETA-W          TO OVE-TARJETA.
           MOVE MOV-NUM-W          TO OVE-MOV-NUM.
           MOVE CENT-OPERACION     TO OVE-CENT.
           MOVE UNIDADES-W         TO OVE-DESGLOSE.
           WRITE OPERACION-VENT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE OPERACIONES-VENT.
       ANOTAR-OPERACION-VENT-FIN.
           EXIT.

      *> PARAMETROS QUE LA VENTANILLA COMPARTE CON LOS CAJEROS
       LEER-PARAMETROS-VENTANILLA.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-VENTANILLA-FIN.

           MOVE "BLOQUEOSEG" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 120 TO BLOQUEO-SEG
           NOT INVALID KEY
               MOVE PARAM-VALOR TO BLOQUEO-SEG
           END-READ.

           MOVE "LIMDIARIO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 100000 TO CENT-LIMITE-GENERAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO CENT-LIMITE-GENERAL
           END-READ.

           MOVE "UMBRALRETEN" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 200000 TO CENT-UMBRAL-RETEN
           NOT INVALID KEY
               MOVE PARAM-VALOR TO CENT-UMBRAL-RETEN
           END-READ.

           CLOSE PARAMETROS.
       LEER-PARAMETROS-VENTANILLA-FIN.
           EXIT.

       VOLVER-MENU-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-MENU
           ELSE
               GO TO VOLVER-MENU-ENTER.

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

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Ventanilla - UnizarBank"
               AT LINE 2 COL 28
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
      *> EL CAJON ES DEL OPERADOR FIRMADO
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
