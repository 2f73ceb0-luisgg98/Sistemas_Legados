       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_POSICION.
       *> Posicion global del cliente para atenderle en la sucursal
       *> sin recorrer una pantalla tras otra (GESTION_TARJETAS,
       *> GESTION_TITULARES, GESTION_PRESTAMOS, embargos, plazos,
       *> CONSULTA_HISTORICO...). Se busca por numero de cliente,
       *> por DNI o por una de sus tarjetas y se listan, solo para
       *> consulta:
       *>  - sus tarjetas con su estado y caducidad, y las
       *>    autorizaciones que tienen sobre cuentas de terceros;
       *>  - sus cuentas con saldo, limite de descubierto y estado;
       *>  - prestamos vivos con el capital pendiente, depositos a
       *>    plazo vivos, apartados con saldo y posiciones en divisa;
       *>  - mandatos de adeudo activos y transferencias programadas;
       *>  - disputas y embargos sin cerrar;
       *>  - los ultimos eventos de seguridad de sus tarjetas.
       *> Cada linea lleva en la ultima columna la pantalla donde se
       *> ve o se trata el detalle. No se modifica ningun fichero;
       *> la consulta en si queda en seguridad.ubd con el operador.
       *> Un operador que no es supervisor solo consulta clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
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

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

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

           SELECT OPTIONAL DIVISAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIV-CLAVE
           FILE STATUS IS FSDV.

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

           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-NUM
           FILE STATUS IS FSDS.

           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           FILE STATUS IS FSEB.

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

       DATA DIVISION.
       FILE SECTION.
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
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.
               88 CUENTA-CERRADA    VALUE 3.

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.
               88 TIT-COTITULAR     VALUE 3.

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

       FD DIVISAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisas.ubd".
       01 DIVISA-REG.
           02 DIV-CLAVE.
               03 DIV-TARJETA       PIC 9(16).
               03 DIV-MONEDA        PIC  X(3).
           02 DIV-CENT              PIC S9(11).

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
           02 TRANS-REFERENCIA     PIC  X(30).
           02 TRANS-IBAN-DST       PIC  X(24).
           02 TRANS-NOMBRE-DST     PIC  X(30).

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

       WORKING-STORAGE SECTION.
       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FST                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSTI                      PIC   X(2).
       77 FSPR                      PIC   X(2).
       77 FSPZ                      PIC   X(2).
       77 FSAP                      PIC   X(2).
       77 FSDV                      PIC   X(2).
       77 FSMA                      PIC   X(2).
       77 FSTR                      PIC   X(2).
       77 FSDS                      PIC   X(2).
       77 FSEB                      PIC   X(2).
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
       77 TARJETA-USUARIO           PIC  9(16).

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA)
       77 SUCURSAL-SESION           PIC   9(4) VALUE 1.
       77 SUCURSAL-OK-SW            PIC   X(1).
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       *> CRITERIOS DE BUSQUEDA: MANDA LA TARJETA, DESPUES EL NUMERO
       *> DE CLIENTE Y POR ULTIMO EL DNI
       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 DNI-USUARIO               PIC  X(9).
       77 TARJETA-BUSQUEDA BLANK WHEN ZERO PIC 9(16).
       77 CLIENTE-W                 PIC  9(8).
       77 NOMBRE-W                  PIC X(30).
       77 DNI-W                     PIC  X(9).
       77 MENSAJE-ERROR             PIC X(40).

       *> TARJETAS DEL CLIENTE; UN CLIENTE TIENE POCAS, Y UNA TARJETA
       *> SIN CLIENTE (TCLIENTE = 0) SE CONSULTA SOLA
       01 TABLA-TARJETAS.
           05 TAB-TARJETA           PIC 9(16) OCCURS 10 TIMES.
       77 NUM-TARJETAS              PIC  9(2).
       77 IND-TARJETA               PIC  9(2).
       77 TARJETA-BUSCADA           PIC 9(16).
       77 TARJETA-CLIENTE-SW        PIC  X(1).
       77 TIPO-CUENTA-W             PIC  9(1).

       *> LINEAS DE LA POSICION; SE PAGINAN DE 13 EN 13
       01 TABLA-POSICION.
           05 POS-LINEA             PIC X(79) OCCURS 150 TIMES.
       77 NUM-LINEAS                PIC  9(3).
       77 IND-LINEA                 PIC  9(3).
       77 LINEAS-OMITIDAS           PIC  9(3).
       77 FILA-LISTA                PIC  9(2).
       77 PAGINA-W                  PIC  9(2).
       77 TOTAL-PAGINAS             PIC  9(2).

       01 LINEA-POSICION.
           05 LPOS-CONCEPTO         PIC X(18).
           05 FILLER                PIC  X(1) VALUE SPACE.
           05 LPOS-REFERENCIA       PIC X(16).
           05 FILLER                PIC  X(1) VALUE SPACE.
           05 LPOS-IMPORTE.
               10 LPOS-SIGNO        PIC  X(1).
               10 LPOS-ENT          PIC ZZZZZZZZ9.
               10 FILLER            PIC  X(1) VALUE ",".
               10 LPOS-DEC          PIC  9(2).
           05 LPOS-IMPORTE-X REDEFINES LPOS-IMPORTE PIC X(13).
           05 FILLER                PIC  X(1) VALUE SPACE.
           05 LPOS-DATO             PIC X(10).
           05 FILLER                PIC  X(1) VALUE SPACE.
           05 LPOS-PANTALLA         PIC X(18).

       77 CENT-LINEA                PIC S9(11).
       77 CENT-ABS                  PIC  9(11).
       77 LIMITE-EUR-EDIT           PIC ZZZZ9.
       77 CAD-MES                   PIC  9(2).
       77 CAD-ANO                   PIC  9(4).

       01 FECHA-LINEA-ORD           PIC  9(8).
       01 FECHA-LINEA-PARTES REDEFINES FECHA-LINEA-ORD.
           05 FLIN-ANO              PIC  9(4).
           05 FLIN-MES              PIC  9(2).
           05 FLIN-DIA              PIC  9(2).

       *> ULTIMOS EVENTOS DE SEGURIDAD DE LAS TARJETAS DEL CLIENTE:
       *> SE RECORRE EL FICHERO EN ORDEN DE EVENTO Y SE QUEDAN LOS
       *> CINCO MAS RECIENTES
       01 TABLA-EVENTOS.
           05 EVT-LINEA             PIC X(79) OCCURS 5 TIMES.
       77 NUM-EVENTOS               PIC  9(1).
       77 IND-EVENTO                PIC  9(1).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

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

       01 ACCEPT-BUSQUEDA-CLIENTE.
           05 FILLER LINE 9 COL 10 VALUE "Tarjeta:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 9 COL 30 PIC 9(16) USING TARJETA-BUSQUEDA.
           05 FILLER LINE 11 COL 10 VALUE "Numero de cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 30 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 13 COL 10 VALUE "DNI:".
           05 FILLER UNDERLINE
               LINE 13 COL 30 PIC X(9) USING DNI-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-BUSQUEDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Posicion global del cliente" AT LINE 6 COL 27.
           DISPLAY "Indique uno de los tres datos" AT LINE 7 COL 26.
           DISPLAY "Enter - Consultar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-BUSQUEDA.
           INITIALIZE TARJETA-BUSQUEDA.
           INITIALIZE CLIENTE-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-BUSQUEDA-CLIENTE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.
           IF TARJETA-BUSQUEDA = 0 AND CLIENTE-USUARIO = 0
              AND DNI-USUARIO = SPACES
               GO TO ACEPTAR-BUSQUEDA.

           MOVE SPACES TO MENSAJE-ERROR.
           PERFORM LOCALIZAR-CLIENTE THRU LOCALIZAR-CLIENTE-FIN.
           IF MENSAJE-ERROR NOT = SPACES
               DISPLAY MENSAJE-ERROR AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BUSQUEDA.

           IF CLIENTE-W NOT = 0
               MOVE "L"       TO PSU-TIPO
               MOVE CLIENTE-W TO PSU-ID
           ELSE
               MOVE "T"          TO PSU-TIPO
               MOVE TAB-TARJETA(1) TO PSU-ID
           END-IF.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Cliente de otra sucursal" AT LINE 16 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BUSQUEDA.

           PERFORM CONSTRUIR-POSICION THRU CONSTRUIR-POSICION-FIN.

           *> Queda constancia de quien ha mirado la posicion
           MOVE TAB-TARJETA(1) TO TARJETA-USUARIO.
           MOVE "CONSULTA POSICION" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           COMPUTE TOTAL-PAGINAS = (NUM-LINEAS + 12) / 13.
           IF TOTAL-PAGINAS = 0
               MOVE 1 TO TOTAL-PAGINAS.
           MOVE 1 TO PAGINA-W.
           MOVE 1 TO IND-LINEA.

      *> UNA PAGINA DE LA POSICION: FILAS 9 A 21
       PANTALLA-POSICION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cliente:" AT LINE 6 COL 2.
           DISPLAY CLIENTE-W AT LINE 6 COL 11.
           DISPLAY NOMBRE-W AT LINE 6 COL 21.
           DISPLAY DNI-W AT LINE 6 COL 53.
           DISPLAY "Pag." AT LINE 6 COL 66.
           DISPLAY PAGINA-W AT LINE 6 COL 71.
           DISPLAY "/" AT LINE 6 COL 73.
           DISPLAY TOTAL-PAGINAS AT LINE 6 COL 74.
           DISPLAY "Producto           Referencia             Importe"
               AT LINE 8 COL 1.
           DISPLAY "Dato       Ver en" AT LINE 8 COL 51.
           MOVE 9 TO FILA-LISTA.

       PINTAR-LINEA.
           IF IND-LINEA > NUM-LINEAS OR FILA-LISTA > 21
               GO TO PINTAR-PAGINA-FIN.
           DISPLAY POS-LINEA(IND-LINEA) AT LINE FILA-LISTA COL 1.
           ADD 1 TO IND-LINEA.
           ADD 1 TO FILA-LISTA.
           GO TO PINTAR-LINEA.

       PINTAR-PAGINA-FIN.
           IF NUM-LINEAS = 0
               DISPLAY "El cliente no tiene productos"
                   AT LINE 12 COL 25.
           IF LINEAS-OMITIDAS > 0 AND IND-LINEA > NUM-LINEAS
               DISPLAY "Posicion recortada: hay mas productos"
                   AT LINE 22 COL 21
                   WITH FOREGROUND-COLOR IS YELLOW.
           IF IND-LINEA > NUM-LINEAS
               DISPLAY "Enter - Nueva consulta" AT LINE 24 COL 2
           ELSE
               DISPLAY "Enter - Siguiente pagina" AT LINE 24 COL 2
           END-IF.
           DISPLAY "ESC - Nueva consulta" AT LINE 24 COL 58.

       POSICION-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               ON EXCEPTION
                   IF ESC-PRESSED
                       GO TO PANTALLA-BUSQUEDA
                   END-IF
           END-ACCEPT.
           IF NOT ENTER-PRESSED
               GO TO POSICION-ENTER.
           IF IND-LINEA > NUM-LINEAS
               GO TO PANTALLA-BUSQUEDA.
           ADD 1 TO PAGINA-W.
           GO TO PANTALLA-POSICION.

       FIN.
           STOP RUN.

      *> DEJA EN CLIENTE-W EL CLIENTE BUSCADO Y EN TABLA-TARJETAS SUS
      *> TARJETAS; SI ALGO FALLA DEJA EL AVISO EN MENSAJE-ERROR
       LOCALIZAR-CLIENTE.
           MOVE 0      TO CLIENTE-W.
           MOVE 0      TO NUM-TARJETAS.
           MOVE SPACES TO NOMBRE-W.
           MOVE SPACES TO DNI-W.

           IF TARJETA-BUSQUEDA = 0
               GO TO LOCALIZAR-POR-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               MOVE "La tarjeta no existe" TO MENSAJE-ERROR
               GO TO LOCALIZAR-CLIENTE-FIN.
           MOVE TARJETA-BUSQUEDA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE "La tarjeta no existe" TO MENSAJE-ERROR
               GO TO LOCALIZAR-CLIENTE-FIN.
           MOVE TCLIENTE TO CLIENTE-W.
           MOVE TNOMBRE  TO NOMBRE-W.
           CLOSE TARJETAS.
           *> Tarjeta anterior a la ficha de clientes: se consulta sola
           IF CLIENTE-W = 0
               MOVE 1         TO NUM-TARJETAS
               MOVE TARJETA-BUSQUEDA TO TAB-TARJETA(1)
               GO TO LOCALIZAR-CLIENTE-FIN.
           GO TO LEER-FICHA-CLIENTE.

       LOCALIZAR-POR-CLIENTE.
           IF CLIENTE-USUARIO = 0
               GO TO LOCALIZAR-POR-DNI.
           MOVE CLIENTE-USUARIO TO CLIENTE-W.
           GO TO LEER-FICHA-CLIENTE.

       LOCALIZAR-POR-DNI.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               CLOSE CLIENTES
               MOVE "No hay ningun cliente con ese DNI"
                   TO MENSAJE-ERROR
               GO TO LOCALIZAR-CLIENTE-FIN.
       LEER-CLIENTE-DNI.
           READ CLIENTES NEXT RECORD AT END
               CLOSE CLIENTES
               MOVE "No hay ningun cliente con ese DNI"
                   TO MENSAJE-ERROR
               GO TO LOCALIZAR-CLIENTE-FIN.
           IF CLI-DNI NOT = DNI-USUARIO
               GO TO LEER-CLIENTE-DNI.
           MOVE CLI-ID TO CLIENTE-W.
           CLOSE CLIENTES.

       LEER-FICHA-CLIENTE.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               CLOSE CLIENTES
               GO TO CARGAR-TARJETAS-CLIENTE.
           MOVE CLIENTE-W TO CLI-ID.
           READ CLIENTES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CLI-NOMBRE TO NOMBRE-W
               MOVE CLI-DNI    TO DNI-W
           END-READ.
           CLOSE CLIENTES.

       CARGAR-TARJETAS-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO CARGAR-TARJETAS-FIN.
       LEER-TARJETA-CLIENTE.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO CARGAR-TARJETAS-FIN.
           IF TCLIENTE NOT = CLIENTE-W
               GO TO LEER-TARJETA-CLIENTE.
           IF NUM-TARJETAS < 10
               ADD 1 TO NUM-TARJETAS
               MOVE TNUM TO TAB-TARJETA(NUM-TARJETAS)
               IF NOMBRE-W = SPACES
                   MOVE TNOMBRE TO NOMBRE-W
               END-IF
           END-IF.
           GO TO LEER-TARJETA-CLIENTE.
       CARGAR-TARJETAS-FIN.
           IF NUM-TARJETAS = 0 AND NOMBRE-W = SPACES
               MOVE "El cliente no existe" TO MENSAJE-ERROR
               GO TO LOCALIZAR-CLIENTE-FIN.
           IF NUM-TARJETAS = 0
               MOVE "El cliente no tiene tarjetas" TO MENSAJE-ERROR.
       LOCALIZAR-CLIENTE-FIN.
           EXIT.

      *> RECORRE LOS FICHEROS DE PRODUCTOS UNA SOLA VEZ CADA UNO Y
      *> APUNTA EN TABLA-POSICION LO QUE CUELGA DE LAS TARJETAS DEL
      *> CLIENTE
       CONSTRUIR-POSICION.
           MOVE 0 TO NUM-LINEAS.
           MOVE 0 TO LINEAS-OMITIDAS.
           MOVE SPACES TO TABLA-POSICION.

           PERFORM POS-TARJETAS THRU POS-TARJETAS-FIN.
           PERFORM POS-CUENTAS THRU POS-CUENTAS-FIN.
           PERFORM POS-AUTORIZACIONES THRU POS-AUTORIZACIONES-FIN.
           PERFORM POS-PRESTAMOS THRU POS-PRESTAMOS-FIN.
           PERFORM POS-PLAZOS THRU POS-PLAZOS-FIN.
           PERFORM POS-APARTADOS THRU POS-APARTADOS-FIN.
           PERFORM POS-DIVISAS THRU POS-DIVISAS-FIN.
           PERFORM POS-MANDATOS THRU POS-MANDATOS-FIN.
           PERFORM POS-TRANSFERENCIAS THRU POS-TRANSFERENCIAS-FIN.
           PERFORM POS-DISPUTAS THRU POS-DISPUTAS-FIN.
           PERFORM POS-EMBARGOS THRU POS-EMBARGOS-FIN.
           PERFORM POS-SEGURIDAD THRU POS-SEGURIDAD-FIN.
       CONSTRUIR-POSICION-FIN.
           EXIT.

      *> TARJETAS: ESTADO Y CADUCIDAD (TCADUCIDAD ES AAAAMM)
       POS-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO POS-TARJETAS-FIN.
           MOVE 1 TO IND-TARJETA.
       POS-TARJETA-SIGUIENTE.
           IF IND-TARJETA > NUM-TARJETAS
               CLOSE TARJETAS
               GO TO POS-TARJETAS-FIN.
           MOVE TAB-TARJETA(IND-TARJETA) TO TNUM.
           READ TARJETAS INVALID KEY
               ADD 1 TO IND-TARJETA
               GO TO POS-TARJETA-SIGUIENTE.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           IF TARJETA-BLOQUEADA
               MOVE "Tarjeta bloqueada" TO LPOS-CONCEPTO
           ELSE
               MOVE "Tarjeta activa"    TO LPOS-CONCEPTO
           END-IF.
           MOVE TNUM TO LPOS-REFERENCIA.
           MOVE TCADUCIDAD(1:4) TO CAD-ANO.
           MOVE TCADUCIDAD(5:2) TO CAD-MES.
           STRING "Cad " DELIMITED BY SIZE
                  CAD-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CAD-ANO(3:2) DELIMITED BY SIZE
             INTO LPOS-DATO.
           MOVE "GESTION_TARJETAS" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           ADD 1 TO IND-TARJETA.
           GO TO POS-TARJETA-SIGUIENTE.
       POS-TARJETAS-FIN.
           EXIT.

      *> CUENTAS: SE LEEN POR CLAVE TARJETA + TIPO (1 CORRIENTE,
      *> 2 AHORRO, 3 CREDITO)
       POS-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO POS-CUENTAS-FIN.
           MOVE 1 TO IND-TARJETA.
           MOVE 1 TO TIPO-CUENTA-W.
       POS-CUENTA-SIGUIENTE.
           IF TIPO-CUENTA-W > 3
               ADD 1 TO IND-TARJETA
               MOVE 1 TO TIPO-CUENTA-W.
           IF IND-TARJETA > NUM-TARJETAS
               CLOSE CUENTAS
               GO TO POS-CUENTAS-FIN.
           MOVE TAB-TARJETA(IND-TARJETA) TO CTA-TARJETA.
           MOVE TIPO-CUENTA-W            TO CTA-TIPO.
           ADD 1 TO TIPO-CUENTA-W.
           READ CUENTAS INVALID KEY
               GO TO POS-CUENTA-SIGUIENTE.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           EVALUATE TRUE
               WHEN CTA-CORRIENTE
                   MOVE "Cuenta corriente" TO LPOS-CONCEPTO
                   MOVE "CONSULTA_HISTORICO"    TO LPOS-PANTALLA
               WHEN CTA-AHORRO
                   MOVE "Cuenta de ahorro" TO LPOS-CONCEPTO
                   MOVE "CONSULTA_HISTORICO"    TO LPOS-PANTALLA
               WHEN OTHER
                   MOVE "Cuenta de credito" TO LPOS-CONCEPTO
                   MOVE "GESTION_CREDITO"    TO LPOS-PANTALLA
           END-EVALUATE.
           MOVE CTA-TARJETA TO LPOS-REFERENCIA.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-LINEA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-LINEA = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           EVALUATE TRUE
               WHEN CUENTA-CERRADA
                   MOVE "Cerrada" TO LPOS-DATO
               WHEN CUENTA-INACTIVA
                   MOVE "Inactiva" TO LPOS-DATO
               WHEN CTA-LIMITE-DESCUBIERTO > 0
                   COMPUTE LIMITE-EUR-EDIT =
                       CTA-LIMITE-DESCUBIERTO / 100
                   STRING "Lim " DELIMITED BY SIZE
                          LIMITE-EUR-EDIT DELIMITED BY SIZE
                     INTO LPOS-DATO
               WHEN OTHER
                   MOVE "Operativa" TO LPOS-DATO
           END-EVALUATE.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-CUENTA-SIGUIENTE.
       POS-CUENTAS-FIN.
           EXIT.

      *> CUENTAS DE OTROS SOBRE LAS QUE UNA TARJETA DEL CLIENTE ESTA
      *> AUTORIZADA O ES COTITULAR (VER GESTION_TITULARES)
       POS-AUTORIZACIONES.
           OPEN INPUT TITULARES.
           IF FSTI <> 00
               CLOSE TITULARES
               GO TO POS-AUTORIZACIONES-FIN.
           MOVE 1 TO IND-TARJETA.
       POS-AUTORIZACION-SIGUIENTE.
           IF IND-TARJETA > NUM-TARJETAS
               CLOSE TITULARES
               GO TO POS-AUTORIZACIONES-FIN.
           MOVE TAB-TARJETA(IND-TARJETA) TO TIT-TARJETA.
           ADD 1 TO IND-TARJETA.
           READ TITULARES INVALID KEY
               GO TO POS-AUTORIZACION-SIGUIENTE.
           IF TIT-PROPIETARIO
               GO TO POS-AUTORIZACION-SIGUIENTE.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           IF TIT-COTITULAR
               MOVE "Cotitular en cta" TO LPOS-CONCEPTO
           ELSE
               MOVE "Autorizado en cta" TO LPOS-CONCEPTO
           END-IF.
           MOVE TIT-CUENTA  TO LPOS-REFERENCIA.
           MOVE "GESTION_TITULARES" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-AUTORIZACION-SIGUIENTE.
       POS-AUTORIZACIONES-FIN.
           EXIT.

       POS-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           IF FSPR <> 00
               CLOSE PRESTAMOS
               GO TO POS-PRESTAMOS-FIN.
       POS-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END
               CLOSE PRESTAMOS
               GO TO POS-PRESTAMOS-FIN.
           IF NOT PRE-VIVO
               GO TO POS-LEER-PRESTAMO.
           MOVE PRE-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-PRESTAMO.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE "Prestamo pendiente" TO LPOS-CONCEPTO.
           MOVE PRE-NUM TO LPOS-REFERENCIA.
           MOVE PRE-CENT-PENDIENTE TO CENT-LINEA.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           *> Cuotas pagadas sobre el plazo
           STRING PRE-CUOTAS-PAGADAS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PRE-PLAZO-MESES DELIMITED BY SIZE
             INTO LPOS-DATO.
           MOVE "GESTION_PRESTAMOS" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-PRESTAMO.
       POS-PRESTAMOS-FIN.
           EXIT.

       POS-PLAZOS.
           OPEN INPUT PLAZOS.
           IF FSPZ <> 00
               CLOSE PLAZOS
               GO TO POS-PLAZOS-FIN.
       POS-LEER-PLAZO.
           READ PLAZOS NEXT RECORD AT END
               CLOSE PLAZOS
               GO TO POS-PLAZOS-FIN.
           IF NOT PLZ-VIVO
               GO TO POS-LEER-PLAZO.
           MOVE PLZ-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-PLAZO.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE "Deposito a plazo" TO LPOS-CONCEPTO.
           MOVE PLZ-NUM TO LPOS-REFERENCIA.
           MOVE PLZ-CENT-CAPITAL TO CENT-LINEA.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           MOVE PLZ-FECHA-VENCIMIENTO TO FECHA-LINEA-ORD.
           PERFORM PONER-FECHA THRU PONER-FECHA-FIN.
           MOVE "BANK20" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-PLAZO.
       POS-PLAZOS-FIN.
           EXIT.

      *> APARTADOS: SE LEEN POR CLAVE TARJETA + NUMERO (1 A 9)
       POS-APARTADOS.
           OPEN INPUT APARTADOS.
           IF FSAP <> 00
               CLOSE APARTADOS
               GO TO POS-APARTADOS-FIN.
           MOVE 1 TO IND-TARJETA.
       POS-APARTADOS-TARJETA.
           IF IND-TARJETA > NUM-TARJETAS
               CLOSE APARTADOS
               GO TO POS-APARTADOS-FIN.
           MOVE TAB-TARJETA(IND-TARJETA) TO APA-TARJETA.
           MOVE 0 TO APA-NUM.
           START APARTADOS KEY IS >= APA-CLAVE INVALID KEY
               ADD 1 TO IND-TARJETA
               GO TO POS-APARTADOS-TARJETA.
       POS-LEER-APARTADO.
           READ APARTADOS NEXT RECORD AT END
               ADD 1 TO IND-TARJETA
               GO TO POS-APARTADOS-TARJETA.
           IF APA-TARJETA NOT = TAB-TARJETA(IND-TARJETA)
               ADD 1 TO IND-TARJETA
               GO TO POS-APARTADOS-TARJETA.
           IF APA-CENT = 0
               GO TO POS-LEER-APARTADO.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE "Apartado" TO LPOS-CONCEPTO.
           MOVE APA-NOMBRE TO LPOS-REFERENCIA.
           MOVE APA-CENT TO CENT-LINEA.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           MOVE "BANK21" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-APARTADO.
       POS-APARTADOS-FIN.
           EXIT.

      *> POSICIONES EN DIVISA (IMPORTE EN CENTIMOS DE LA MONEDA)
       POS-DIVISAS.
           OPEN INPUT DIVISAS.
           IF FSDV <> 00
               CLOSE DIVISAS
               GO TO POS-DIVISAS-FIN.
       POS-LEER-DIVISA.
           READ DIVISAS NEXT RECORD AT END
               CLOSE DIVISAS
               GO TO POS-DIVISAS-FIN.
           IF DIV-CENT = 0
               GO TO POS-LEER-DIVISA.
           MOVE DIV-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-DIVISA.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE "Posicion en divisa" TO LPOS-CONCEPTO.
           MOVE DIV-TARJETA TO LPOS-REFERENCIA.
           MOVE DIV-CENT TO CENT-LINEA.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           MOVE DIV-MONEDA TO LPOS-DATO.
           MOVE "BANK31" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-DIVISA.
       POS-DIVISAS-FIN.
           EXIT.

      *> MANDATOS DE ADEUDO ACTIVOS, POR CLAVE TARJETA + ACREEDOR
       POS-MANDATOS.
           OPEN INPUT MANDATOS.
           IF FSMA <> 00
               CLOSE MANDATOS
               GO TO POS-MANDATOS-FIN.
           MOVE 1 TO IND-TARJETA.
       POS-MANDATOS-TARJETA.
           IF IND-TARJETA > NUM-TARJETAS
               CLOSE MANDATOS
               GO TO POS-MANDATOS-FIN.
           MOVE TAB-TARJETA(IND-TARJETA) TO MAN-TARJETA.
           MOVE LOW-VALUES TO MAN-ACREEDOR.
           START MANDATOS KEY IS >= MAN-CLAVE INVALID KEY
               ADD 1 TO IND-TARJETA
               GO TO POS-MANDATOS-TARJETA.
       POS-LEER-MANDATO.
           READ MANDATOS NEXT RECORD AT END
               ADD 1 TO IND-TARJETA
               GO TO POS-MANDATOS-TARJETA.
           IF MAN-TARJETA NOT = TAB-TARJETA(IND-TARJETA)
               ADD 1 TO IND-TARJETA
               GO TO POS-MANDATOS-TARJETA.
           IF NOT MAN-ACTIVO
               GO TO POS-LEER-MANDATO.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE MAN-NOMBRE TO LPOS-CONCEPTO.
           MOVE MAN-ACREEDOR TO LPOS-REFERENCIA.
           MOVE MAN-FECHA-ALTA TO FECHA-LINEA-ORD.
           PERFORM PONER-FECHA THRU PONER-FECHA-FIN.
           MOVE "BANK26" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-MANDATO.
       POS-MANDATOS-FIN.
           EXIT.

      *> BANK10 BORRA LAS TRANSFERENCIAS YA EJECUTADAS: LO QUE QUEDA
      *> EN EL FICHERO ESTA TODAVIA PROGRAMADO; LA FECHA ES LA DE LA
      *> PROXIMA EJECUCION
       POS-TRANSFERENCIAS.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTR <> 00
               CLOSE TRANSFERENCIAS
               GO TO POS-TRANSFERENCIAS-FIN.
       POS-LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS NEXT RECORD AT END
               CLOSE TRANSFERENCIAS
               GO TO POS-TRANSFERENCIAS-FIN.
           MOVE TRANS-TARJETA-ORD TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-TRANSFERENCIA.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE "Transf. programada" TO LPOS-CONCEPTO.
           MOVE TRANS-NUM(20:16) TO LPOS-REFERENCIA.
           COMPUTE CENT-LINEA = (TRANS-IMPORTE-ENT * 100)
                                + TRANS-IMPORTE-DEC.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           COMPUTE FECHA-LINEA-ORD = (TRANS-ANO * 10000)
                                   + (TRANS-MES * 100) + TRANS-DIA.
           PERFORM PONER-FECHA THRU PONER-FECHA-FIN.
           MOVE "BANK9" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-TRANSFERENCIA.
       POS-TRANSFERENCIAS-FIN.
           EXIT.

      *> DISPUTAS SIN RESOLVER (ABIERTAS O CON ABONO PROVISIONAL)
       POS-DISPUTAS.
           OPEN INPUT DISPUTAS.
           IF FSDS <> 00
               CLOSE DISPUTAS
               GO TO POS-DISPUTAS-FIN.
       POS-LEER-DISPUTA.
           READ DISPUTAS NEXT RECORD AT END
               CLOSE DISPUTAS
               GO TO POS-DISPUTAS-FIN.
           IF NOT DIS-ABIERTA AND NOT DIS-ABONADA
               GO TO POS-LEER-DISPUTA.
           MOVE DIS-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-DISPUTA.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           IF DIS-ABONADA
               MOVE "Disputa abonada" TO LPOS-CONCEPTO
           ELSE
               MOVE "Disputa abierta" TO LPOS-CONCEPTO
           END-IF.
           MOVE DIS-NUM TO LPOS-REFERENCIA.
           MOVE DIS-CENT TO CENT-LINEA.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           MOVE DIS-FECHA-APERTURA TO FECHA-LINEA-ORD.
           PERFORM PONER-FECHA THRU PONER-FECHA-FIN.
           MOVE "GESTION_DISPUTAS" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-DISPUTA.
       POS-DISPUTAS-FIN.
           EXIT.

      *> EMBARGOS SIN CERRAR: IMPORTE RECLAMADO
       POS-EMBARGOS.
           OPEN INPUT EMBARGOS.
           IF FSEB <> 00
               CLOSE EMBARGOS
               GO TO POS-EMBARGOS-FIN.
       POS-LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD AT END
               CLOSE EMBARGOS
               GO TO POS-EMBARGOS-FIN.
           IF EMB-CERRADO
               GO TO POS-LEER-EMBARGO.
           MOVE EMB-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-EMBARGO.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE "Embargo" TO LPOS-CONCEPTO.
           MOVE EMB-EXPEDIENTE TO LPOS-REFERENCIA.
           MOVE EMB-CENT-RECLAMADO TO CENT-LINEA.
           PERFORM PONER-IMPORTE THRU PONER-IMPORTE-FIN.
           IF EMB-PAGO-ORDENADO
               MOVE "Pago orden" TO LPOS-DATO
           ELSE
               MOVE "Abierto" TO LPOS-DATO
           END-IF.
           MOVE "GESTION_EMBARGOS" TO LPOS-PANTALLA.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           GO TO POS-LEER-EMBARGO.
       POS-EMBARGOS-FIN.
           EXIT.

      *> ULTIMOS CINCO EVENTOS DE SEGURIDAD DE LAS TARJETAS DEL
      *> CLIENTE; SE APUNTAN AL FINAL DE LA POSICION
       POS-SEGURIDAD.
           MOVE 0 TO NUM-EVENTOS.
           MOVE SPACES TO TABLA-EVENTOS.
           OPEN INPUT SEGURIDAD.
           IF FSG <> 00
               CLOSE SEGURIDAD
               GO TO POS-SEGURIDAD-FIN.
       POS-LEER-EVENTO.
           READ SEGURIDAD NEXT RECORD AT END
               CLOSE SEGURIDAD
               GO TO POS-APUNTAR-EVENTOS.
           MOVE SEG-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-CLIENTE-SW = "N"
               GO TO POS-LEER-EVENTO.
           PERFORM LIMPIAR-LINEA THRU LIMPIAR-LINEA-FIN.
           MOVE SEG-TIPO TO LPOS-CONCEPTO.
           MOVE SEG-TARJETA TO LPOS-REFERENCIA.
           COMPUTE FECHA-LINEA-ORD = (SEG-ANO * 10000)
                                   + (SEG-MES * 100) + SEG-DIA.
           PERFORM PONER-FECHA THRU PONER-FECHA-FIN.
           MOVE "CONSULTA_SEGURIDAD" TO LPOS-PANTALLA.
           IF NUM-EVENTOS < 5
               ADD 1 TO NUM-EVENTOS
           ELSE
               MOVE EVT-LINEA(2) TO EVT-LINEA(1)
               MOVE EVT-LINEA(3) TO EVT-LINEA(2)
               MOVE EVT-LINEA(4) TO EVT-LINEA(3)
               MOVE EVT-LINEA(5) TO EVT-LINEA(4)
           END-IF.
           MOVE LINEA-POSICION TO EVT-LINEA(NUM-EVENTOS).
           GO TO POS-LEER-EVENTO.

       POS-APUNTAR-EVENTOS.
           MOVE NUM-EVENTOS TO IND-EVENTO.
       POS-APUNTAR-EVENTO.
           IF IND-EVENTO = 0
               GO TO POS-SEGURIDAD-FIN.
           MOVE EVT-LINEA(IND-EVENTO) TO LINEA-POSICION.
           PERFORM APUNTAR-LINEA THRU APUNTAR-LINEA-FIN.
           SUBTRACT 1 FROM IND-EVENTO.
           GO TO POS-APUNTAR-EVENTO.
       POS-SEGURIDAD-FIN.
           EXIT.

      *> TARJETA-CLIENTE-SW = "S" SI TARJETA-BUSCADA ES DEL CLIENTE
       ES-TARJETA-CLIENTE.
           MOVE "N" TO TARJETA-CLIENTE-SW.
           MOVE 1 TO IND-TARJETA.
       ES-TARJETA-CLIENTE-BUCLE.
           IF IND-TARJETA > NUM-TARJETAS
               GO TO ES-TARJETA-CLIENTE-FIN.
           IF TAB-TARJETA(IND-TARJETA) = TARJETA-BUSCADA
               MOVE "S" TO TARJETA-CLIENTE-SW
               GO TO ES-TARJETA-CLIENTE-FIN.
           ADD 1 TO IND-TARJETA.
           GO TO ES-TARJETA-CLIENTE-BUCLE.
       ES-TARJETA-CLIENTE-FIN.
           EXIT.

       LIMPIAR-LINEA.
           MOVE SPACES TO LPOS-CONCEPTO.
           MOVE SPACES TO LPOS-REFERENCIA.
           MOVE SPACES TO LPOS-IMPORTE-X.
           MOVE SPACES TO LPOS-DATO.
           MOVE SPACES TO LPOS-PANTALLA.
       LIMPIAR-LINEA-FIN.
           EXIT.

      *> IMPORTE CON SIGNO DE CENT-LINEA EN LA COLUMNA DE IMPORTE
       PONER-IMPORTE.
           IF CENT-LINEA < 0
               MOVE "-" TO LPOS-SIGNO
               COMPUTE CENT-ABS = - CENT-LINEA
           ELSE
               MOVE " " TO LPOS-SIGNO
               MOVE CENT-LINEA TO CENT-ABS
           END-IF.
           COMPUTE LPOS-ENT = CENT-ABS / 100.
           MOVE FUNCTION MOD(CENT-ABS, 100) TO LPOS-DEC.
           MOVE "," TO LPOS-IMPORTE-X(11:1).
       PONER-IMPORTE-FIN.
           EXIT.

      *> FECHA-LINEA-ORD (AAAAMMDD) COMO DD/MM/AAAA EN LA COLUMNA DE
      *> DATO
       PONER-FECHA.
           IF FECHA-LINEA-ORD = 0
               GO TO PONER-FECHA-FIN.
           STRING FLIN-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FLIN-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FLIN-ANO DELIMITED BY SIZE
             INTO LPOS-DATO.
       PONER-FECHA-FIN.
           EXIT.

       APUNTAR-LINEA.
           IF NUM-LINEAS >= 150
               ADD 1 TO LINEAS-OMITIDAS
               GO TO APUNTAR-LINEA-FIN.
           ADD 1 TO NUM-LINEAS.
           MOVE LINEA-POSICION TO POS-LINEA(NUM-LINEAS).
       APUNTAR-LINEA-FIN.
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
           DISPLAY "Posicion del cliente - UnizarBank"
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
      *> NADIE CONSULTA LA POSICION DE UN CLIENTE SIN QUEDAR
      *> IDENTIFICADO EN SEGURIDAD.UBD
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
