       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_RECLAMACIONES.
       *> Pantalla del servicio de atencion al cliente para el
       *> registro de reclamaciones (reclamaciones.ubd): quejas sobre
       *> el servicio, las comisiones, los cajeros o el personal, que
       *> no son disputas de un movimiento (esas siguen en
       *> GESTION_DISPUTAS). Cada reclamacion va a un cliente (CLI-ID)
       *> y puede citar un MOV-NUM (vivo o archivado), una disputa,
       *> una incidencia de incidencias.ubd o un operador. El plazo
       *> de respuesta se cuenta en dias habiles desde la entrada con
       *> SIGUIENTE_HABIL: RECPLAZOPAGO (15 por defecto) para las
       *> categorias de servicios de pago (operativa, comisiones y
       *> cajeros) y RECPLAZOGENERAL (22 por defecto, un mes) para el
       *> resto. Ciclo de la reclamacion:
       *>   1 recibida
       *>   2 en tramite (admitida y en estudio)
       *>   3 cerrada, con su resultado: 1 a favor del cliente,
       *>     2 parcialmente a favor, 3 en contra, 4 no admitida,
       *>     5 desistida por el cliente
       *> Las vencidas las lista cada noche INFORME_RECLAMACIONES y la
       *> estadistica anual la emite ESTADISTICA_RECLAMACIONES. Cada
       *> paso deja su evento en seguridad.ubd con el operador firmado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRE.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
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
           RECORD KEY IS HIS-NUM
           FILE STATUS IS FSH.

           SELECT OPTIONAL DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-NUM
           FILE STATUS IS FSDS.

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-NUM
           FILE STATUS IS FSIC.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

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

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
       01 RECLAMACION-REG.
           02 REC-NUM               PIC  9(9).
           02 REC-CLIENTE           PIC  9(8).
           02 REC-CATEGORIA         PIC  9(1).
               88 REC-CAT-OPERATIVA  VALUE 1.
               88 REC-CAT-COMISIONES VALUE 2.
               88 REC-CAT-CAJEROS    VALUE 3.
               88 REC-CAT-PERSONAL   VALUE 4.
               88 REC-CAT-SERVICIO   VALUE 5.
               88 REC-CAT-OTRAS      VALUE 6.
               88 REC-CAT-PAGOS      VALUES 1 THRU 3.
           *> Referencias opcionales, a cero si no se citan
           02 REC-MOV-NUM           PIC  9(35).
           02 REC-DISPUTA           PIC  9(9).
           02 REC-INCIDENCIA        PIC  9(9).
           02 REC-OPERADOR-REF      PIC  9(4).
           02 REC-DESCR             PIC X(40).
           02 REC-FECHA-ENTRADA     PIC  9(8).
           02 REC-FECHA-LIMITE      PIC  9(8).
           02 REC-ESTADO            PIC  9(1).
               88 REC-RECIBIDA      VALUE 1.
               88 REC-EN-TRAMITE    VALUE 2.
               88 REC-CERRADA       VALUE 3.
           02 REC-RESULTADO         PIC  9(1).
               88 REC-A-FAVOR       VALUE 1.
               88 REC-PARCIAL       VALUE 2.
               88 REC-EN-CONTRA     VALUE 3.
               88 REC-NO-ADMITIDA   VALUE 4.
               88 REC-DESISTIDA     VALUE 5.
           02 REC-FECHA-RESPUESTA   PIC  9(8).
           02 REC-RESPUESTA         PIC X(40).
           02 REC-OPERADOR-ALTA     PIC  9(4).
           02 REC-OPERADOR-CIERRE   PIC  9(4).

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
           02 HIS-NUM               PIC  9(35).
           02 HIS-TARJETA           PIC  9(16).
           02 HIS-ANO               PIC   9(4).
           02 HIS-MES               PIC   9(2).
           02 HIS-DIA               PIC   9(2).
           02 HIS-HOR               PIC   9(2).
           02 HIS-MIN               PIC   9(2).
           02 HIS-SEG               PIC   9(2).
           02 HIS-IMPORTE-ENT       PIC  S9(7).
           02 HIS-IMPORTE-DEC       PIC   9(2).
           02 HIS-CONCEPTO          PIC  X(35).
           02 HIS-SALDOPOS-ENT      PIC  S9(9).
           02 HIS-SALDOPOS-DEC      PIC   9(2).
           02 HIS-REFERENCIA         PIC  X(30).
           02 HIS-TERMINAL          PIC   9(3).

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
               88 INC-TOTAL         VALUE 9.
           02 INC-DESCR             PIC X(30).
           02 INC-INI-FECHA         PIC  9(8).
           02 INC-INI-HOR           PIC  9(2).
           02 INC-INI-MIN           PIC  9(2).
           02 INC-FIN-FECHA         PIC  9(8).
           02 INC-FIN-HOR           PIC  9(2).
           02 INC-FIN-MIN           PIC  9(2).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

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
       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSRE                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSH                       PIC   X(2).
       77 FSDS                      PIC   X(2).
       77 FSIC                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSOE                      PIC   X(2).
       77 FSG                       PIC   X(2).
       77 FSFN                      PIC   X(2).
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
       77 TARJETA-EVENTO            PIC  9(16).

       77 OPCION-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 RECLAMACION-USUARIO BLANK WHEN ZERO PIC 9(9).

       *> Datos tecleados en el alta
       77 CLIENTE-ALTA BLANK WHEN ZERO PIC 9(8).
       77 CATEGORIA-ALTA BLANK WHEN ZERO PIC 9(1).
       77 MOVIMIENTO-ALTA BLANK WHEN ZERO PIC 9(35).
       77 DISPUTA-ALTA BLANK WHEN ZERO PIC 9(9).
       77 INCIDENCIA-ALTA BLANK WHEN ZERO PIC 9(9).
       77 OPERADOR-ALTA BLANK WHEN ZERO PIC 9(4).
       77 DESCR-ALTA                PIC X(40).
       *> Datos tecleados en el cierre
       77 RESULTADO-CIERRE BLANK WHEN ZERO PIC 9(1).
       77 RESPUESTA-CIERRE          PIC X(40).

       77 LAST-REC-NUM              PIC  9(35).
       77 FECHA-NEGOCIO             PIC  9(8).
       77 CLIENTE-NOMBRE            PIC X(30).
       77 TARJETA-CITADA            PIC  9(16).
       77 ENCONTRADO-SW             PIC  X(1).

       *> Plazos de respuesta en dias habiles, con sus valores por
       *> defecto: servicios de pago y resto de reclamaciones
       77 PLAZO-PAGOS               PIC  9(3) VALUE 15.
       77 PLAZO-GENERAL             PIC  9(3) VALUE 22.
       77 DIAS-PLAZO                PIC  9(3).
       77 DIAS-CONTADOS             PIC  9(3).
       77 JULIANO-PLAZO             PIC  9(9).
       77 FECHA-PLAZO               PIC  9(8).
       77 FECHA-HABIL               PIC  9(8).
       01 FECHA-EDIT.
           02 FEC-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-ANO               PIC  9(4).
       01 FECHA-DESC-W.
           02 FDE-ANO               PIC  9(4).
           02 FDE-MES               PIC  9(2).
           02 FDE-DIA               PIC  9(2).
       01 FECHA-DESC-NUM REDEFINES FECHA-DESC-W PIC 9(8).

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

       01 ACCEPT-ALTA-RECLAMACION.
           05 FILLER LINE 8 COL 5 VALUE "Cliente (CLI-ID):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 35 PIC 9(8) USING CLIENTE-ALTA.
           05 FILLER LINE 9 COL 5
               VALUE "Categoria (1 operativa, 2 comisiones,".
           05 FILLER LINE 10 COL 5
               VALUE "  3 cajeros, 4 personal, 5 servicio, 6 otras):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 53 PIC 9 USING CATEGORIA-ALTA.
           05 FILLER LINE 12 COL 5
               VALUE "Movimiento citado (opcional):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 13 COL 5 PIC 9(35) USING MOVIMIENTO-ALTA.
           05 FILLER LINE 14 COL 5
               VALUE "Disputa citada (opcional):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 35 PIC 9(9) USING DISPUTA-ALTA.
           05 FILLER LINE 15 COL 5
               VALUE "Incidencia citada (opcional):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 15 COL 35 PIC 9(9) USING INCIDENCIA-ALTA.
           05 FILLER LINE 16 COL 5
               VALUE "Operador citado (opcional):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 35 PIC 9(4) USING OPERADOR-ALTA.
           05 FILLER LINE 17 COL 5 VALUE "Motivo:".
           05 FILLER UNDERLINE
               LINE 17 COL 20 PIC X(40) USING DESCR-ALTA.

       01 ACCEPT-NUM-RECLAMACION.
           05 FILLER LINE 8 COL 13 VALUE "Numero de reclamacion:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 8 COL 37 PIC 9(9) USING RECLAMACION-USUARIO.

       01 ACCEPT-CIERRE-RECLAMACION.
           05 FILLER LINE 14 COL 5
               VALUE "Resultado (1 a favor, 2 parcial, 3 en contra,".
           05 FILLER LINE 15 COL 5
               VALUE "  4 no admitida, 5 desistida):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 15 COL 37 PIC 9 USING RESULTADO-CIERRE.
           05 FILLER LINE 17 COL 5 VALUE "Respuesta:".
           05 FILLER UNDERLINE
               LINE 17 COL 20 PIC X(40) USING RESPUESTA-CIERRE.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O RECLAMACIONES CLOSE RECLAMACIONES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM LEER-PARAMETROS-PLAZO
               THRU LEER-PARAMETROS-PLAZO-FIN.

       PANTALLA-RECLAMACIONES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamaciones de clientes" AT LINE 6 COL 28.
           DISPLAY "1 - Registrar reclamacion" AT LINE 9 COL 20.
           DISPLAY "2 - Pasar a tramite" AT LINE 10 COL 20.
           DISPLAY "3 - Cerrar con resultado" AT LINE 11 COL 20.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PANTALLA-RECLAMACIONES-OPCION.
           ACCEPT OPCION-USUARIO AT LINE 24 COL 78 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
               GO TO PANTALLA-RECLAMACIONES-OPCION
           END-ACCEPT.

           IF OPCION-USUARIO = 1
               INITIALIZE CLIENTE-ALTA CATEGORIA-ALTA MOVIMIENTO-ALTA
                   DISPUTA-ALTA INCIDENCIA-ALTA OPERADOR-ALTA
                   DESCR-ALTA
               GO TO ALTA-RECLAMACION.
           IF OPCION-USUARIO = 2 OR OPCION-USUARIO = 3
               GO TO TRATAR-RECLAMACION.
           GO TO PANTALLA-RECLAMACIONES-OPCION.

       ALTA-RECLAMACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar reclamacion" AT LINE 6 COL 29.
           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ALTA-RECLAMACION-DATOS.
           ACCEPT ACCEPT-ALTA-RECLAMACION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-RECLAMACIONES
              END-IF
           END-ACCEPT.
           DISPLAY SPACES AT LINE 20 COL 5 WITH SIZE 70.

           IF CLIENTE-ALTA = 0
               GO TO ALTA-RECLAMACION-DATOS.
           IF CATEGORIA-ALTA < 1 OR CATEGORIA-ALTA > 6
               DISPLAY "Categoria no valida" AT LINE 20 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-RECLAMACION-DATOS.
           IF DESCR-ALTA = SPACES
               DISPLAY "Indique el motivo de la reclamacion"
                   AT LINE 20 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-RECLAMACION-DATOS.

           PERFORM VALIDAR-CLIENTE THRU VALIDAR-CLIENTE-FIN.
           IF ENCONTRADO-SW = "N"
               DISPLAY "El cliente no existe" AT LINE 20 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-RECLAMACION-DATOS.

           *> Las referencias citadas tienen que existir y, las que
           *> van a una tarjeta, ser de una tarjeta del cliente
           MOVE 0 TO TARJETA-EVENTO.
           IF MOVIMIENTO-ALTA NOT = 0
               PERFORM VALIDAR-MOVIMIENTO THRU VALIDAR-MOVIMIENTO-FIN
               IF ENCONTRADO-SW = "N"
                   DISPLAY "Movimiento inexistente o de otro cliente"
                       AT LINE 20 COL 20
                       WITH BACKGROUND-COLOR RED
                   GO TO ALTA-RECLAMACION-DATOS
               END-IF
           END-IF.
           IF DISPUTA-ALTA NOT = 0
               PERFORM VALIDAR-DISPUTA THRU VALIDAR-DISPUTA-FIN
               IF ENCONTRADO-SW = "N"
                   DISPLAY "Disputa inexistente o de otro cliente"
                       AT LINE 20 COL 21
                       WITH BACKGROUND-COLOR RED
                   GO TO ALTA-RECLAMACION-DATOS
               END-IF
           END-IF.
           IF INCIDENCIA-ALTA NOT = 0
               PERFORM VALIDAR-INCIDENCIA THRU VALIDAR-INCIDENCIA-FIN
               IF ENCONTRADO-SW = "N"
                   DISPLAY "La incidencia no existe" AT LINE 20 COL 28
                       WITH BACKGROUND-COLOR RED
                   GO TO ALTA-RECLAMACION-DATOS
               END-IF
           END-IF.
           IF OPERADOR-ALTA NOT = 0
               PERFORM VALIDAR-OPERADOR THRU VALIDAR-OPERADOR-FIN
               IF ENCONTRADO-SW = "N"
                   DISPLAY "El operador no existe" AT LINE 20 COL 29
                       WITH BACKGROUND-COLOR RED
                   GO TO ALTA-RECLAMACION-DATOS
               END-IF
           END-IF.

       NUMERAR-RECLAMACION.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "RECLAMA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-REC-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-REC-NUM
           END-READ.
           ADD 1 TO LAST-REC-NUM.
           MOVE LAST-REC-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.
           IF CATEGORIA-ALTA >= 1 AND CATEGORIA-ALTA <= 3
               MOVE PLAZO-PAGOS TO DIAS-PLAZO
           ELSE
               MOVE PLAZO-GENERAL TO DIAS-PLAZO
           END-IF.
           PERFORM CALCULAR-FECHA-LIMITE
               THRU CALCULAR-FECHA-LIMITE-FIN.

           OPEN I-O RECLAMACIONES.
           IF FSRE <> 00
               GO TO PSYS-ERR.
           INITIALIZE RECLAMACION-REG.
           MOVE LAST-REC-NUM(27:9)  TO REC-NUM.
           MOVE CLIENTE-ALTA        TO REC-CLIENTE.
           MOVE CATEGORIA-ALTA      TO REC-CATEGORIA.
           MOVE MOVIMIENTO-ALTA     TO REC-MOV-NUM.
           MOVE DISPUTA-ALTA        TO REC-DISPUTA.
           MOVE INCIDENCIA-ALTA     TO REC-INCIDENCIA.
           MOVE OPERADOR-ALTA       TO REC-OPERADOR-REF.
           MOVE DESCR-ALTA          TO REC-DESCR.
           MOVE FECHA-NEGOCIO       TO REC-FECHA-ENTRADA.
           MOVE FECHA-PLAZO         TO REC-FECHA-LIMITE.
           MOVE 1                   TO REC-ESTADO.
           MOVE 0                   TO REC-RESULTADO.
           MOVE OPERADOR-SESION     TO REC-OPERADOR-ALTA.
           WRITE RECLAMACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECLAMACIONES.

           MOVE "ALTA RECLAMACION" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamacion registrada con el numero:"
               AT LINE 9 COL 20.
           DISPLAY REC-NUM AT LINE 10 COL 36.
           MOVE REC-FECHA-LIMITE TO FECHA-DESC-NUM.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           DISPLAY "Fecha limite de respuesta:" AT LINE 12 COL 20.
           DISPLAY FECHA-EDIT AT LINE 12 COL 47.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXITO-ENTER.

       TRATAR-RECLAMACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF OPCION-USUARIO = 2
               DISPLAY "Pasar a tramite" AT LINE 6 COL 32.
           IF OPCION-USUARIO = 3
               DISPLAY "Cerrar reclamacion" AT LINE 6 COL 31.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           INITIALIZE RECLAMACION-USUARIO.
           ACCEPT ACCEPT-NUM-RECLAMACION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-RECLAMACIONES
              END-IF
           END-ACCEPT.

           IF RECLAMACION-USUARIO = 0
               GO TO TRATAR-RECLAMACION.

           OPEN I-O RECLAMACIONES.
           IF FSRE <> 00
               GO TO PSYS-ERR.
           MOVE RECLAMACION-USUARIO TO REC-NUM.
           READ RECLAMACIONES INVALID KEY
               CLOSE RECLAMACIONES
               DISPLAY "La reclamacion no existe" AT LINE 20 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO TRATAR-RECLAMACION.

           IF REC-CERRADA
               CLOSE RECLAMACIONES
               DISPLAY "La reclamacion ya esta cerrada"
                   AT LINE 20 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO TRATAR-RECLAMACION.
           IF OPCION-USUARIO = 2 AND REC-EN-TRAMITE
               CLOSE RECLAMACIONES
               DISPLAY "La reclamacion ya esta en tramite"
                   AT LINE 20 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO TRATAR-RECLAMACION.

           PERFORM MOSTRAR-RECLAMACION THRU MOSTRAR-RECLAMACION-FIN.

           IF OPCION-USUARIO = 3
               GO TO CERRAR-RECLAMACION.

           MOVE 2 TO REC-ESTADO.
           REWRITE RECLAMACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECLAMACIONES.
           MOVE 0 TO TARJETA-EVENTO.
           MOVE "RECLAMACION TRAMITE" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           DISPLAY "Reclamacion en tramite" AT LINE 20 COL 29.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXITO-ENTER.

       CERRAR-RECLAMACION.
           INITIALIZE RESULTADO-CIERRE RESPUESTA-CIERRE.

       CERRAR-RECLAMACION-DATOS.
           ACCEPT ACCEPT-CIERRE-RECLAMACION ON EXCEPTION
              IF ESC-PRESSED THEN
                  CLOSE RECLAMACIONES
                  GO TO PANTALLA-RECLAMACIONES
              END-IF
           END-ACCEPT.
           DISPLAY SPACES AT LINE 20 COL 5 WITH SIZE 70.

           IF RESULTADO-CIERRE < 1 OR RESULTADO-CIERRE > 5
               DISPLAY "Resultado no valido" AT LINE 20 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO CERRAR-RECLAMACION-DATOS.
           IF RESPUESTA-CIERRE = SPACES
               DISPLAY "Resuma la respuesta dada al cliente"
                   AT LINE 20 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO CERRAR-RECLAMACION-DATOS.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.
           MOVE 3                TO REC-ESTADO.
           MOVE RESULTADO-CIERRE TO REC-RESULTADO.
           MOVE RESPUESTA-CIERRE TO REC-RESPUESTA.
           MOVE FECHA-NEGOCIO    TO REC-FECHA-RESPUESTA.
           MOVE OPERADOR-SESION  TO REC-OPERADOR-CIERRE.
           REWRITE RECLAMACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECLAMACIONES.

           MOVE 0 TO TARJETA-EVENTO.
           MOVE "RECLAMACION CERRADA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           IF REC-FECHA-RESPUESTA > REC-FECHA-LIMITE
               DISPLAY "Reclamacion cerrada FUERA DE PLAZO"
                   AT LINE 20 COL 23
                   WITH BACKGROUND-COLOR RED
           ELSE
               DISPLAY "Reclamacion cerrada" AT LINE 20 COL 31
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXITO-ENTER.

      *> DATOS DE LA RECLAMACION LEIDA, PARA QUE EL OPERADOR SEPA QUE
      *> CASO TOCA ANTES DE CAMBIARLO
       MOSTRAR-RECLAMACION.
           MOVE REC-CLIENTE TO CLIENTE-ALTA.
           PERFORM VALIDAR-CLIENTE THRU VALIDAR-CLIENTE-FIN.
           DISPLAY "Cliente:" AT LINE 10 COL 5.
           DISPLAY REC-CLIENTE AT LINE 10 COL 20.
           DISPLAY CLIENTE-NOMBRE AT LINE 10 COL 30.
           DISPLAY "Motivo:" AT LINE 11 COL 5.
           DISPLAY REC-DESCR AT LINE 11 COL 20.
           MOVE REC-FECHA-LIMITE TO FECHA-DESC-NUM.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           DISPLAY "Fecha limite:" AT LINE 12 COL 5.
           DISPLAY FECHA-EDIT AT LINE 12 COL 20.
       MOSTRAR-RECLAMACION-FIN.
           EXIT.

       VALIDAR-CLIENTE.
           MOVE "N" TO ENCONTRADO-SW.
           MOVE SPACES TO CLIENTE-NOMBRE.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               CLOSE CLIENTES
               GO TO VALIDAR-CLIENTE-FIN.
           MOVE CLIENTE-ALTA TO CLI-ID.
           READ CLIENTES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO ENCONTRADO-SW
               MOVE CLI-NOMBRE TO CLIENTE-NOMBRE
           END-READ.
           CLOSE CLIENTES.
       VALIDAR-CLIENTE-FIN.
           EXIT.

      *> EL MOVIMIENTO PUEDE ESTAR VIVO O YA ARCHIVADO, IGUAL QUE EN
      *> GESTION_DISPUTAS
       VALIDAR-MOVIMIENTO.
           MOVE "N" TO ENCONTRADO-SW.
           MOVE 0 TO TARJETA-CITADA.

           OPEN I-O F-MOVIMIENTOS CLOSE F-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 00
               MOVE MOVIMIENTO-ALTA TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOV-TARJETA TO TARJETA-CITADA
               END-READ
           END-IF.
           CLOSE F-MOVIMIENTOS.

           IF TARJETA-CITADA = 0
               OPEN I-O HISTORICO CLOSE HISTORICO
               OPEN INPUT HISTORICO
               IF FSH = 00
                   MOVE MOVIMIENTO-ALTA TO HIS-NUM
                   READ HISTORICO INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIS-TARJETA TO TARJETA-CITADA
                   END-READ
               END-IF
               CLOSE HISTORICO
           END-IF.

           IF TARJETA-CITADA = 0
               GO TO VALIDAR-MOVIMIENTO-FIN.
           PERFORM COMPROBAR-TARJETA-CLIENTE
               THRU COMPROBAR-TARJETA-CLIENTE-FIN.
       VALIDAR-MOVIMIENTO-FIN.
           EXIT.

       VALIDAR-DISPUTA.
           MOVE "N" TO ENCONTRADO-SW.
           MOVE 0 TO TARJETA-CITADA.
           OPEN INPUT DISPUTAS.
           IF FSDS = 00
               MOVE DISPUTA-ALTA TO DIS-NUM
               READ DISPUTAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DIS-TARJETA TO TARJETA-CITADA
               END-READ
           END-IF.
           CLOSE DISPUTAS.
           IF TARJETA-CITADA = 0
               GO TO VALIDAR-DISPUTA-FIN.
           PERFORM COMPROBAR-TARJETA-CLIENTE
               THRU COMPROBAR-TARJETA-CLIENTE-FIN.
       VALIDAR-DISPUTA-FIN.
           EXIT.

       VALIDAR-INCIDENCIA.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT INCIDENCIAS.
           IF FSIC = 00
               MOVE INCIDENCIA-ALTA TO INC-NUM
               READ INCIDENCIAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ENCONTRADO-SW
               END-READ
           END-IF.
           CLOSE INCIDENCIAS.
       VALIDAR-INCIDENCIA-FIN.
           EXIT.

       VALIDAR-OPERADOR.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT OPERADORES.
           IF FSOE = 00
               MOVE OPERADOR-ALTA TO OPE-ID
               READ OPERADORES INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ENCONTRADO-SW
               END-READ
           END-IF.
           CLOSE OPERADORES.
       VALIDAR-OPERADOR-FIN.
           EXIT.

      *> LA TARJETA CITADA (TARJETA-CITADA) TIENE QUE SER DEL CLIENTE
      *> DE LA RECLAMACION; QUEDA COMO TARJETA DEL EVENTO
       COMPROBAR-TARJETA-CLIENTE.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE TARJETA-CITADA TO TNUM
               READ TARJETAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TCLIENTE = CLIENTE-ALTA
                       MOVE "S" TO ENCONTRADO-SW
                       MOVE TNUM TO TARJETA-EVENTO
                   END-IF
               END-READ
           END-IF.
           CLOSE TARJETAS.
       COMPROBAR-TARJETA-CLIENTE-FIN.
           EXIT.

      *> FECHA LIMITE = FECHA DE ENTRADA MAS DIAS-PLAZO DIAS HABILES:
      *> SE AVANZA DE UNO EN UNO Y SIGUIENTE_HABIL SALTA LOS FINES DE
      *> SEMANA Y FESTIVOS DE festivos.ubd
       CALCULAR-FECHA-LIMITE.
           MOVE FECHA-NEGOCIO TO FECHA-PLAZO.
           MOVE 0 TO DIAS-CONTADOS.

       CALCULAR-FECHA-LIMITE-DIA.
           IF DIAS-CONTADOS NOT < DIAS-PLAZO
               GO TO CALCULAR-FECHA-LIMITE-FIN.
           COMPUTE JULIANO-PLAZO =
               FUNCTION INTEGER-OF-DATE(FECHA-PLAZO) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-PLAZO)
               TO FECHA-PLAZO.
           CALL "SIGUIENTE_HABIL" USING FECHA-PLAZO FECHA-HABIL.
           MOVE FECHA-HABIL TO FECHA-PLAZO.
           ADD 1 TO DIAS-CONTADOS.
           GO TO CALCULAR-FECHA-LIMITE-DIA.
       CALCULAR-FECHA-LIMITE-FIN.
           EXIT.

       EDITAR-FECHA.
           MOVE FDE-DIA TO FEC-DIA.
           MOVE FDE-MES TO FEC-MES.
           MOVE FDE-ANO TO FEC-ANO.
       EDITAR-FECHA-FIN.
           EXIT.

       LEER-PARAMETROS-PLAZO.
           OPEN I-O PARAMETROS CLOSE PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-PLAZO-FIN.
           MOVE "RECPLAZOPAGO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PLAZO-PAGOS
           END-READ.
           MOVE "RECPLAZOGENERAL" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PLAZO-GENERAL
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-PLAZO-FIN.
           EXIT.

       OBTENER-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-NEGOCIO = (ANO * 10000) + (MES * 100)
               + DIA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN <> 00
               CLOSE FECHANEGOCIO
               GO TO OBTENER-FECHA-NEGOCIO-FIN.
           MOVE 1 TO FNEG-ID.
           READ FECHANEGOCIO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               COMPUTE FECHA-NEGOCIO = (FNEG-ANO * 10000)
                   + (FNEG-MES * 100) + FNEG-DIA
           END-READ.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-NEGOCIO-FIN.
           EXIT.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-RECLAMACIONES
           ELSE
               GO TO EXITO-ENTER.

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

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Reclamaciones - UnizarBank"
               AT LINE 2 COL 27
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
      *> NADIE TOCA RECLAMACIONES SIN QUEDAR IDENTIFICADO
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

      *> EL EVENTO SE DEJA EN EVENTO-TIPO Y LA TARJETA EN
      *> TARJETA-EVENTO ANTES DE HACER ESTE PERFORM
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
           MOVE TARJETA-EVENTO TO SEG-TARJETA.
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
