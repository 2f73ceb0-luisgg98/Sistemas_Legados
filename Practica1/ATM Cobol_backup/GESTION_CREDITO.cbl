       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_CREDITO.
       *> Pantalla de sucursal para dar de alta o modificar la linea
       *> de credito de una tarjeta. La tarjeta de credito opera
       *> sobre una tercera cuenta en cuentas.ubd (CTA-TIPO 3, junto
       *> a la corriente y la de ahorro): su saldo es siempre cero o
       *> negativo, lo dispuesto, y CTA-LIMITE-DESCUBIERTO es el
       *> limite de credito, de modo que los cajeros comprueban el
       *> disponible igual que con el descubierto de la corriente.
       *> Las condiciones del ciclo van en creditos.ubd: dia de
       *> corte del extracto (1-28), dias desde el corte hasta el
       *> cargo, modalidad de pago (1 total, 2 cuota fija en euros,
       *> 3 porcentaje de lo dispuesto) y tipo anual del aplazado.
       *> LIQUIDAR_CREDITO emite el extracto en el corte y cobra de la
       *> cuenta corriente en el vencimiento. Mientras la tarjeta
       *> tenga el credito activo, BANK4 y BANK15 cargan sus
       *> retiradas y compras en la cuenta de credito. Solo se puede
       *> cancelar un credito sin nada dispuesto.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSCR.

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
       *> Condiciones y estado del ciclo de la tarjeta de credito; el
       *> limite no va aqui sino en la cuenta de credito
       FD CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
       01 CREDITO-REG.
           02 CRD-TARJETA           PIC 9(16).
           02 CRD-DIA-CORTE         PIC  9(2).
           02 CRD-DIAS-PAGO         PIC  9(2).
           02 CRD-MODALIDAD         PIC  9(1).
               88 CRD-PAGO-TOTAL      VALUE 1.
               88 CRD-PAGO-FIJO       VALUE 2.
               88 CRD-PAGO-PORCENTAJE VALUE 3.
           02 CRD-CENT-FIJO         PIC  9(9).
           02 CRD-PORCENTAJE        PIC  9(3).
           *> Tipo anual del aplazado por 10000, como prestamos.ubd
           02 CRD-TASA-ANUAL-X10000 PIC  9(6).
           02 CRD-ESTADO            PIC  9(1).
               88 CRD-ACTIVO        VALUE 1.
               88 CRD-CANCELADO     VALUE 2.
           *> Ultimo extracto: fecha de corte, ultimo movimiento que
           *> entro, lo dispuesto al corte, lo que se cobrara y cuando
           02 CRD-FECHA-CORTE       PIC  9(8).
           02 CRD-ULTIMO-MOV-CORTE  PIC  9(35).
           02 CRD-CENT-EXTRACTO     PIC  9(9).
           02 CRD-CENT-A-PAGAR      PIC  9(9).
           02 CRD-FECHA-VENCIMIENTO PIC  9(8).
           02 CRD-COBRO             PIC  9(1).
               88 CRD-SIN-EXTRACTO    VALUE 0.
               88 CRD-COBRO-PENDIENTE VALUE 1.
               88 CRD-COBRO-HECHO     VALUE 2.
           *> Parte del extracto que quedo sin pagar en el ultimo
           *> vencimiento y devenga intereses hasta el corte siguiente
           02 CRD-CENT-APLAZADO     PIC  9(9).

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
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

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

       77 FSCR                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
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

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED         VALUE    0.
           88 ESC-PRESSED           VALUE 2005.
       77 PRESSED-KEY   BLANK WHEN ZERO            PIC   9(4).

       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 LIMITE-USUARIO  BLANK WHEN ZERO PIC  9(7).
       77 CORTE-USUARIO   BLANK WHEN ZERO PIC  9(2).
       77 DIASPAGO-USUARIO BLANK WHEN ZERO PIC 9(2).
       *> Modalidad: 1 total, 2 cuota fija, 3 porcentaje
       77 MODALIDAD-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 FIJO-USUARIO    BLANK WHEN ZERO PIC  9(7).
       77 PORCENTAJE-USUARIO BLANK WHEN ZERO PIC 9(3).
       *> Tasa anual en centesimas de punto: 1800 = 18,00 % anual
       77 TASA-USUARIO    BLANK WHEN ZERO PIC  9(4).
       *> Estado: 1 activo (o en blanco), 2 cancelar
       77 ESTADO-USUARIO  BLANK WHEN ZERO PIC  9(1).

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos aritmeticos)
       77 LIMITE-W                  PIC  9(7).
       77 CORTE-W                   PIC  9(2).
       77 DIASPAGO-W                PIC  9(2).
       77 MODALIDAD-W               PIC  9(1).
       77 FIJO-W                    PIC  9(7).
       77 PORCENTAJE-W              PIC  9(3).
       77 TASA-W                    PIC  9(4).
       77 ESTADO-W                  PIC  9(1).

       77 CRD-EXISTE-SW             PIC  X(1).
       77 CTA-EXISTE-SW             PIC  X(1).
       77 CENT-DISPUESTO            PIC  9(11).

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

       01 ACCEPT-DATOS-CREDITO.
           05 FILLER LINE 8 COL 15 VALUE "Numero de tarjeta:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 46 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 10 COL 15 VALUE "Limite de credito (EUR):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 46 PIC 9(7) USING LIMITE-USUARIO.
           05 FILLER LINE 11 COL 15 VALUE "Dia de corte (1-28):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 46 PIC 9(2) USING CORTE-USUARIO.
           05 FILLER LINE 12 COL 15 VALUE "Dias hasta el cargo (1-25):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 46 PIC 9(2) USING DIASPAGO-USUARIO.
           05 FILLER LINE 13 COL 15
               VALUE "Pago (1=total 2=fijo 3=%):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 46 PIC 9(1) USING MODALIDAD-USUARIO.
           05 FILLER LINE 14 COL 15 VALUE "Cuota fija (EUR):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 46 PIC 9(7) USING FIJO-USUARIO.
           05 FILLER LINE 15 COL 15 VALUE "Porcentaje (1-100):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 15 COL 46 PIC 9(3) USING PORCENTAJE-USUARIO.
           05 FILLER LINE 16 COL 15
               VALUE "Tasa aplazado (cent. de punto):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 50 PIC 9(4) USING TASA-USUARIO.
           05 FILLER LINE 18 COL 15
               VALUE "Estado (1=activo, 2=cancelar):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 18 COL 50 PIC 9(1) USING ESTADO-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CREDITOS CLOSE CREDITOS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-CREDITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de credito" AT LINE 6 COL 25.

           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE LIMITE-USUARIO.
           INITIALIZE CORTE-USUARIO.
           INITIALIZE DIASPAGO-USUARIO.
           INITIALIZE MODALIDAD-USUARIO.
           INITIALIZE FIJO-USUARIO.
           INITIALIZE PORCENTAJE-USUARIO.
           INITIALIZE TASA-USUARIO.
           INITIALIZE ESTADO-USUARIO.
           ACCEPT ACCEPT-DATOS-CREDITO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF TARJETA-USUARIO = 0
               GO TO ACEPTAR-DATOS.

           MOVE LIMITE-USUARIO     TO LIMITE-W.
           MOVE CORTE-USUARIO      TO CORTE-W.
           MOVE DIASPAGO-USUARIO   TO DIASPAGO-W.
           MOVE MODALIDAD-USUARIO  TO MODALIDAD-W.
           MOVE FIJO-USUARIO       TO FIJO-W.
           MOVE PORCENTAJE-USUARIO TO PORCENTAJE-W.
           MOVE TASA-USUARIO       TO TASA-W.
           MOVE ESTADO-USUARIO     TO ESTADO-W.

           IF ESTADO-W = 0
               MOVE 1 TO ESTADO-W.
           IF ESTADO-W = 2
               GO TO VALIDAR-TARJETA.

           *> El corte se limita a 1-28 para que caiga todos los
           *> meses, tambien en febrero
           IF LIMITE-W = 0 OR CORTE-W < 1 OR CORTE-W > 28
               DISPLAY "Indique limite y dia de corte entre 1 y 28"
                   AT LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           *> El cargo tiene que caer antes del corte siguiente
           IF DIASPAGO-W = 0
               MOVE 15 TO DIASPAGO-W.
           IF DIASPAGO-W > 25
               DISPLAY "Los dias hasta el cargo no pueden pasar de 25"
                   AT LINE 22 COL 18
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF MODALIDAD-W = 0
               MOVE 1 TO MODALIDAD-W.
           IF MODALIDAD-W > 3
               OR (MODALIDAD-W = 2 AND FIJO-W = 0)
               OR (MODALIDAD-W = 3
                   AND (PORCENTAJE-W = 0 OR PORCENTAJE-W > 100))
               DISPLAY "Modalidad de pago incompleta o erronea"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       VALIDAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF TARJETA-BLOQUEADA
               CLOSE TARJETAS
               DISPLAY "La tarjeta esta bloqueada"
                   AT LINE 22 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           CLOSE TARJETAS.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       LEER-CREDITO.
           OPEN I-O CREDITOS.
           IF FSCR <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CRD-TARJETA.
           READ CREDITOS INVALID KEY
               MOVE "N" TO CRD-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CRD-EXISTE-SW
           END-READ.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               CLOSE CREDITOS
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           MOVE 3               TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO CTA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CTA-EXISTE-SW
           END-READ.

           *> Lo dispuesto es el saldo negativo de la cuenta de credito
           MOVE 0 TO CENT-DISPUESTO.
           IF CTA-EXISTE-SW = "S" AND CTA-SALDO-ENT < 0
               COMPUTE CENT-DISPUESTO =
                   (FUNCTION ABS(CTA-SALDO-ENT) * 100) + CTA-SALDO-DEC.

           IF ESTADO-W = 2
               GO TO CANCELAR-CREDITO.

           *> El limite nuevo no puede quedar por debajo de lo ya
           *> dispuesto
           IF (LIMITE-W * 100) < CENT-DISPUESTO
               CLOSE CUENTAS
               CLOSE CREDITOS
               DISPLAY "El limite no cubre lo ya dispuesto"
                   AT LINE 22 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-CREDITO.
           IF CRD-EXISTE-SW = "N"
               INITIALIZE CREDITO-REG
               MOVE TARJETA-USUARIO TO CRD-TARJETA
           END-IF.
           MOVE CORTE-W        TO CRD-DIA-CORTE.
           MOVE DIASPAGO-W     TO CRD-DIAS-PAGO.
           MOVE MODALIDAD-W    TO CRD-MODALIDAD.
           COMPUTE CRD-CENT-FIJO = FIJO-W * 100.
           MOVE PORCENTAJE-W   TO CRD-PORCENTAJE.
           COMPUTE CRD-TASA-ANUAL-X10000 = TASA-W * 100.
           MOVE 1              TO CRD-ESTADO.
           IF CRD-EXISTE-SW = "S"
               REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CREDITOS.

           IF CTA-EXISTE-SW = "N"
               MOVE TARJETA-USUARIO TO CTA-TARJETA
               MOVE 3               TO CTA-TIPO
               MOVE 0               TO CTA-SALDO-ENT
               MOVE 0               TO CTA-SALDO-DEC
               MOVE 0               TO CTA-ULTIMO-MOV
           END-IF.
           MOVE LIMITE-W TO CTA-LIMITE-DESCUBIERTO.
           MOVE 1        TO CTA-ESTADO.
           IF CTA-EXISTE-SW = "S"
               REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CUENTAS.

           *> Quien concede o cambia el credito queda identificado
           IF CRD-EXISTE-SW = "S"
               MOVE "MODIF CREDITO" TO EVENTO-TIPO
           ELSE
               MOVE "ALTA CREDITO" TO EVENTO-TIPO
           END-IF.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Credito registrado para la tarjeta:"
               AT LINE 9 COL 22.
           DISPLAY TARJETA-USUARIO AT LINE 10 COL 32.
           DISPLAY "Limite (EUR):" AT LINE 12 COL 22.
           DISPLAY LIMITE-W AT LINE 12 COL 50.
           DISPLAY "Dia de corte:" AT LINE 13 COL 22.
           DISPLAY CORTE-W AT LINE 13 COL 50.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXITO-ENTER.

      *> LA CANCELACION SOLO SE ADMITE SIN NADA DISPUESTO: LA CUENTA
      *> DE CREDITO QUEDA INACTIVA Y LAS TARJETAS VUELVEN A CARGAR EN
      *> LA CUENTA CORRIENTE
       CANCELAR-CREDITO.
           IF CRD-EXISTE-SW = "N"
               CLOSE CUENTAS
               CLOSE CREDITOS
               DISPLAY "La tarjeta no tiene credito"
                   AT LINE 22 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF CENT-DISPUESTO > 0
               CLOSE CUENTAS
               CLOSE CREDITOS
               DISPLAY "Hay saldo dispuesto, no se puede cancelar"
                   AT LINE 22 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           MOVE 2 TO CRD-ESTADO.
           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CREDITOS.
           IF CTA-EXISTE-SW = "S"
               MOVE 2 TO CTA-ESTADO
               REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CUENTAS.

           MOVE "BAJA CREDITO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Credito cancelado para la tarjeta:"
               AT LINE 9 COL 22.
           DISPLAY TARJETA-USUARIO AT LINE 10 COL 32.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-CREDITO
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
           DISPLAY "Tarjetas de credito - UnizarBank"
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
      *> NADIE TOCA DINERO SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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
