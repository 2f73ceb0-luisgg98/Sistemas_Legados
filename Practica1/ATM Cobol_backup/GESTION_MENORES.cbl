       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_MENORES.
       *> Pantalla de sucursal para las cuentas de menores de edad
       *> (menores.ubd, por numero de cliente, junto a clientes.ubd
       *> para no tocar su registro): fecha de nacimiento del menor,
       *> hasta 3 clientes tutores y el perfil que tendran sus
       *> tarjetas al cumplir 18 anyos (0 = parametros generales).
       *> Al guardar, todas las tarjetas del menor pasan al perfil de
       *> menores de perfiles.ubd (parametro PERFILMENOR, por defecto
       *> 90), que se crea aqui con limites bajos si todavia no
       *> existe y se ajusta despues en GESTION_PERFILES. Con la
       *> ficha de menor BANK6 no deja transferir a otra entidad,
       *> BANK31 no deja cambiar divisa y BANK12 no genera codigos de
       *> retirada sin tarjeta; los tutores ven el saldo y los
       *> movimientos del menor desde su propia tarjeta (BANK32). La
       *> conversion a la mayoria de edad la hace de noche
       *> MAYORIA_MENORES.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CLIENTE
           FILE STATUS IS FSMN.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL PERFILES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-COD
           FILE STATUS IS FSPE.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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
       *> Ficha del menor; al cumplir 18 anyos MAYORIA_MENORES la
       *> deja en estado 2 como constancia de la conversion
       FD MENORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "menores.ubd".
       01 MENOR-REG.
           02 MEN-CLIENTE           PIC  9(8).
           02 MEN-FECHA-NACIMIENTO  PIC  9(8).
           02 MEN-TUTOR             PIC  9(8) OCCURS 3 TIMES.
           02 MEN-PERFIL-ADULTO     PIC  9(2).
           02 MEN-ESTADO            PIC  9(1).
               88 MEN-MENOR         VALUE 1.
               88 MEN-MAYOR         VALUE 2.
           02 MEN-FECHA-ALTA        PIC  9(8).
           02 MEN-OPERADOR          PIC  9(4).
           02 MEN-FECHA-MAYORIA     PIC  9(8).

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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       77 FSMN                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSPE                      PIC   X(2).
       77 FSP                       PIC   X(2).
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
       77 TARJETA-EVENTO            PIC  9(16) VALUE 0.
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

       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 NACIMIENTO-USUARIO BLANK WHEN ZERO PIC 9(8).
       01 TUTORES-USUARIO.
           02 TUTOR-USUARIO BLANK WHEN ZERO PIC 9(8) OCCURS 3 TIMES.
       77 PERFIL-USUARIO BLANK WHEN ZERO PIC 9(2).

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos aritmeticos)
       77 CLIENTE-W                 PIC  9(8).
       77 NACIMIENTO-W              PIC  9(8).
       77 TUTOR-W                   PIC  9(8).
       77 PERFIL-ADULTO-W           PIC  9(2).

       77 FECHA-HOY                 PIC  9(8).
       77 FECHA-MAYORIA             PIC  9(8).
       77 MENOR-EXISTE-SW           PIC  X(1).
       77 NOMBRE-CLIENTE            PIC X(30).
       77 IND-TUT                   PIC  9(1).
       77 IND-OTRO                  PIC  9(1).
       77 CNT-TUTORES               PIC  9(1).
       77 CNT-TARJETAS              PIC  9(3).

       *> Perfil de limites de los menores (parametro PERFILMENOR)
       *> y limites con los que se crea si todavia no existe
       77 PERFIL-MENOR              PIC  9(2) VALUE 90.
       77 CENT-LIMDIARIO-MENOR      PIC  9(9) VALUE 5000.
       77 CENT-LIMTRF-MENOR         PIC  9(9) VALUE 5000.
       77 CENT-LIMTRFDIA-MENOR      PIC  9(9) VALUE 10000.

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

       01 ACCEPT-CLIENTE-MENOR.
           05 FILLER LINE 8 COL 15 VALUE "Cliente menor de edad:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 8 COL 50 PIC 9(8) USING CLIENTE-USUARIO.

       01 ACCEPT-DATOS-MENOR.
           05 FILLER LINE 11 COL 15
               VALUE "Fecha de nacimiento (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 11 COL 50 PIC 9(8) USING NACIMIENTO-USUARIO.
           05 FILLER LINE 13 COL 15 VALUE "Tutor 1 (cliente):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 50 PIC 9(8) USING TUTOR-USUARIO(1).
           05 FILLER LINE 14 COL 15 VALUE "Tutor 2 (cliente):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 50 PIC 9(8) USING TUTOR-USUARIO(2).
           05 FILLER LINE 15 COL 15 VALUE "Tutor 3 (cliente):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 15 COL 50 PIC 9(8) USING TUTOR-USUARIO(3).
           05 FILLER LINE 17 COL 15
               VALUE "Perfil a los 18 (0 = general):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 17 COL 50 PIC 9(2) USING PERFIL-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O MENORES CLOSE MENORES.
           OPEN I-O PERFILES CLOSE PERFILES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.
           PERFORM LEER-PARAMETROS-MENOR
               THRU LEER-PARAMETROS-MENOR-FIN.

       PANTALLA-MENOR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta de menor de edad y tutores"
               AT LINE 6 COL 24.

           DISPLAY "Enter - Buscar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CLIENTE.
           INITIALIZE CLIENTE-USUARIO.
           ACCEPT ACCEPT-CLIENTE-MENOR ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF CLIENTE-USUARIO = 0
               GO TO ACEPTAR-CLIENTE.
           MOVE CLIENTE-USUARIO TO CLIENTE-W.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-W TO CLI-ID.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "El cliente no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLIENTE.
           MOVE CLI-NOMBRE TO NOMBRE-CLIENTE.
           CLOSE CLIENTES.
           MOVE "L" TO PSU-TIPO.
           MOVE CLIENTE-W TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Cliente de otra sucursal" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLIENTE.

           *> Si ya tiene ficha se traen sus datos para corregirlos
           INITIALIZE NACIMIENTO-USUARIO.
           INITIALIZE TUTORES-USUARIO.
           INITIALIZE PERFIL-USUARIO.
           OPEN INPUT MENORES.
           IF FSMN <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-W TO MEN-CLIENTE.
           READ MENORES INVALID KEY
               MOVE "N" TO MENOR-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO MENOR-EXISTE-SW
           END-READ.
           CLOSE MENORES.

           IF MENOR-EXISTE-SW = "S" AND MEN-MAYOR
               DISPLAY "El cliente ya alcanzo la mayoria de edad"
                   AT LINE 22 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CLIENTE.

           IF MENOR-EXISTE-SW = "S"
               MOVE MEN-FECHA-NACIMIENTO TO NACIMIENTO-USUARIO
               MOVE MEN-TUTOR(1)         TO TUTOR-USUARIO(1)
               MOVE MEN-TUTOR(2)         TO TUTOR-USUARIO(2)
               MOVE MEN-TUTOR(3)         TO TUTOR-USUARIO(3)
               MOVE MEN-PERFIL-ADULTO    TO PERFIL-USUARIO
           END-IF.

       PANTALLA-DATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta de menor de edad y tutores"
               AT LINE 6 COL 24.
           DISPLAY "Cliente:" AT LINE 8 COL 15.
           DISPLAY CLIENTE-W AT LINE 8 COL 50.
           DISPLAY NOMBRE-CLIENTE AT LINE 9 COL 15.

           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           ACCEPT ACCEPT-DATOS-MENOR ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENOR
              END-IF
           END-ACCEPT.

           MOVE NACIMIENTO-USUARIO TO NACIMIENTO-W.
           MOVE PERFIL-USUARIO     TO PERFIL-ADULTO-W.

           *> Tiene que ser hoy menor de edad: nacido antes de hoy y
           *> sin haber cumplido todavia los 18
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE FECHA-MAYORIA = NACIMIENTO-W + 180000.
           IF NACIMIENTO-W = 0
               OR FUNCTION INTEGER-OF-DATE(NACIMIENTO-W) = 0
               OR NACIMIENTO-W > FECHA-HOY
               DISPLAY "Fecha de nacimiento erronea"
                   AT LINE 22 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF FECHA-MAYORIA NOT > FECHA-HOY
               DISPLAY "El cliente ya es mayor de edad"
                   AT LINE 22 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           *> El perfil de adulto, si se indica, tiene que existir y
           *> no puede ser el de menores
           IF PERFIL-ADULTO-W = PERFIL-MENOR
               DISPLAY "Ese es el perfil de menores"
                   AT LINE 22 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF PERFIL-ADULTO-W NOT = 0
               OPEN INPUT PERFILES
               IF FSPE <> 00
                   GO TO PSYS-ERR
               END-IF
               MOVE PERFIL-ADULTO-W TO PER-COD
               READ PERFILES INVALID KEY
                   CLOSE PERFILES
                   DISPLAY "El perfil indicado no existe"
                       AT LINE 22 COL 26
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-DATOS
               END-READ
               CLOSE PERFILES
           END-IF.

           MOVE 0 TO CNT-TUTORES.
           MOVE 1 TO IND-TUT.
           PERFORM VALIDAR-TUTOR THRU VALIDAR-TUTOR-FIN.
           IF IND-TUT NOT = 0
               GO TO ACEPTAR-DATOS.
           IF CNT-TUTORES = 0
               DISPLAY "Indique al menos un tutor"
                   AT LINE 22 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-MENOR.
           PERFORM ASEGURAR-PERFIL-MENOR
               THRU ASEGURAR-PERFIL-MENOR-FIN.

           OPEN I-O MENORES.
           IF FSMN <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-W TO MEN-CLIENTE.
           READ MENORES INVALID KEY
               MOVE "N" TO MENOR-EXISTE-SW
               INITIALIZE MENOR-REG
               MOVE CLIENTE-W TO MEN-CLIENTE
               MOVE FECHA-HOY TO MEN-FECHA-ALTA
           NOT INVALID KEY
               MOVE "S" TO MENOR-EXISTE-SW
           END-READ.

           MOVE NACIMIENTO-W     TO MEN-FECHA-NACIMIENTO.
           MOVE TUTOR-USUARIO(1) TO MEN-TUTOR(1).
           MOVE TUTOR-USUARIO(2) TO MEN-TUTOR(2).
           MOVE TUTOR-USUARIO(3) TO MEN-TUTOR(3).
           MOVE PERFIL-ADULTO-W  TO MEN-PERFIL-ADULTO.
           MOVE 1                TO MEN-ESTADO.
           MOVE OPERADOR-SESION  TO MEN-OPERADOR.
           MOVE 0                TO MEN-FECHA-MAYORIA.
           IF MENOR-EXISTE-SW = "S"
               REWRITE MENOR-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE MENOR-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE MENORES.

           PERFORM ASIGNAR-PERFIL-TARJETAS
               THRU ASIGNAR-PERFIL-TARJETAS-FIN.

           MOVE 0 TO TARJETA-EVENTO.
           IF MENOR-EXISTE-SW = "S"
               MOVE "CAMBIO MENOR" TO EVENTO-TIPO
           ELSE
               MOVE "ALTA MENOR" TO EVENTO-TIPO
           END-IF.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ficha de menor guardada para el cliente:"
               AT LINE 9 COL 18.
           DISPLAY CLIENTE-W AT LINE 9 COL 59.
           DISPLAY NOMBRE-CLIENTE AT LINE 10 COL 18.
           DISPLAY "Tutores:" AT LINE 12 COL 18.
           DISPLAY CNT-TUTORES AT LINE 12 COL 59.
           DISPLAY "Tarjetas con perfil de menores:" AT LINE 13 COL 18.
           DISPLAY CNT-TARJETAS AT LINE 13 COL 59.
           DISPLAY "Mayoria de edad (AAAAMMDD):" AT LINE 14 COL 18.
           DISPLAY FECHA-MAYORIA AT LINE 14 COL 59.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-MENOR
           ELSE
               GO TO EXITO-ENTER.

      *> COMPRUEBA EL TUTOR IND-TUT Y LOS SIGUIENTES: TIENE QUE SER UN
      *> CLIENTE, DISTINTO DEL MENOR, NO REPETIDO Y NO MENOR A SU VEZ.
      *> SI HAY UN ERROR SALE CON IND-TUT DISTINTO DE CERO
       VALIDAR-TUTOR.
           IF TUTOR-USUARIO(IND-TUT) = 0
               GO TO VALIDAR-TUTOR-SIGUIENTE.
           MOVE TUTOR-USUARIO(IND-TUT) TO TUTOR-W.

           IF TUTOR-W = CLIENTE-W
               DISPLAY "El menor no puede ser su propio tutor"
                   AT LINE 22 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TUTOR-FIN.

           MOVE 1 TO IND-OTRO.
       VALIDAR-TUTOR-REPETIDO.
           IF IND-OTRO < IND-TUT
               AND TUTOR-USUARIO(IND-OTRO) = TUTOR-USUARIO(IND-TUT)
               DISPLAY "Tutor repetido" AT LINE 22 COL 33
                   WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TUTOR-FIN.
           ADD 1 TO IND-OTRO.
           IF IND-OTRO < IND-TUT
               GO TO VALIDAR-TUTOR-REPETIDO.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE TUTOR-W TO CLI-ID.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "El tutor no es cliente" AT LINE 22 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TUTOR-FIN.
           CLOSE CLIENTES.

           OPEN INPUT MENORES.
           IF FSMN <> 00
               GO TO PSYS-ERR.
           MOVE TUTOR-W TO MEN-CLIENTE.
           READ MENORES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MEN-MENOR
                   CLOSE MENORES
                   DISPLAY "El tutor es menor de edad"
                       AT LINE 22 COL 27
                       WITH BACKGROUND-COLOR RED
                   GO TO VALIDAR-TUTOR-FIN
               END-IF
           END-READ.
           CLOSE MENORES.
           ADD 1 TO CNT-TUTORES.

       VALIDAR-TUTOR-SIGUIENTE.
           ADD 1 TO IND-TUT.
           IF IND-TUT NOT > 3
               GO TO VALIDAR-TUTOR.
           MOVE 0 TO IND-TUT.
       VALIDAR-TUTOR-FIN.
           EXIT.

      *> EL PERFIL DE MENORES SE CREA CON LIMITES BAJOS LA PRIMERA
      *> VEZ; DESPUES LO MANTIENE LA SUCURSAL EN GESTION_PERFILES
       ASEGURAR-PERFIL-MENOR.
           OPEN I-O PERFILES.
           IF FSPE <> 00
               GO TO PSYS-ERR.
           MOVE PERFIL-MENOR TO PER-COD.
           READ PERFILES INVALID KEY
               INITIALIZE PERFIL-REG
               MOVE PERFIL-MENOR         TO PER-COD
               MOVE "MENORES"            TO PER-NOMBRE
               MOVE CENT-LIMDIARIO-MENOR TO PER-LIMDIARIO
               MOVE CENT-LIMTRF-MENOR    TO PER-LIMTRF
               MOVE CENT-LIMTRFDIA-MENOR TO PER-LIMTRFDIA
               MOVE 0                    TO PER-CLASE-TARIFA
               WRITE PERFIL-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           END-READ.
           CLOSE PERFILES.
       ASEGURAR-PERFIL-MENOR-FIN.
           EXIT.

      *> TODAS LAS TARJETAS DEL MENOR PASAN AL PERFIL DE MENORES
       ASIGNAR-PERFIL-TARJETAS.
           MOVE 0 TO CNT-TARJETAS.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               CLOSE TARJETAS
               GO TO ASIGNAR-PERFIL-TARJETAS-FIN
           END-START.

       ASIGNAR-LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO ASIGNAR-PERFIL-CERRAR.
           IF TCLIENTE NOT = CLIENTE-W
               GO TO ASIGNAR-LEER-TARJETA.
           ADD 1 TO CNT-TARJETAS.
           IF TPERFIL = PERFIL-MENOR
               GO TO ASIGNAR-LEER-TARJETA.
           MOVE PERFIL-MENOR TO TPERFIL.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           GO TO ASIGNAR-LEER-TARJETA.

       ASIGNAR-PERFIL-CERRAR.
           CLOSE TARJETAS.
       ASIGNAR-PERFIL-TARJETAS-FIN.
           EXIT.

       LEER-PARAMETROS-MENOR.
           OPEN I-O PARAMETROS CLOSE PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-MENOR-FIN.
           MOVE "PERFILMENOR" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PERFIL-MENOR
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-MENOR-FIN.
           EXIT.

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
           DISPLAY "Menores de edad - UnizarBank"
               AT LINE 2 COL 26
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
      *> NADIE TOCA LA FICHA SIN QUEDAR IDENTIFICADO
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
