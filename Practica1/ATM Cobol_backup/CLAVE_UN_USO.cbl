       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVE_UN_USO.
       *> Subprograma comun de la clave de confirmacion de un solo
       *> uso que piden las operaciones de riesgo del cajero (la
       *> pantalla es BANK40): alta de favorito (BANK13), alta de
       *> alias telefonico (BANK25), transferencia a un IBAN nuevo
       *> (BANK6) y codigo de retirada sin tarjeta (BANK12). Que
       *> operaciones la exigen, y a partir de que importe, es un
       *> parametro del perfil de la tarjeta (TPERFIL) que vive en
       *> perfiles_clave.ubd, al lado de perfiles.ubd y con su mismo
       *> codigo (ver GESTION_PERFILES); una tarjeta sin perfil o un
       *> perfil sin ese registro la exige siempre. Operaciones de
       *> PCL-OPERACION:
       *>   - "N" necesita: PCL-RESULTADO "S" si la operacion de
       *>     PCL-FUNCION (B favorito, A alias, I IBAN, C codigo sin
       *>     tarjeta) por PCL-IMPORTE-CENT necesita clave. Un IBAN
       *>     al que la tarjeta ya ha transferido antes (transfext.ubd
       *>     sin rechazar ni devolver) no es nuevo y no la necesita;
       *>   - "E" enviar: genera la clave, guarda solo su
       *>     transformacion (HASH_PIN) en claves_un_uso.ubd con la
       *>     caducidad, y la manda en el momento al telefono de
       *>     clientes.ubd por la pasarela de SMS (claves_sms.txt,
       *>     que la pasarela recoge en linea; el aviso queda en
       *>     notificaciones.ubd como enviado, sin la clave, para que
       *>     los acuses de ACUSES_AVISOS lo cierren). PCL-MOTIVO 4 es
       *>     que el cliente no tiene telefono;
       *>   - "V" verificar: compara PCL-CLAVE. PCL-MOTIVO 1 clave
       *>     incorrecta, 2 caducada o sin pedir, 3 bloqueo. Cada
       *>     fallo queda en seguridad.ubd; al llegar al maximo de
       *>     fallos del perfil la tarjeta se bloquea temporalmente en
       *>     intentos.ubd, igual que con el PIN en BANK1 (BLOQUEOMIN).
       *> PCL-MINUTOS devuelve los minutos de validez de la clave.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL PERFILES-CLAVE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCV-PERFIL
           FILE STATUS IS FSPC.

           SELECT OPTIONAL CLAVES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLU-TARJETA
           FILE STATUS IS FSCV.

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL SALIDA-SMS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSSM.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

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

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TARJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-E      PIC  9(9).
           02 TNOMBRE-E   PIC X(30).
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

       *> Parametros de la clave por perfil, con el codigo de
       *> perfiles.ubd; "S"/"N" por operacion y, para las que llevan
       *> importe, el importe en centimos por encima del cual se pide
       *> (0 es siempre)
       FD PERFILES-CLAVE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "perfiles_clave.ubd".
       01 PERFIL-CLAVE-REG.
           02 PCV-PERFIL            PIC  9(2).
           02 PCV-FAVORITO          PIC  X(1).
           02 PCV-ALIAS             PIC  X(1).
           02 PCV-IBAN              PIC  X(1).
           02 PCV-IBAN-CENT         PIC  9(9).
           02 PCV-CODIGO            PIC  X(1).
           02 PCV-CODIGO-CENT       PIC  9(9).
           02 PCV-MINUTOS           PIC  9(2).
           02 PCV-FALLOS-MAX        PIC  9(1).

       FD CLAVES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "claves_un_uso.ubd".
       01 CLAVE-REG.
           02 CLU-TARJETA           PIC 9(16).
           02 CLU-FUNCION           PIC  X(1).
           02 CLU-CLAVE             PIC  9(9).
           02 CLU-CADUCA            PIC 9(12).
           02 CLU-FALLOS            PIC  9(1).
           02 CLU-ESTADO            PIC  9(1).
               88 CLU-PENDIENTE     VALUE 1.
               88 CLU-CERRADA       VALUE 2.

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

       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificaciones.ubd".
       01 NOTIFICACION-REG.
           02 NOTIF-NUM             PIC  9(35).
           02 NOTIF-TARJETA         PIC  9(16).
           02 NOTIF-ANO             PIC   9(4).
           02 NOTIF-MES             PIC   9(2).
           02 NOTIF-DIA             PIC   9(2).
           02 NOTIF-HOR             PIC   9(2).
           02 NOTIF-MIN             PIC   9(2).
           02 NOTIF-SEG             PIC   9(2).
           02 NOTIF-CONCEPTO        PIC  X(35).
           02 NOTIF-IMPORTE-ENT     PIC S9(7).
           02 NOTIF-IMPORTE-DEC     PIC   9(2).
           02 NOTIF-ESTADO          PIC   9(1).
               88 NOTIF-PENDIENTE   VALUE 1.
               88 NOTIF-ENVIADA     VALUE 2.
               88 NOTIF-CONFIRMADA  VALUE 3.
               88 NOTIF-FALLIDA     VALUE 4.

       FD SALIDA-SMS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "claves_sms.txt".
       01 LINEA-SMS                   PIC X(100).

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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM            PIC 9(16).
           02 IINTENTOS       PIC  9(1).
           02 IBLOQUEO-HASTA  PIC 9(12).

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

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSPC                     PIC  X(2).
       77 FSCV                     PIC  X(2).
       77 FSTX                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSM                     PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSSEC                    PIC  X(2).

       77 PERFIL-TARJETA           PIC  9(2).
       77 CLIENTE-TARJETA          PIC  9(8).
       77 TELEFONO-CLIENTE         PIC  9(9).
       77 FECHA-ACTUAL             PIC  9(8).
       77 TS-AHORA                 PIC 9(12).
       77 BLOQUEO-MIN              PIC  9(3).
       77 TERMINAL-ACTUAL          PIC  9(3).
       77 LAST-SEG-NUM             PIC  9(35).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 LAST-CLV-NUM             PIC  9(35).
       77 EVENTO-TIPO              PIC X(20).
       77 CLAVE-EXISTE-SW          PIC  X(1).
       77 IBAN-USADO-SW            PIC  X(1).
       77 INTERRUPTOR              PIC  X(1).
       77 UMBRAL-CENT              PIC  9(9).
       77 SEMILLA                  PIC  9(9).
       77 CLAVE-GENERADA           PIC  9(6).

       77 HASH-CLARO               PIC  9(6).
       77 HASH-SALT                PIC  9(6).
       77 HASH-RESULT              PIC  9(9).

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
       01 PETICION-CLAVE.
           02 PCL-OPERACION         PIC  X(1).
           02 PCL-TARJETA           PIC 9(16).
           02 PCL-FUNCION           PIC  X(1).
           02 PCL-IMPORTE-CENT      PIC  9(9).
           02 PCL-IBAN              PIC X(24).
           02 PCL-CLAVE             PIC  9(6).
           02 PCL-MINUTOS           PIC  9(2).
           02 PCL-TELEFONO          PIC  9(9).
           02 PCL-RESULTADO         PIC  X(1).
           02 PCL-MOTIVO            PIC  9(1).

       PROCEDURE DIVISION USING PETICION-CLAVE.
       INICIO.
           MOVE "N" TO PCL-RESULTADO.
           MOVE 0   TO PCL-MOTIVO.

           *> La sal es la cola del numero de tarjeta, asi dos claves
           *> iguales de tarjetas distintas no se guardan iguales
           MOVE PCL-TARJETA(11:6) TO HASH-SALT.

           PERFORM CALCULAR-TS-AHORA THRU CALCULAR-TS-AHORA-FIN.
           PERFORM LEER-PERFIL-CLAVE THRU LEER-PERFIL-CLAVE-FIN.
           MOVE PCV-MINUTOS TO PCL-MINUTOS.

           IF PCL-OPERACION = "E"
               GO TO ENVIAR-CLAVE.
           IF PCL-OPERACION = "V"
               GO TO VERIFICAR-CLAVE.

      *> DICE SI LA OPERACION NECESITA CLAVE
       NECESITA-CLAVE.
           MOVE "N" TO INTERRUPTOR.
           MOVE 0   TO UMBRAL-CENT.
           IF PCL-FUNCION = "B"
               MOVE PCV-FAVORITO    TO INTERRUPTOR.
           IF PCL-FUNCION = "A"
               MOVE PCV-ALIAS       TO INTERRUPTOR.
           IF PCL-FUNCION = "I"
               MOVE PCV-IBAN        TO INTERRUPTOR
               MOVE PCV-IBAN-CENT   TO UMBRAL-CENT.
           IF PCL-FUNCION = "C"
               MOVE PCV-CODIGO      TO INTERRUPTOR
               MOVE PCV-CODIGO-CENT TO UMBRAL-CENT.

           IF INTERRUPTOR NOT = "S"
               GO TO FIN.
           IF UMBRAL-CENT > 0 AND PCL-IMPORTE-CENT <= UMBRAL-CENT
               GO TO FIN.

           IF PCL-FUNCION = "I"
               PERFORM BUSCAR-IBAN-USADO THRU BUSCAR-IBAN-USADO-FIN
               IF IBAN-USADO-SW = "S"
                   GO TO FIN
               END-IF
           END-IF.

           MOVE "S" TO PCL-RESULTADO.
           GO TO FIN.

      *> GENERA Y ENVIA LA CLAVE AL TELEFONO DEL CLIENTE
       ENVIAR-CLAVE.
           PERFORM LEER-TELEFONO THRU LEER-TELEFONO-FIN.
           MOVE TELEFONO-CLIENTE TO PCL-TELEFONO.
           IF TELEFONO-CLIENTE = 0
               MOVE 4 TO PCL-MOTIVO
               GO TO FIN.

           *> El contador de SECUENCIAS y el reloj alimentan la
           *> semilla, asi dos claves seguidas no se parecen
           OPEN I-O SECUENCIAS CLOSE SECUENCIAS.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO FIN.
           MOVE "CLAVEUSO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CLV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CLV-NUM
           END-READ.
           ADD 1 TO LAST-CLV-NUM.
           MOVE LAST-CLV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           COMPUTE SEMILLA = FUNCTION MOD(
               (LAST-CLV-NUM * 7919) + (MINUTOS * 6000)
               + (SEGUNDOS * 100) + MILISEGUNDOS, 999999937).
           COMPUTE CLAVE-GENERADA =
               100000 + (FUNCTION RANDOM(SEMILLA) * 900000).

           MOVE CLAVE-GENERADA TO HASH-CLARO.
           CALL "HASH_PIN" USING HASH-CLARO HASH-SALT HASH-RESULT.

           OPEN I-O CLAVES CLOSE CLAVES.
           OPEN I-O CLAVES.
           IF FSCV <> 00
               CLOSE CLAVES
               GO TO FIN.
           PERFORM LEER-CLAVE THRU LEER-CLAVE-FIN.
           *> Los fallos anteriores no se perdonan por pedir otra
           MOVE PCL-FUNCION TO CLU-FUNCION.
           MOVE HASH-RESULT TO CLU-CLAVE.
           COMPUTE CLU-CADUCA = TS-AHORA + (PCV-MINUTOS * 60).
           MOVE 1           TO CLU-ESTADO.
           PERFORM GRABAR-CLAVE THRU GRABAR-CLAVE-FIN.
           CLOSE CLAVES.

           PERFORM ENVIAR-SMS THRU ENVIAR-SMS-FIN.

           MOVE "CLAVE ENVIADA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           MOVE "S" TO PCL-RESULTADO.
           GO TO FIN.

      *> COMPRUEBA LA CLAVE TECLEADA
       VERIFICAR-CLAVE.
           OPEN I-O CLAVES CLOSE CLAVES.
           OPEN I-O CLAVES.
           IF FSCV <> 00
               CLOSE CLAVES
               MOVE 2 TO PCL-MOTIVO
               GO TO FIN.
           PERFORM LEER-CLAVE THRU LEER-CLAVE-FIN.

           IF CLAVE-EXISTE-SW = "N" OR NOT CLU-PENDIENTE
               CLOSE CLAVES
               MOVE 2 TO PCL-MOTIVO
               GO TO FIN.

           IF TS-AHORA > CLU-CADUCA
               MOVE 2 TO CLU-ESTADO
               PERFORM GRABAR-CLAVE THRU GRABAR-CLAVE-FIN
               CLOSE CLAVES
               MOVE "CLAVE CADUCADA" TO EVENTO-TIPO
               PERFORM REGISTRAR-EVENTO-SEGURIDAD
                   THRU REGISTRAR-EVENTO-FIN
               MOVE 2 TO PCL-MOTIVO
               GO TO FIN.

           MOVE PCL-CLAVE TO HASH-CLARO.
           CALL "HASH_PIN" USING HASH-CLARO HASH-SALT HASH-RESULT.

           IF HASH-RESULT = CLU-CLAVE
               MOVE 2 TO CLU-ESTADO
               MOVE 0 TO CLU-FALLOS
               PERFORM GRABAR-CLAVE THRU GRABAR-CLAVE-FIN
               CLOSE CLAVES
               MOVE "S" TO PCL-RESULTADO
               GO TO FIN.

           ADD 1 TO CLU-FALLOS.
           MOVE "CLAVE INCORRECTA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           IF CLU-FALLOS < PCV-FALLOS-MAX
               PERFORM GRABAR-CLAVE THRU GRABAR-CLAVE-FIN
               CLOSE CLAVES
               MOVE 1 TO PCL-MOTIVO
               GO TO FIN.

           *> Agotados los fallos: se anula la clave y la tarjeta
           *> queda bloqueada el tiempo de BLOQUEOMIN
           MOVE 2 TO CLU-ESTADO.
           MOVE 0 TO CLU-FALLOS.
           PERFORM GRABAR-CLAVE THRU GRABAR-CLAVE-FIN.
           CLOSE CLAVES.
           PERFORM BLOQUEAR-TARJETA THRU BLOQUEAR-TARJETA-FIN.
           MOVE "BLOQUEO CLAVE" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
           MOVE 3 TO PCL-MOTIVO.

       FIN.
           GOBACK.

      *> PERFIL DE LA TARJETA Y SUS PARAMETROS DE CLAVE; SIN PERFIL O
      *> SIN REGISTRO, TODO SE PIDE SIEMPRE, 5 MINUTOS Y 3 FALLOS
       LEER-PERFIL-CLAVE.
           MOVE 0 TO PERFIL-TARJETA.
           MOVE 0 TO CLIENTE-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE PCL-TARJETA TO TNUM-E
               READ TARJETAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TPERFIL  TO PERFIL-TARJETA
                   MOVE TCLIENTE TO CLIENTE-TARJETA
               END-READ
           END-IF.
           CLOSE TARJETAS.

           PERFORM PERFIL-CLAVE-DEFECTO THRU PERFIL-CLAVE-DEFECTO-FIN.
           IF PERFIL-TARJETA = 0
               GO TO LEER-PERFIL-CLAVE-COMPROBAR.

           OPEN INPUT PERFILES-CLAVE.
           IF FSPC = 00
               READ PERFILES-CLAVE INVALID KEY
                   PERFORM PERFIL-CLAVE-DEFECTO
                       THRU PERFIL-CLAVE-DEFECTO-FIN
               END-READ
           END-IF.
           CLOSE PERFILES-CLAVE.

       LEER-PERFIL-CLAVE-COMPROBAR.
           IF PCV-MINUTOS = 0
               MOVE 5 TO PCV-MINUTOS.
           IF PCV-FALLOS-MAX = 0
               MOVE 3 TO PCV-FALLOS-MAX.
       LEER-PERFIL-CLAVE-FIN.
           EXIT.

       PERFIL-CLAVE-DEFECTO.
           MOVE PERFIL-TARJETA TO PCV-PERFIL.
           MOVE "S" TO PCV-FAVORITO.
           MOVE "S" TO PCV-ALIAS.
           MOVE "S" TO PCV-IBAN.
           MOVE 0   TO PCV-IBAN-CENT.
           MOVE "S" TO PCV-CODIGO.
           MOVE 0   TO PCV-CODIGO-CENT.
           MOVE 5   TO PCV-MINUTOS.
           MOVE 3   TO PCV-FALLOS-MAX.
       PERFIL-CLAVE-DEFECTO-FIN.
           EXIT.

      *> EL IBAN ES CONOCIDO SI LA TARJETA YA TIENE UNA ORDEN A EL QUE
      *> NO SE HAYA RECHAZADO NI DEVUELTO
       BUSCAR-IBAN-USADO.
           MOVE "N" TO IBAN-USADO-SW.
           IF PCL-IBAN = SPACES
               GO TO BUSCAR-IBAN-USADO-FIN.
           OPEN INPUT TRANSFEXT.
           IF FSTX <> 00
               CLOSE TRANSFEXT
               GO TO BUSCAR-IBAN-USADO-FIN.

       LEER-TRANSFEXT.
           READ TRANSFEXT NEXT RECORD AT END
               GO TO BUSCAR-IBAN-USADO-CERRAR.
           IF TEXT-TARJETA-ORD NOT = PCL-TARJETA
               GO TO LEER-TRANSFEXT.
           IF TEXT-IBAN-DST NOT = PCL-IBAN
               GO TO LEER-TRANSFEXT.
           IF TEXT-RECHAZADA OR TEXT-DEVUELTA
               GO TO LEER-TRANSFEXT.
           MOVE "S" TO IBAN-USADO-SW.

       BUSCAR-IBAN-USADO-CERRAR.
           CLOSE TRANSFEXT.
       BUSCAR-IBAN-USADO-FIN.
           EXIT.

       LEER-TELEFONO.
           MOVE 0 TO TELEFONO-CLIENTE.
           IF CLIENTE-TARJETA = 0
               GO TO LEER-TELEFONO-FIN.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               CLOSE CLIENTES
               GO TO LEER-TELEFONO-FIN.
           MOVE CLIENTE-TARJETA TO CLI-ID.
           READ CLIENTES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CLI-TELEFONO TO TELEFONO-CLIENTE
           END-READ.
           CLOSE CLIENTES.
       LEER-TELEFONO-FIN.
           EXIT.

      *> LEE LA CLAVE DE LA TARJETA CON CLAVES YA ABIERTO; SI NO
      *> EXISTE LA DEJA PREPARADA SIN FALLOS
       LEER-CLAVE.
           MOVE PCL-TARJETA TO CLU-TARJETA.
           READ CLAVES INVALID KEY
               MOVE "N"         TO CLAVE-EXISTE-SW
               MOVE PCL-TARJETA TO CLU-TARJETA
               MOVE SPACE       TO CLU-FUNCION
               MOVE 0           TO CLU-CLAVE
               MOVE 0           TO CLU-CADUCA
               MOVE 0           TO CLU-FALLOS
               MOVE 2           TO CLU-ESTADO
           NOT INVALID KEY
               MOVE "S" TO CLAVE-EXISTE-SW
           END-READ.
       LEER-CLAVE-FIN.
           EXIT.

       GRABAR-CLAVE.
           IF CLAVE-EXISTE-SW = "S"
               REWRITE CLAVE-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CLAVE-REG INVALID KEY CONTINUE
               END-WRITE
               MOVE "S" TO CLAVE-EXISTE-SW
           END-IF.
       GRABAR-CLAVE-FIN.
           EXIT.

      *> LA CLAVE SALE EN EL MOMENTO POR LA PASARELA DE SMS; EN
      *> NOTIFICACIONES.UBD QUEDA EL AVISO YA ENVIADO, SIN LA CLAVE
       ENVIAR-SMS.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO ENVIAR-SMS-FIN.
           MOVE "AVISO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-NOTIF-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-NOTIF-NUM
           END-READ.
           ADD 1 TO LAST-NOTIF-NUM.
           MOVE LAST-NOTIF-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O NOTIFICACIONES CLOSE NOTIFICACIONES.
           OPEN I-O NOTIFICACIONES.
           IF FSN = 00
               MOVE LAST-NOTIF-NUM TO NOTIF-NUM
               MOVE PCL-TARJETA    TO NOTIF-TARJETA
               MOVE ANO            TO NOTIF-ANO
               MOVE MES            TO NOTIF-MES
               MOVE DIA            TO NOTIF-DIA
               MOVE HORAS          TO NOTIF-HOR
               MOVE MINUTOS        TO NOTIF-MIN
               MOVE SEGUNDOS       TO NOTIF-SEG
               MOVE "Clave de confirmacion del cajero"
                   TO NOTIF-CONCEPTO
               MOVE 0              TO NOTIF-IMPORTE-ENT
               MOVE 0              TO NOTIF-IMPORTE-DEC
               MOVE 2              TO NOTIF-ESTADO
               WRITE NOTIFICACION-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE NOTIFICACIONES.

           OPEN EXTEND SALIDA-SMS.
           IF FSSM <> 00 AND FSSM <> 05
               CLOSE SALIDA-SMS
               GO TO ENVIAR-SMS-FIN.
           MOVE SPACES TO LINEA-SMS.
           STRING LAST-NOTIF-NUM(27:9) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PCL-TARJETA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TELEFONO-CLIENTE DELIMITED BY SIZE
                  "|Su clave de confirmacion es " DELIMITED BY SIZE
                  CLAVE-GENERADA DELIMITED BY SIZE
                  ", valida " DELIMITED BY SIZE
                  PCV-MINUTOS DELIMITED BY SIZE
                  " minutos" DELIMITED BY SIZE
             INTO LINEA-SMS.
           WRITE LINEA-SMS.
           CLOSE SALIDA-SMS.
       ENVIAR-SMS-FIN.
           EXIT.

      *> MISMO BLOQUEO TEMPORAL QUE EL DE LOS INTENTOS DE PIN: SIN
      *> INTENTOS Y CON LA HORA HASTA LA QUE DURA (VER BANK1)
       BLOQUEAR-TARJETA.
           MOVE 15 TO BLOQUEO-MIN.
           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "BLOQUEOMIN" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO BLOQUEO-MIN
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           OPEN I-O INTENTOS.
           IF FSI <> 00
               CLOSE INTENTOS
               GO TO BLOQUEAR-TARJETA-FIN.
           MOVE PCL-TARJETA TO INUM.
           READ INTENTOS INVALID KEY
               MOVE 0 TO IINTENTOS
               COMPUTE IBLOQUEO-HASTA = TS-AHORA + (BLOQUEO-MIN * 60)
               WRITE INTENTOSREG INVALID KEY CONTINUE
               END-WRITE
           NOT INVALID KEY
               MOVE 0 TO IINTENTOS
               COMPUTE IBLOQUEO-HASTA = TS-AHORA + (BLOQUEO-MIN * 60)
               REWRITE INTENTOSREG INVALID KEY CONTINUE
               END-REWRITE
           END-READ.
           CLOSE INTENTOS.
       BLOQUEAR-TARJETA-FIN.
           EXIT.

       REGISTRAR-EVENTO-SEGURIDAD.
           MOVE 1 TO TERMINAL-ACTUAL.
           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "TERMINALID" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO TERMINAL-ACTUAL
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
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

           OPEN I-O SEGURIDAD CLOSE SEGURIDAD.
           OPEN I-O SEGURIDAD.
           IF FSG <> 00
               CLOSE SEGURIDAD
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE LAST-SEG-NUM    TO SEG-NUM.
           MOVE PCL-TARJETA     TO SEG-TARJETA.
           MOVE ANO             TO SEG-ANO.
           MOVE MES             TO SEG-MES.
           MOVE DIA             TO SEG-DIA.
           MOVE HORAS           TO SEG-HOR.
           MOVE MINUTOS         TO SEG-MIN.
           MOVE SEGUNDOS        TO SEG-SEG.
           MOVE EVENTO-TIPO     TO SEG-TIPO.
           MOVE TERMINAL-ACTUAL TO SEG-TERMINAL.
           MOVE 0               TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *>CALCULA UN VALOR CRECIENTE CON LA FECHA Y HORA ACTUALES PARA
      *> PODER COMPARAR INSTANTES, IGUAL QUE HACE BANK1 PARA EL
      *> BLOQUEO TEMPORAL DE TARJETAS
       CALCULAR-TS-AHORA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE TS-AHORA =
               (FUNCTION INTEGER-OF-DATE(FECHA-ACTUAL) * 86400)
               + (HORAS * 3600) + (MINUTOS * 60) + SEGUNDOS.
       CALCULAR-TS-AHORA-FIN.
           EXIT.
