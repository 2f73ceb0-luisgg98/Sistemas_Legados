       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITAR_REFERENCIAS.
       *> Programa batch semanal de integridad referencial entre
       *> ficheros: AUDITAR_SECUENCIAS vigila los contadores y
       *> CONCILIAR_CUENTAS la cadena de saldos, pero nada comprobaba
       *> que los registros apunten a algo que exista. Este paso
       *> recorre:
       *>  - cuentas.ubd cuya tarjeta ya no esta en tarjetas.ubd;
       *>  - tarjetas.ubd con TCLIENTE que no esta en clientes.ubd;
       *>  - entradas.ubd cuyo ENT-MOV-NUM no esta en movimientos.ubd
       *>    ni en movimientos_historico.ubd, o cuya tarjeta no existe;
       *>  - mandatos, favoritos (titular y cuenta destino), alias,
       *>    barridos y transferencias (ordenante y destino) que
       *>    cuelgan de una tarjeta borrada o sustituida.
       *> Una tarjeta que no existe se sigue por renovaciones.ubd (ver
       *> RENOVAR_TARJETAS) hasta la tarjeta vigente: si la hay, la
       *> tarjeta esta sustituida; si no, borrada. Cada huerfano sale
       *> en informe_referencias.ubd con su fichero, su clave y la
       *> gravedad:
       *>  - GRAVE: dinero o apuntes colgando (cuenta con saldo o no
       *>    cerrada, entrada sin su apunte de cobro);
       *>  - MEDIA: algo que se sigue ejecutando contra la tarjeta
       *>    (mandato o alias activo, barrido activo, transferencia
       *>    pendiente, tarjeta sin ficha de cliente);
       *>  - LEVE: restos sin efecto (favoritos, registros ya dados de
       *>    baja o terminados, cuenta cerrada a cero).
       *> Con el parametro REPARAREF de parametros.ubd a 1 (la
       *> confirmacion del operador) se reparan los casos seguros:
       *> favoritos, alias y barridos de una tarjeta sustituida pasan
       *> a la vigente; los de una tarjeta borrada se eliminan
       *> (favoritos), se dan de baja (alias) o se suspenden
       *> (barridos). Cada reparacion queda en auditoria.ubd con el
       *> registro antes y despues y operador 0. Cuentas, mandatos,
       *> transferencias, entradas y clientes solo se informan: su
       *> arreglo necesita a la sucursal.
       *> La ejecucion de cada fecha se anota en el registro de
       *> checkpoint comun (REGISTRO_CHECKPOINT); una auditoria que
       *> cayo a medias se repite entera al relanzarla.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL RENOVACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REN-TARJETA-ANT
           FILE STATUS IS FSRE.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSEN.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-NUM
           ALTERNATE RECORD KEY IS HIST-TARJETA WITH DUPLICATES
           FILE STATUS IS FSH.

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

           SELECT OPTIONAL FAVORITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAV-CLAVE
           FILE STATUS IS FSF.

           SELECT OPTIONAL ALIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALI-TELEFONO
           FILE STATUS IS FSAL.

           SELECT OPTIONAL BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-TARJETA
           FILE STATUS IS FSB.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

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

       FD RENOVACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovaciones.ubd".
       01 RENOVACION-REG.
           02 REN-TARJETA-ANT       PIC 9(16).
           02 REN-TARJETA-NUEVA     PIC 9(16).
           02 REN-ANO               PIC  9(4).
           02 REN-MES               PIC  9(2).
           02 REN-DIA               PIC  9(2).

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

       FD ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADA-REG.
           02 ENT-NUM               PIC  9(9).
           02 ENT-ESPECT            PIC  9(4).
           02 ENT-ZONA              PIC  9(1).
           02 ENT-TARJETA           PIC 9(16).
           02 ENT-MOV-NUM           PIC 9(35).
           02 ENT-ANO               PIC  9(4).
           02 ENT-MES               PIC  9(2).
           02 ENT-DIA               PIC  9(2).
           02 ENT-PRECIO-ENT        PIC  9(4).
           02 ENT-PRECIO-DEC        PIC  9(2).
           02 ENT-ESTADO            PIC  9(1).
               88 ENT-VENDIDA       VALUE 1.
               88 ENT-CANJEADA      VALUE 2.
               88 ENT-ANULADA       VALUE 3.
           02 ENT-CANJE-FECHA       PIC  9(8).
           02 ENT-CANJE-HOR         PIC  9(2).
           02 ENT-CANJE-MIN         PIC  9(2).
           02 ENT-TARJETA-ANT       PIC 9(16).
           02 ENT-CESION-FECHA      PIC  9(8).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC 9(35).
           02 MOV-TARJETA           PIC 9(16).
           02 FILLER                PIC X(102).

       FD HISTORICO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos_historico.ubd".
       01 HISTORICO-REG.
           02 HIST-NUM              PIC 9(35).
           02 HIST-TARJETA          PIC 9(16).
           02 FILLER                PIC X(102).

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
           02 TRANS-FECHA.
               03 TRANS-ANO        PIC   9(4).
               03 TRANS-MES        PIC   9(2).
               03 TRANS-DIA        PIC   9(2).
           02 TRANS-IMPORTE-ENT    PIC  S9(7).
           02 TRANS-IMPORTE-DEC    PIC   9(2).
           02 TRANS-PERIODO        PIC  X(35).
           02 TRANS-FECHA-FIN.
               03 TRANS-FECHA-FIN-ANO  PIC   9(4).
               03 TRANS-FECHA-FIN-MES  PIC   9(2).
               03 TRANS-FECHA-FIN-DIA  PIC   9(2).
           02 TRANS-MAX-REPET      PIC   9(4).
           02 TRANS-REPET-HECHAS   PIC   9(4).
           02 TRANS-DIA-FIN-MES    PIC  X(1).
           02 TRANS-REFERENCIA     PIC  X(30).
           02 TRANS-IBAN-DST       PIC  X(24).
           02 TRANS-NOMBRE-DST     PIC  X(30).

       FD FAVORITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "favoritos.ubd".
       01 FAVORITO-REG.
           02 FAV-CLAVE.
               03 FAV-TARJETA       PIC 9(16).
               03 FAV-NUM           PIC  9(2).
           02 FAV-CUENTA            PIC 9(16).
           02 FAV-NOMBRE            PIC X(30).

       FD ALIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alias.ubd".
       01 ALIAS-REG.
           02 ALI-TELEFONO          PIC  9(9).
           02 ALI-TARJETA           PIC 9(16).
           02 ALI-ESTADO            PIC  9(1).
               88 ALI-ACTIVO        VALUE 1.
               88 ALI-DADO-BAJA     VALUE 2.

       FD BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
       01 BARRIDO-REG.
           02 BAR-TARJETA           PIC 9(16).
           02 BAR-CENT-OBJETIVO     PIC  9(9).
           02 BAR-CENT-SUELO        PIC  9(9).
           02 BAR-ESTADO            PIC  9(1).
               88 BAR-ACTIVO        VALUE 1.
               88 BAR-SUSPENDIDO    VALUE 2.

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM               PIC  9(9).
           02 AUD-FICHERO           PIC X(12).
           02 AUD-CLAVE             PIC X(20).
           02 AUD-FECHA             PIC  9(8).
           02 AUD-HOR               PIC  9(2).
           02 AUD-MIN               PIC  9(2).
           02 AUD-OPERADOR          PIC  9(4).
           02 AUD-ACCION            PIC  X(1).
               88 AUD-ALTA          VALUE "A".
               88 AUD-CAMBIO        VALUE "C".
               88 AUD-BAJA          VALUE "B".
           02 AUD-ANTES             PIC X(160).
           02 AUD-DESPUES           PIC X(160).

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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_referencias.ubd".
       01 LINEA-INFORME               PIC X(120).

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSMA                     PIC  X(2).
       77 FSTR                     PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSAL                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       *> REPARAREF = 1: el operador autoriza reparar los casos
       *> seguros (favoritos, alias y barridos)
       77 REPARAR-SW               PIC  9(1) VALUE 0.

       77 FECHA-PROCESO            PIC  9(8).
       77 RENOVACIONES-SW          PIC  X(1).
       77 MOVIMIENTOS-SW           PIC  X(1).
       77 HISTORICO-SW             PIC  X(1).
       77 APUNTE-SW                PIC  X(1).

       *> RESULTADO DE COMPROBAR-TARJETA: E existe, S sustituida por
       *> TARJETA-VIGENTE, B borrada (sin tarjeta vigente en la cadena
       *> de renovaciones)
       77 TARJETA-BUSCAR           PIC 9(16).
       77 TARJETA-CADENA           PIC 9(16).
       77 TARJETA-VIGENTE          PIC 9(16).
       77 TARJETA-SITUACION        PIC  X(1).
           88 TARJETA-EXISTE       VALUE "E".
           88 TARJETA-SUSTITUIDA   VALUE "S".
           88 TARJETA-BORRADA      VALUE "B".
       77 SALTOS-RENOVACION        PIC  9(1).
       77 CAMPO-TARJETA            PIC X(12).

       *> LINEA DE HUERFANO DEL INFORME
       77 HUE-GRAVEDAD             PIC  X(5).
       77 HUE-FICHERO              PIC X(14).
       77 HUE-CLAVE                PIC X(28).
       77 HUE-MOTIVO               PIC X(60).
       77 HUE-REPARACION           PIC X(70).
       77 TRANS-PENDIENTE-SW       PIC  X(1).

       *> REPARACIONES QUE CAMBIAN LA CLAVE (FAVORITOS Y BARRIDOS):
       *> SE RECOGEN PRIMERO Y SE APLICAN DESPUES, PARA NO TOCAR EL
       *> FICHERO EN PLENA LECTURA. TR-NUEVA A CERO ES UNA BAJA; LO
       *> QUE NO CABE SE REPARA EN LA EJECUCION SIGUIENTE
       01 TABLA-REPARAR.
           02 TR-ENTRADA OCCURS 100 TIMES.
               03 TR-TARJETA        PIC 9(16).
               03 TR-NUM            PIC  9(2).
               03 TR-NUEVA          PIC 9(16).
       77 TOT-REP                  PIC  9(3).
       77 IND-REP                  PIC  9(3).

       *> DATOS PARA REGISTRAR-AUDITORIA
       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-FICHERO-W            PIC  X(12).
       77 AUD-CLAVE-W              PIC  X(20).
       77 AUD-ACCION-W             PIC  X(1).
       77 AUD-ANTES-W              PIC X(160).
       77 AUD-DESPUES-W            PIC X(160).
       77 AUD-OPER-W               PIC  9(4) VALUE 0.

       77 CNT-REVISADOS            PIC  9(9) VALUE 0.
       77 CNT-GRAVES               PIC  9(7) VALUE 0.
       77 CNT-MEDIAS               PIC  9(7) VALUE 0.
       77 CNT-LEVES                PIC  9(7) VALUE 0.
       77 CNT-REPARADOS            PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZZZ9.

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

       CHECKPOINT-OPEN.
           MOVE "I"                   TO PCK-OPERACION.
           MOVE "AUDITAR_REFERENCIAS" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO         TO PCK-FECHA.
           MOVE 1                     TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO DIA-YA-AUDITADO.

           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "REPARAREF" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   MOVE 0 TO REPARAR-SW
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO REPARAR-SW
               END-READ
           END-IF.
           CLOSE PARAMETROS.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== AUDITORIA DE REFERENCIAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF REPARAR-SW = 1
               MOVE "Modo reparacion (REPARAREF = 1)" TO LINEA-INFORME
               WRITE LINEA-INFORME.

       TARJETAS-OPEN.
           OPEN INPUT TARJETAS.
           IF FST <> 00 AND FST <> 05
               GO TO FIN-ERROR.

           *> Sin renovaciones toda tarjeta ausente cuenta como borrada
           MOVE "N" TO RENOVACIONES-SW.
           OPEN INPUT RENOVACIONES.
           IF FSRE = 00
               MOVE "S" TO RENOVACIONES-SW.

           PERFORM REVISAR-CUENTAS THRU REVISAR-CUENTAS-FIN.
           PERFORM REVISAR-CLIENTES THRU REVISAR-CLIENTES-FIN.
           PERFORM REVISAR-ENTRADAS THRU REVISAR-ENTRADAS-FIN.
           PERFORM REVISAR-MANDATOS THRU REVISAR-MANDATOS-FIN.
           PERFORM REVISAR-TRANSFERENCIAS
               THRU REVISAR-TRANSFERENCIAS-FIN.
           PERFORM REVISAR-FAVORITOS THRU REVISAR-FAVORITOS-FIN.
           PERFORM REVISAR-ALIAS THRU REVISAR-ALIAS-FIN.
           PERFORM REVISAR-BARRIDOS THRU REVISAR-BARRIDOS-FIN.

           CLOSE TARJETAS.
           IF RENOVACIONES-SW = "S"
               CLOSE RENOVACIONES.

       RESUMEN.
           MOVE CNT-REVISADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Registros revisados: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-GRAVES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Huerfanos graves:    " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-MEDIAS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Huerfanos medios:    " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-LEVES TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Huerfanos leves:     " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-REPARADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Huerfanos reparados: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

      *> AUDITORIA COMPLETA: LA FECHA QUEDA AUDITADA
       DIA-AUDITADO.
           MOVE "T"           TO PCK-OPERACION.
           MOVE CNT-REVISADOS TO PCK-REGISTROS.
           MOVE CNT-GRAVES    TO PCK-CONTADOR(1).
           MOVE CNT-MEDIAS    TO PCK-CONTADOR(2).
           MOVE CNT-LEVES     TO PCK-CONTADOR(3).
           MOVE CNT-REPARADOS TO PCK-CONTADOR(4).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           GO TO FIN.

       DIA-YA-AUDITADO.
           DISPLAY "AUDITAR_REFERENCIAS: FECHA YA AUDITADA".
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           IF FSINF = 00
               CLOSE INFORME.
           GOBACK.

      *> CUENTAS: EL DINERO DE UNA CUENTA SIN TARJETA NO LO PUEDE
      *> MOVER NADIE; SOLO UNA CUENTA CERRADA A CERO ES INOFENSIVA
       REVISAR-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO REVISAR-CUENTAS-FIN.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END GO TO CERRAR-CUENTAS.
           ADD 1 TO CNT-REVISADOS.

           MOVE CTA-TARJETA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO LEER-CUENTA.

           IF CUENTA-CERRADA AND CTA-SALDO-ENT = 0
                             AND CTA-SALDO-DEC = 0
               MOVE "LEVE"  TO HUE-GRAVEDAD
           ELSE
               MOVE "GRAVE" TO HUE-GRAVEDAD
           END-IF.
           MOVE "cuentas" TO HUE-FICHERO.
           MOVE SPACES TO HUE-CLAVE.
           STRING CTA-TARJETA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CTA-TIPO DELIMITED BY SIZE
             INTO HUE-CLAVE.
           MOVE "tarjeta" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.
           GO TO LEER-CUENTA.

       CERRAR-CUENTAS.
           CLOSE CUENTAS.
       REVISAR-CUENTAS-FIN.
           EXIT.

      *> TARJETAS CON FICHA DE CLIENTE (TCLIENTE) QUE NO EXISTE
       REVISAR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00 AND FSCL <> 05
               CLOSE CLIENTES
               GO TO REVISAR-CLIENTES-FIN.

           MOVE 0 TO TNUM.
           START TARJETAS KEY IS >= TNUM INVALID KEY
               GO TO CERRAR-CLIENTES.

       LEER-TARJETA-CLIENTE.
           READ TARJETAS NEXT RECORD AT END GO TO CERRAR-CLIENTES.
           ADD 1 TO CNT-REVISADOS.

           IF TCLIENTE = 0
               GO TO LEER-TARJETA-CLIENTE.
           MOVE TCLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE "MEDIA" TO HUE-GRAVEDAD
               MOVE "tarjetas" TO HUE-FICHERO
               MOVE TNUM TO HUE-CLAVE
               MOVE SPACES TO HUE-MOTIVO
               STRING "cliente " DELIMITED BY SIZE
                      TCLIENTE DELIMITED BY SIZE
                      " no existe en clientes" DELIMITED BY SIZE
                 INTO HUE-MOTIVO
               END-STRING
               PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN
           END-READ.
           GO TO LEER-TARJETA-CLIENTE.

       CERRAR-CLIENTES.
           CLOSE CLIENTES.
       REVISAR-CLIENTES-FIN.
           EXIT.

      *> ENTRADAS: EL APUNTE DE COBRO TIENE QUE ESTAR EN MOVIMIENTOS
      *> O, SI YA SE ARCHIVO, EN EL HISTORICO (VER
      *> ARCHIVAR_MOVIMIENTOS)
       REVISAR-ENTRADAS.
           OPEN INPUT ENTRADAS.
           IF FSEN <> 00
               CLOSE ENTRADAS
               GO TO REVISAR-ENTRADAS-FIN.

           MOVE "N" TO MOVIMIENTOS-SW.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 00
               MOVE "S" TO MOVIMIENTOS-SW.
           MOVE "N" TO HISTORICO-SW.
           OPEN INPUT HISTORICO.
           IF FSH = 00
               MOVE "S" TO HISTORICO-SW.

       LEER-ENTRADA.
           READ ENTRADAS NEXT RECORD AT END GO TO CERRAR-ENTRADAS.
           ADD 1 TO CNT-REVISADOS.

           MOVE "entradas" TO HUE-FICHERO.
           MOVE ENT-NUM TO HUE-CLAVE.

           IF ENT-MOV-NUM = 0
               GO TO ENTRADA-TARJETA.
           PERFORM BUSCAR-APUNTE THRU BUSCAR-APUNTE-FIN.
           IF APUNTE-SW = "N"
               MOVE "GRAVE" TO HUE-GRAVEDAD
               MOVE SPACES TO HUE-MOTIVO
               STRING "apunte " DELIMITED BY SIZE
                      ENT-MOV-NUM(26:10) DELIMITED BY SIZE
                      " no esta en movimientos ni historico"
                          DELIMITED BY SIZE
                 INTO HUE-MOTIVO
               END-STRING
               PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.

       ENTRADA-TARJETA.
           MOVE ENT-TARJETA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO LEER-ENTRADA.
           MOVE "LEVE" TO HUE-GRAVEDAD.
           MOVE "tarjeta" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.
           GO TO LEER-ENTRADA.

       CERRAR-ENTRADAS.
           CLOSE ENTRADAS.
           IF MOVIMIENTOS-SW = "S"
               CLOSE F-MOVIMIENTOS.
           IF HISTORICO-SW = "S"
               CLOSE HISTORICO.
       REVISAR-ENTRADAS-FIN.
           EXIT.

       BUSCAR-APUNTE.
           MOVE "N" TO APUNTE-SW.
           IF MOVIMIENTOS-SW = "S"
               MOVE ENT-MOV-NUM TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO APUNTE-SW
               END-READ
           END-IF.
           IF APUNTE-SW = "S" OR HISTORICO-SW = "N"
               GO TO BUSCAR-APUNTE-FIN.
           MOVE ENT-MOV-NUM TO HIST-NUM.
           READ HISTORICO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO APUNTE-SW
           END-READ.
       BUSCAR-APUNTE-FIN.
           EXIT.

      *> MANDATOS: UN MANDATO ACTIVO SIGUE ACEPTANDO RECIBOS CONTRA
      *> UNA TARJETA QUE YA NO ESTA
       REVISAR-MANDATOS.
           OPEN INPUT MANDATOS.
           IF FSMA <> 00
               CLOSE MANDATOS
               GO TO REVISAR-MANDATOS-FIN.

       LEER-MANDATO.
           READ MANDATOS NEXT RECORD AT END GO TO CERRAR-MANDATOS.
           ADD 1 TO CNT-REVISADOS.

           MOVE MAN-TARJETA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO LEER-MANDATO.

           IF MAN-ACTIVO
               MOVE "MEDIA" TO HUE-GRAVEDAD
           ELSE
               MOVE "LEVE"  TO HUE-GRAVEDAD
           END-IF.
           MOVE "mandatos" TO HUE-FICHERO.
           MOVE SPACES TO HUE-CLAVE.
           STRING MAN-TARJETA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MAN-ACREEDOR DELIMITED BY SIZE
             INTO HUE-CLAVE.
           MOVE "tarjeta" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.
           GO TO LEER-MANDATO.

       CERRAR-MANDATOS.
           CLOSE MANDATOS.
       REVISAR-MANDATOS-FIN.
           EXIT.

      *> TRANSFERENCIAS: PESA LA QUE AUN SE HA DE EJECUTAR (FECHADA A
      *> FUTURO O PERIODICA CON REPETICIONES Y PLAZO POR DELANTE)
       REVISAR-TRANSFERENCIAS.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTR <> 00
               CLOSE TRANSFERENCIAS
               GO TO REVISAR-TRANSFERENCIAS-FIN.

       LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO CERRAR-TRANSFERENCIAS.
           ADD 1 TO CNT-REVISADOS.

           MOVE "N" TO TRANS-PENDIENTE-SW.
           IF TRANS-FECHA >= FECHA-PROCESO
               MOVE "S" TO TRANS-PENDIENTE-SW.
           IF TRANS-PERIODO NOT = "Puntual"
              AND (TRANS-MAX-REPET = 0
                   OR TRANS-REPET-HECHAS < TRANS-MAX-REPET)
              AND (TRANS-FECHA-FIN = 0
                   OR TRANS-FECHA-FIN >= FECHA-PROCESO)
               MOVE "S" TO TRANS-PENDIENTE-SW.

           MOVE "transferencias" TO HUE-FICHERO.
           MOVE TRANS-NUM(26:10) TO HUE-CLAVE.
           IF TRANS-PENDIENTE-SW = "S"
               MOVE "MEDIA" TO HUE-GRAVEDAD
           ELSE
               MOVE "LEVE"  TO HUE-GRAVEDAD
           END-IF.

           MOVE TRANS-TARJETA-ORD TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF NOT TARJETA-EXISTE
               MOVE "ordenante" TO CAMPO-TARJETA
               PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN
               PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.

           *> Destino a cero: transferencia a otra entidad por IBAN
           IF TRANS-TARJETA-DST = 0
               GO TO LEER-TRANSFERENCIA.
           MOVE TRANS-TARJETA-DST TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF NOT TARJETA-EXISTE
               MOVE "destino" TO CAMPO-TARJETA
               PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN
               PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.
           GO TO LEER-TRANSFERENCIA.

       CERRAR-TRANSFERENCIAS.
           CLOSE TRANSFERENCIAS.
       REVISAR-TRANSFERENCIAS-FIN.
           EXIT.

      *> FAVORITOS: LOS DEL TITULAR DE UNA TARJETA SUSTITUIDA PASAN A
      *> LA VIGENTE Y LOS DE UNA BORRADA SE ELIMINAN; UN FAVORITO CUYA
      *> CUENTA DESTINO FUE SUSTITUIDA SE REAPUNTA A LA VIGENTE
       REVISAR-FAVORITOS.
           MOVE 0 TO TOT-REP.
           IF REPARAR-SW = 1
               OPEN I-O FAVORITOS
           ELSE
               OPEN INPUT FAVORITOS
           END-IF.
           IF FSF <> 00
               CLOSE FAVORITOS
               GO TO REVISAR-FAVORITOS-FIN.

       LEER-FAVORITO.
           READ FAVORITOS NEXT RECORD AT END
               GO TO APLICAR-FAVORITOS.
           ADD 1 TO CNT-REVISADOS.

           MOVE "favoritos" TO HUE-FICHERO.
           MOVE SPACES TO HUE-CLAVE.
           STRING FAV-TARJETA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FAV-NUM DELIMITED BY SIZE
             INTO HUE-CLAVE.
           MOVE "LEVE" TO HUE-GRAVEDAD.

           MOVE FAV-TARJETA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO FAVORITO-CUENTA.

           MOVE "titular" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.
           IF REPARAR-SW NOT = 1
               GO TO LEER-FAVORITO.
           IF TOT-REP >= 100
               MOVE "   no reparado: se repara en la proxima ejecucion"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO LEER-FAVORITO.
           ADD 1 TO TOT-REP.
           MOVE FAV-TARJETA TO TR-TARJETA(TOT-REP).
           MOVE FAV-NUM     TO TR-NUM(TOT-REP).
           IF TARJETA-SUSTITUIDA
               MOVE TARJETA-VIGENTE TO TR-NUEVA(TOT-REP)
           ELSE
               MOVE 0 TO TR-NUEVA(TOT-REP)
           END-IF.
           GO TO LEER-FAVORITO.

       FAVORITO-CUENTA.
           IF FAV-CUENTA = 0
               GO TO LEER-FAVORITO.
           MOVE FAV-CUENTA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO LEER-FAVORITO.

           MOVE "cuenta" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.
           *> La clave no cambia: se reapunta sobre la marcha; el
           *> favorito a una cuenta borrada lo decide su titular
           IF REPARAR-SW NOT = 1 OR NOT TARJETA-SUSTITUIDA
               GO TO LEER-FAVORITO.
           MOVE FAVORITO-REG TO AUD-ANTES-W.
           MOVE TARJETA-VIGENTE TO FAV-CUENTA.
           REWRITE FAVORITO-REG INVALID KEY
               GO TO LEER-FAVORITO.
           MOVE FAVORITO-REG TO AUD-DESPUES-W.
           MOVE "favoritos" TO AUD-FICHERO-W.
           MOVE FAV-CLAVE   TO AUD-CLAVE-W.
           MOVE "C"         TO AUD-ACCION-W.
           PERFORM REGISTRAR-AUDITORIA THRU REGISTRAR-AUDITORIA-FIN.
           MOVE "cuenta destino reapuntada a la tarjeta vigente"
               TO HUE-REPARACION.
           PERFORM ESCRIBIR-REPARACION THRU ESCRIBIR-REPARACION-FIN.
           GO TO LEER-FAVORITO.

       APLICAR-FAVORITOS.
           IF TOT-REP = 0
               GO TO CERRAR-FAVORITOS.
           MOVE 1 TO IND-REP.

       APLICAR-FAVORITO.
           MOVE TR-TARJETA(IND-REP) TO FAV-TARJETA.
           MOVE TR-NUM(IND-REP)     TO FAV-NUM.
           READ FAVORITOS INVALID KEY
               GO TO SIGUIENTE-FAVORITO.
           MOVE FAVORITO-REG TO AUD-ANTES-W.
           MOVE "favoritos"  TO AUD-FICHERO-W.
           MOVE FAV-CLAVE    TO AUD-CLAVE-W.

           IF TR-NUEVA(IND-REP) = 0
               DELETE FAVORITOS INVALID KEY
                   GO TO SIGUIENTE-FAVORITO
               END-DELETE
               MOVE SPACES TO AUD-DESPUES-W
               MOVE "B" TO AUD-ACCION-W
               PERFORM REGISTRAR-AUDITORIA
                   THRU REGISTRAR-AUDITORIA-FIN
               MOVE "favorito eliminado" TO HUE-REPARACION
               GO TO FAVORITO-REPARADO.

           *> Si la tarjeta vigente ya tiene ese numero de favorito,
           *> el arreglo lo decide el titular
           MOVE TR-NUEVA(IND-REP) TO FAV-TARJETA.
           READ FAVORITOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               GO TO SIGUIENTE-FAVORITO
           END-READ.
           MOVE AUD-ANTES-W TO FAVORITO-REG.
           DELETE FAVORITOS INVALID KEY
               GO TO SIGUIENTE-FAVORITO.
           MOVE TR-NUEVA(IND-REP) TO FAV-TARJETA.
           WRITE FAVORITO-REG INVALID KEY
               GO TO SIGUIENTE-FAVORITO.
           MOVE FAVORITO-REG TO AUD-DESPUES-W.
           MOVE "C" TO AUD-ACCION-W.
           PERFORM REGISTRAR-AUDITORIA THRU REGISTRAR-AUDITORIA-FIN.
           MOVE "favorito trasladado a la tarjeta vigente"
               TO HUE-REPARACION.

       FAVORITO-REPARADO.
           MOVE SPACES TO HUE-REPARACION(42:).
           STRING "(" DELIMITED BY SIZE
                  TR-TARJETA(IND-REP) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TR-NUM(IND-REP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO HUE-REPARACION(42:).
           PERFORM ESCRIBIR-REPARACION THRU ESCRIBIR-REPARACION-FIN.

       SIGUIENTE-FAVORITO.
           ADD 1 TO IND-REP.
           IF IND-REP <= TOT-REP
               GO TO APLICAR-FAVORITO.

       CERRAR-FAVORITOS.
           CLOSE FAVORITOS.
       REVISAR-FAVORITOS-FIN.
           EXIT.

      *> ALIAS: UN TELEFONO ACTIVO SIGUE RECIBIENDO PAGOS; SE
      *> REAPUNTA A LA TARJETA VIGENTE O SE DA DE BAJA. LA CLAVE ES
      *> EL TELEFONO, ASI QUE SE REPARA SOBRE LA MARCHA
       REVISAR-ALIAS.
           IF REPARAR-SW = 1
               OPEN I-O ALIAS
           ELSE
               OPEN INPUT ALIAS
           END-IF.
           IF FSAL <> 00
               CLOSE ALIAS
               GO TO REVISAR-ALIAS-FIN.

       LEER-ALIAS.
           READ ALIAS NEXT RECORD AT END GO TO CERRAR-ALIAS.
           ADD 1 TO CNT-REVISADOS.

           MOVE ALI-TARJETA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO LEER-ALIAS.

           IF ALI-ACTIVO
               MOVE "MEDIA" TO HUE-GRAVEDAD
           ELSE
               MOVE "LEVE"  TO HUE-GRAVEDAD
           END-IF.
           MOVE "alias" TO HUE-FICHERO.
           MOVE ALI-TELEFONO TO HUE-CLAVE.
           MOVE "tarjeta" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.

           IF REPARAR-SW NOT = 1 OR NOT ALI-ACTIVO
               GO TO LEER-ALIAS.
           MOVE ALIAS-REG TO AUD-ANTES-W.
           IF TARJETA-SUSTITUIDA
               MOVE TARJETA-VIGENTE TO ALI-TARJETA
               MOVE "alias reapuntado a la tarjeta vigente"
                   TO HUE-REPARACION
           ELSE
               MOVE 2 TO ALI-ESTADO
               MOVE "alias dado de baja" TO HUE-REPARACION
           END-IF.
           REWRITE ALIAS-REG INVALID KEY
               GO TO LEER-ALIAS.
           MOVE ALIAS-REG    TO AUD-DESPUES-W.
           MOVE "alias"      TO AUD-FICHERO-W.
           MOVE ALI-TELEFONO TO AUD-CLAVE-W.
           MOVE "C"          TO AUD-ACCION-W.
           PERFORM REGISTRAR-AUDITORIA THRU REGISTRAR-AUDITORIA-FIN.
           PERFORM ESCRIBIR-REPARACION THRU ESCRIBIR-REPARACION-FIN.
           GO TO LEER-ALIAS.

       CERRAR-ALIAS.
           CLOSE ALIAS.
       REVISAR-ALIAS-FIN.
           EXIT.

      *> BARRIDOS: UN BARRIDO ACTIVO SIGUE MOVIENDO SALDO; EL DE UNA
      *> TARJETA SUSTITUIDA PASA A LA VIGENTE (SI ESTA NO TIENE YA EL
      *> SUYO) Y EL RESTO SE SUSPENDE. LA CLAVE ES LA TARJETA, ASI QUE
      *> SE RECOGEN PRIMERO Y SE APLICAN DESPUES
       REVISAR-BARRIDOS.
           MOVE 0 TO TOT-REP.
           IF REPARAR-SW = 1
               OPEN I-O BARRIDOS
           ELSE
               OPEN INPUT BARRIDOS
           END-IF.
           IF FSB <> 00
               CLOSE BARRIDOS
               GO TO REVISAR-BARRIDOS-FIN.

       LEER-BARRIDO.
           READ BARRIDOS NEXT RECORD AT END GO TO APLICAR-BARRIDOS.
           ADD 1 TO CNT-REVISADOS.

           MOVE BAR-TARJETA TO TARJETA-BUSCAR.
           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.
           IF TARJETA-EXISTE
               GO TO LEER-BARRIDO.

           IF BAR-ACTIVO
               MOVE "MEDIA" TO HUE-GRAVEDAD
           ELSE
               MOVE "LEVE"  TO HUE-GRAVEDAD
           END-IF.
           MOVE "barridos" TO HUE-FICHERO.
           MOVE BAR-TARJETA TO HUE-CLAVE.
           MOVE "tarjeta" TO CAMPO-TARJETA.
           PERFORM MOTIVO-TARJETA THRU MOTIVO-TARJETA-FIN.
           PERFORM ESCRIBIR-HUERFANO THRU ESCRIBIR-HUERFANO-FIN.

           IF REPARAR-SW NOT = 1
               GO TO LEER-BARRIDO.
           IF BAR-SUSPENDIDO AND NOT TARJETA-SUSTITUIDA
               GO TO LEER-BARRIDO.
           IF TOT-REP >= 100
               MOVE "   no reparado: se repara en la proxima ejecucion"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO LEER-BARRIDO.
           ADD 1 TO TOT-REP.
           MOVE BAR-TARJETA TO TR-TARJETA(TOT-REP).
           MOVE 0           TO TR-NUM(TOT-REP).
           IF TARJETA-SUSTITUIDA
               MOVE TARJETA-VIGENTE TO TR-NUEVA(TOT-REP)
           ELSE
               MOVE 0 TO TR-NUEVA(TOT-REP)
           END-IF.
           GO TO LEER-BARRIDO.

       APLICAR-BARRIDOS.
           IF TOT-REP = 0
               GO TO CERRAR-BARRIDOS.
           MOVE 1 TO IND-REP.

       APLICAR-BARRIDO.
           MOVE TR-TARJETA(IND-REP) TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               GO TO SIGUIENTE-BARRIDO.
           MOVE BARRIDO-REG TO AUD-ANTES-W.
           MOVE "barridos"  TO AUD-FICHERO-W.
           MOVE BAR-TARJETA TO AUD-CLAVE-W.
           MOVE "C"         TO AUD-ACCION-W.

           IF TR-NUEVA(IND-REP) = 0
               GO TO SUSPENDER-BARRIDO.

           *> La tarjeta vigente con barrido propio manda: el antiguo
           *> se suspende
           MOVE TR-NUEVA(IND-REP) TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE AUD-ANTES-W TO BARRIDO-REG
               GO TO SUSPENDER-BARRIDO
           END-READ.
           MOVE AUD-ANTES-W TO BARRIDO-REG.
           DELETE BARRIDOS INVALID KEY
               GO TO SIGUIENTE-BARRIDO.
           MOVE TR-NUEVA(IND-REP) TO BAR-TARJETA.
           WRITE BARRIDO-REG INVALID KEY
               GO TO SIGUIENTE-BARRIDO.
           MOVE BARRIDO-REG TO AUD-DESPUES-W.
           PERFORM REGISTRAR-AUDITORIA THRU REGISTRAR-AUDITORIA-FIN.
           MOVE "barrido trasladado a la tarjeta vigente"
               TO HUE-REPARACION.
           GO TO BARRIDO-REPARADO.

       SUSPENDER-BARRIDO.
           IF BAR-SUSPENDIDO
               GO TO SIGUIENTE-BARRIDO.
           MOVE 2 TO BAR-ESTADO.
           REWRITE BARRIDO-REG INVALID KEY
               GO TO SIGUIENTE-BARRIDO.
           MOVE BARRIDO-REG TO AUD-DESPUES-W.
           PERFORM REGISTRAR-AUDITORIA THRU REGISTRAR-AUDITORIA-FIN.
           MOVE "barrido suspendido" TO HUE-REPARACION.

       BARRIDO-REPARADO.
           MOVE SPACES TO HUE-REPARACION(42:).
           STRING "(" DELIMITED BY SIZE
                  TR-TARJETA(IND-REP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO HUE-REPARACION(42:).
           PERFORM ESCRIBIR-REPARACION THRU ESCRIBIR-REPARACION-FIN.

       SIGUIENTE-BARRIDO.
           ADD 1 TO IND-REP.
           IF IND-REP <= TOT-REP
               GO TO APLICAR-BARRIDO.

       CERRAR-BARRIDOS.
           CLOSE BARRIDOS.
       REVISAR-BARRIDOS-FIN.
           EXIT.

      *> SITUACION DE TARJETA-BUSCAR: SI NO ESTA EN TARJETAS SE SIGUE
      *> LA CADENA DE RENOVACIONES (COMO MUCHO CINCO SALTOS) HASTA
      *> DAR CON UNA TARJETA QUE EXISTA
       COMPROBAR-TARJETA.
           MOVE "E" TO TARJETA-SITUACION.
           MOVE 0 TO TARJETA-VIGENTE.
           MOVE TARJETA-BUSCAR TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "B" TO TARJETA-SITUACION
           END-READ.
           IF TARJETA-EXISTE OR RENOVACIONES-SW = "N"
               GO TO COMPROBAR-TARJETA-FIN.

           MOVE TARJETA-BUSCAR TO TARJETA-CADENA.
           MOVE 0 TO SALTOS-RENOVACION.

       SEGUIR-RENOVACION.
           MOVE TARJETA-CADENA TO REN-TARJETA-ANT.
           READ RENOVACIONES INVALID KEY
               GO TO COMPROBAR-TARJETA-FIN.
           ADD 1 TO SALTOS-RENOVACION.
           MOVE REN-TARJETA-NUEVA TO TARJETA-CADENA.
           MOVE TARJETA-CADENA TO TNUM.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO TARJETA-SITUACION
               MOVE TARJETA-CADENA TO TARJETA-VIGENTE
               GO TO COMPROBAR-TARJETA-FIN
           END-READ.
           IF SALTOS-RENOVACION < 5
               GO TO SEGUIR-RENOVACION.
       COMPROBAR-TARJETA-FIN.
           EXIT.

      *> MOTIVO DEL HUERFANO SEGUN LA SITUACION DE LA TARJETA
      *> (CAMPO-TARJETA DICE QUE TARJETA DEL REGISTRO ES)
       MOTIVO-TARJETA.
           MOVE SPACES TO HUE-MOTIVO.
           IF TARJETA-SUSTITUIDA
               STRING CAMPO-TARJETA DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TARJETA-BUSCAR DELIMITED BY SIZE
                      " sustituida por " DELIMITED BY SIZE
                      TARJETA-VIGENTE DELIMITED BY SIZE
                 INTO HUE-MOTIVO
           ELSE
               STRING CAMPO-TARJETA DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TARJETA-BUSCAR DELIMITED BY SIZE
                      " borrada" DELIMITED BY SIZE
                 INTO HUE-MOTIVO
           END-IF.
       MOTIVO-TARJETA-FIN.
           EXIT.

       ESCRIBIR-HUERFANO.
           IF HUE-GRAVEDAD = "GRAVE"
               ADD 1 TO CNT-GRAVES.
           IF HUE-GRAVEDAD = "MEDIA"
               ADD 1 TO CNT-MEDIAS.
           IF HUE-GRAVEDAD = "LEVE"
               ADD 1 TO CNT-LEVES.
           MOVE SPACES TO LINEA-INFORME.
           STRING HUE-GRAVEDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HUE-FICHERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HUE-CLAVE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HUE-MOTIVO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ESCRIBIR-HUERFANO-FIN.
           EXIT.

       ESCRIBIR-REPARACION.
           ADD 1 TO CNT-REPARADOS.
           MOVE SPACES TO LINEA-INFORME.
           STRING "   reparado: " DELIMITED BY SIZE
                  HUE-REPARACION DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ESCRIBIR-REPARACION-FIN.
           EXIT.

      *> ANOTA EN auditoria.ubd UNA REPARACION (OPERADOR 0, EL BATCH)
      *> CON EL REGISTRO ANTES Y DESPUES
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O SECUENCIAS CLOSE SECUENCIAS.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO REGISTRAR-AUDITORIA-FIN.
           MOVE "AUDITORIA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-AUD-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-AUD-NUM
           END-READ.
           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O AUDITORIA CLOSE AUDITORIA.
           OPEN I-O AUDITORIA.
           IF FSAU <> 00
               CLOSE AUDITORIA
               GO TO REGISTRAR-AUDITORIA-FIN.
           MOVE LAST-AUD-NUM(27:9) TO AUD-NUM.
           MOVE AUD-FICHERO-W TO AUD-FICHERO.
           MOVE AUD-CLAVE-W   TO AUD-CLAVE.
           COMPUTE AUD-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE HORAS         TO AUD-HOR.
           MOVE MINUTOS       TO AUD-MIN.
           MOVE AUD-OPER-W    TO AUD-OPERADOR.
           MOVE AUD-ACCION-W  TO AUD-ACCION.
           MOVE AUD-ANTES-W   TO AUD-ANTES.
           MOVE AUD-DESPUES-W TO AUD-DESPUES.
           WRITE AUDITORIA-REG INVALID KEY CONTINUE.
           CLOSE AUDITORIA.
       REGISTRAR-AUDITORIA-FIN.
           EXIT.

      *> FECHA DE NEGOCIO DEL FICHERO DE CONTROL (VER
      *> CIERRE_DIA/APERTURA_DIA); SIN EL, LA DEL SISTEMA
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
