       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR_RED.
       *> Conciliacion diaria de la cuenta de liquidacion
       *> interbancaria: casa lo que la red de compensacion dice que ha
       *> liquidado con el banco central con la posicion que esperamos
       *> segun nuestros propios ficheros. La posicion esperada la van
       *> dejando, fichero a fichero, los programas que mueven dinero
       *> con la red al enviar o recibir cada fichero (POSICION_RED,
       *> posiciones_red.ubd): ENVIAR_TRANSFEXT y ENVIAR_URGENTES (con
       *> las remesas de LIQUIDAR_ACREEDORES, que salen por la
       *> nocturna), RECIBIR_TRANSFEXT, DEVOLUCIONES_TRANSFEXT,
       *> COBRAR_EMPRESAS y las devoluciones de recibos de
       *> DEVOLVER_COBROS_EMPRESA.
       *> El extracto de liquidacion de la red (liquidacion_red.txt)
       *> trae cabecera CAB (emisor, fecha del extracto y secuencia),
       *> pie PIE (recuento y suma de importes) y una linea por
       *> fichero liquidado con los campos separados por "|": fecha
       *> de ciclo AAAAMMDD, fichero, secuencia (la de su cabecera o
       *> el ciclo urgente; 0 si no lleva), operaciones, importe en
       *> centimos y sentido (A abono a la entidad, C cargo). Un pie
       *> que no cuadra rechaza el extracto entero.
       *> Cada linea se casa por ciclo, fichero y secuencia con su
       *> posicion; son descuadres el importe u operaciones distintos
       *> (D), lo liquidado sin fichero nuestro (N), lo liquidado dos
       *> veces (R) y las posiciones hasta la fecha del extracto que
       *> la red no ha liquidado (S); si una posicion sin liquidar se
       *> liquida despues, su descuadre pasa a liquidado tarde (T).
       *> Los descuadres quedan en descuadres_red.ubd y se arrastran
       *> de un dia a otro en el informe hasta que la sucursal los da
       *> por resueltos en GESTION_DESCUADRES. El informe
       *> (informe_conciliacion_red.ubd) da cada linea casada, el neto
       *> del dia esperado contra el liquidado y los descuadres
       *> abiertos. Cada extracto se concilia una sola vez gracias al
       *> registro de checkpoint comun (REGISTRO_CHECKPOINT, por la
       *> fecha del extracto); sin extracto solo se listan los
       *> descuadres abiertos. Forma parte del plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIQUIDACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLQ.

           SELECT OPTIONAL POSICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-CLAVE
           FILE STATUS IS FSPO.

           SELECT OPTIONAL DESCUADRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DES-NUM
           FILE STATUS IS FSDS.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

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

       FD LIQUIDACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidacion_red.txt".
       01 LINEA-LIQUIDACION           PIC X(80).

       FD POSICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "posiciones_red.ubd".
       01 POSICION-REG.
           02 POS-CLAVE.
               03 POS-FECHA         PIC  9(8).
               03 POS-FICHERO       PIC X(12).
               03 POS-SECUENCIA     PIC  9(6).
           02 POS-PROGRAMA          PIC X(20).
           02 POS-OPERACIONES       PIC  9(7).
           02 POS-CENT              PIC S9(13).
           02 POS-ESTADO            PIC  9(1).
               88 POS-PENDIENTE     VALUE 1.
               88 POS-LIQUIDADA     VALUE 2.
               88 POS-DESCUADRADA   VALUE 3.
           02 POS-FECHA-LIQ         PIC  9(8).
           02 POS-OPS-RED           PIC  9(7).
           02 POS-CENT-RED          PIC S9(13).

       FD DESCUADRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descuadres_red.ubd".
       01 DESCUADRE-REG.
           02 DES-NUM               PIC  9(6).
           02 DES-FECHA             PIC  9(8).
           02 DES-FICHERO           PIC X(12).
           02 DES-SECUENCIA         PIC  9(6).
           02 DES-TIPO              PIC  X(1).
               88 DES-IMPORTE-DISTINTO VALUE "D".
               88 DES-SIN-FICHERO   VALUE "N".
               88 DES-REPETIDO      VALUE "R".
               88 DES-SIN-LIQUIDAR  VALUE "S".
               88 DES-LIQUIDADO-TARDE VALUE "T".
           02 DES-OPS-ESPERADAS     PIC  9(7).
           02 DES-CENT-ESPERADO     PIC S9(13).
           02 DES-OPS-RED           PIC  9(7).
           02 DES-CENT-RED          PIC S9(13).
           02 DES-FECHA-ALTA        PIC  9(8).
           02 DES-ESTADO            PIC  9(1).
               88 DES-ABIERTO       VALUE 1.
               88 DES-RESUELTO      VALUE 2.
           02 DES-FECHA-RESOL       PIC  9(8).
           02 DES-OPERADOR          PIC  9(4).
           02 DES-NOTA              PIC X(40).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID          PIC X(10).
           02 SEC-ULTIMO-NUM  PIC 9(35).

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
           VALUE OF FILE-ID IS "informe_conciliacion_red.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSLQ                     PIC  X(2).
       77 FSPO                     PIC  X(2).
       77 FSDS                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 FECHA-EXTRACTO           PIC  9(8).
       77 SEC-EXTRACTO             PIC  9(6).

       *> Control de cabecera y pie del extracto, como en
       *> RECIBIR_TRANSFEXT: con cabecera, un pie que no cuadra
       *> rechaza el extracto entero antes de casar nada
       77 CONTROL-PRESENTE-SW      PIC  X(1).
       77 CONTROL-OK-SW            PIC  X(1).
       77 PIE-PRESENTE-SW          PIC  X(1).
       77 CNT-CTL                  PIC  9(7).
       77 CENT-CTL                 PIC  9(13).
       77 PIE-CNT                  PIC  9(7).
       77 PIE-CENT                 PIC  9(13).
       01 CONTROL-CAMPOS.
           02 CTL-F1                PIC  X(4).
           02 CTL-F2                PIC X(12).
           02 CTL-F3                PIC X(13).
           02 CTL-F4                PIC X(13).

       *> Linea de detalle del extracto
       01 LIQUIDACION-CAMPOS.
           02 LIQ-FECHA             PIC  X(8).
           02 LIQ-FICHERO           PIC X(12).
           02 LIQ-SECUENCIA         PIC  X(6).
           02 LIQ-OPERACIONES       PIC  X(7).
           02 LIQ-CENT              PIC X(13).
           02 LIQ-SENTIDO           PIC  X(1).
       77 RED-FECHA                PIC  9(8).
       77 RED-SECUENCIA            PIC  9(6).
       77 RED-OPS                  PIC  9(7).
       77 RED-CENT                 PIC S9(13).

       *> Descuadre a registrar
       77 TIPO-DESCUADRE           PIC  X(1).
       77 ESP-OPS                  PIC  9(7).
       77 ESP-CENT                 PIC S9(13).
       77 DES-EXISTE-SW            PIC  X(1).
       77 LAST-DES-NUM             PIC  9(35).
       77 RESULTADO-TEXTO          PIC X(20).

       77 CNT-LINEAS               PIC  9(7) VALUE 0.
       77 CNT-CUADRAN              PIC  9(7) VALUE 0.
       77 CNT-NUEVOS               PIC  9(7) VALUE 0.
       77 CNT-ABIERTOS             PIC  9(7) VALUE 0.
       77 CENT-NETO-ESPERADO       PIC S9(13) VALUE 0.
       77 CENT-NETO-RED            PIC S9(13) VALUE 0.
       77 CENT-DIFERENCIA          PIC S9(13).
       77 CENT-ABIERTO             PIC S9(13) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       77 CENT-EDITAR              PIC S9(13).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 IMPORTE-TEXTO            PIC X(14).
       77 IMPORTE-TEXTO-2          PIC X(14).
       77 IMPORTE-TEXTO-3          PIC X(14).

       01 FECHA-DESGLOSE           PIC  9(8).
       01 FECHA-DESGLOSE-R REDEFINES FECHA-DESGLOSE.
           02 FDE-ANO               PIC  9(4).
           02 FDE-MES               PIC  9(2).
           02 FDE-DIA               PIC  9(2).
       01 FECHA-EDIT.
           02 FEC-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-ANO               PIC  9(4).

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

           PERFORM VERIFICAR-EXTRACTO THRU VERIFICAR-EXTRACTO-FIN.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== CONCILIACION CON LA RED - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O POSICIONES CLOSE POSICIONES.
           OPEN I-O DESCUADRES CLOSE DESCUADRES.

           IF CONTROL-OK-SW = "N"
               MOVE "EXTRACTO RECHAZADO: el pie de control no cuadra"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               PERFORM LISTAR-ABIERTOS THRU LISTAR-ABIERTOS-FIN
               GO TO FIN-ERROR.

           IF CNT-CTL = 0
               MOVE "Sin extracto de liquidacion de la red"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO SOLO-ABIERTOS.

       CHECKPOINT-OPEN.
           MOVE "I"              TO PCK-OPERACION.
           MOVE "CONCILIAR_RED"  TO PCK-PROGRAMA.
           MOVE FECHA-EXTRACTO   TO PCK-FECHA.
           MOVE 1                TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO EXTRACTO-YA-CONCILIADO.

           MOVE FECHA-EXTRACTO TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Extracto de liquidacion del " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  ", secuencia " DELIMITED BY SIZE
                  SEC-EXTRACTO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           MOVE "  Ciclo      Fichero      Sec."  TO LINEA-INFORME.
           MOVE "Esperado"    TO LINEA-INFORME(38:8).
           MOVE "Liquidado"   TO LINEA-INFORME(52:9).
           MOVE "Resultado"   TO LINEA-INFORME(63:9).
           WRITE LINEA-INFORME.

           OPEN I-O POSICIONES.
           IF FSPO <> 00
               GO TO FIN-ERROR.
           OPEN I-O DESCUADRES.
           IF FSDS <> 00
               CLOSE POSICIONES
               GO TO FIN-ERROR.
           OPEN INPUT LIQUIDACION.
           IF FSLQ <> 00
               CLOSE POSICIONES
               CLOSE DESCUADRES
               GO TO FIN-ERROR.

       LEER-LIQUIDACION.
           READ LIQUIDACION AT END GO TO CERRAR-LIQUIDACION.

           IF LINEA-LIQUIDACION = SPACES
               GO TO LEER-LIQUIDACION.

           *> Las lineas de control no son liquidaciones
           IF LINEA-LIQUIDACION(1:4) = "CAB|"
               OR LINEA-LIQUIDACION(1:4) = "PIE|"
               GO TO LEER-LIQUIDACION.

           ADD 1 TO CNT-LINEAS.
           PERFORM DESGLOSAR-LINEA THRU DESGLOSAR-LINEA-FIN.
           PERFORM CASAR-LINEA THRU CASAR-LINEA-FIN.
           GO TO LEER-LIQUIDACION.

       CERRAR-LIQUIDACION.
           CLOSE LIQUIDACION.

           PERFORM BUSCAR-SIN-LIQUIDAR THRU BUSCAR-SIN-LIQUIDAR-FIN.
           CLOSE POSICIONES.
           CLOSE DESCUADRES.

      *> NETO DEL CICLO DEL EXTRACTO: LO QUE ESPERABAMOS CONTRA LO
      *> QUE LA RED HA LIQUIDADO CON EL BANCO CENTRAL
       NETO-DEL-DIA.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE FECHA-EXTRACTO TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE CENT-NETO-ESPERADO TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE IMPORTE-TEXTO TO IMPORTE-TEXTO-2.
           MOVE CENT-NETO-RED TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE IMPORTE-TEXTO TO IMPORTE-TEXTO-3.
           COMPUTE CENT-DIFERENCIA = CENT-NETO-RED - CENT-NETO-ESPERADO.
           MOVE CENT-DIFERENCIA TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Neto del ciclo " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  ": esperado " DELIMITED BY SIZE
                  IMPORTE-TEXTO-2 DELIMITED BY SIZE
                  " liquidado " DELIMITED BY SIZE
                  IMPORTE-TEXTO-3 DELIMITED BY SIZE
                  " diferencia " DELIMITED BY SIZE
                  IMPORTE-TEXTO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-LINEAS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Lineas del extracto:  " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE CNT-CUADRAN TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Ficheros que cuadran: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE CNT-NUEVOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Descuadres nuevos:    " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM LISTAR-ABIERTOS THRU LISTAR-ABIERTOS-FIN.

      *> EXTRACTO CONCILIADO: NO SE VUELVE A CASAR
       EXTRACTO-CONCILIADO.
           MOVE "T"          TO PCK-OPERACION.
           MOVE CNT-LINEAS   TO PCK-REGISTROS.
           MOVE CNT-CUADRAN  TO PCK-CONTADOR(1).
           MOVE CNT-NUEVOS   TO PCK-CONTADOR(2).
           MOVE CNT-ABIERTOS TO PCK-CONTADOR(3).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           GO TO FIN.

       EXTRACTO-YA-CONCILIADO.
           MOVE "Extracto ya conciliado" TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       SOLO-ABIERTOS.
           PERFORM LISTAR-ABIERTOS THRU LISTAR-ABIERTOS-FIN.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               CLOSE INFORME.
           GOBACK.

      *> CAMPOS DE LA LINEA DEL EXTRACTO; EL SENTIDO C ES CARGO A LA
      *> ENTIDAD Y VA EN NEGATIVO, COMO EN LA POSICION
       DESGLOSAR-LINEA.
           INITIALIZE LIQUIDACION-CAMPOS.
           UNSTRING LINEA-LIQUIDACION DELIMITED BY "|"
               INTO LIQ-FECHA LIQ-FICHERO LIQ-SECUENCIA
                    LIQ-OPERACIONES LIQ-CENT LIQ-SENTIDO.
           MOVE 0 TO RED-FECHA.
           MOVE 0 TO RED-SECUENCIA.
           MOVE 0 TO RED-OPS.
           MOVE 0 TO RED-CENT.
           IF LIQ-FECHA NUMERIC
               MOVE LIQ-FECHA TO RED-FECHA.
           IF LIQ-SECUENCIA NOT = SPACES
               COMPUTE RED-SECUENCIA = FUNCTION NUMVAL(LIQ-SECUENCIA).
           IF LIQ-OPERACIONES NOT = SPACES
               COMPUTE RED-OPS = FUNCTION NUMVAL(LIQ-OPERACIONES).
           IF LIQ-CENT NOT = SPACES
               COMPUTE RED-CENT = FUNCTION NUMVAL(LIQ-CENT).
           IF LIQ-SENTIDO = "C"
               COMPUTE RED-CENT = - RED-CENT.
           IF RED-FECHA = FECHA-EXTRACTO
               ADD RED-CENT TO CENT-NETO-RED.
       DESGLOSAR-LINEA-FIN.
           EXIT.

      *> UNA LINEA DEL EXTRACTO CONTRA SU POSICION
       CASAR-LINEA.
           MOVE RED-FECHA     TO POS-FECHA.
           MOVE LIQ-FICHERO   TO POS-FICHERO.
           MOVE RED-SECUENCIA TO POS-SECUENCIA.
           READ POSICIONES INVALID KEY
               GO TO LINEA-SIN-POSICION.

           *> Ya liquidada por un extracto anterior
           IF POS-FECHA-LIQ NOT = 0
               MOVE "R"             TO TIPO-DESCUADRE
               MOVE POS-OPERACIONES TO ESP-OPS
               MOVE POS-CENT        TO ESP-CENT
               MOVE "LIQUIDADO 2 VECES" TO RESULTADO-TEXTO
               PERFORM REGISTRAR-DESCUADRE
                   THRU REGISTRAR-DESCUADRE-FIN
               GO TO ESCRIBIR-LINEA-CASADA.

           MOVE FECHA-EXTRACTO TO POS-FECHA-LIQ.
           MOVE RED-OPS        TO POS-OPS-RED.
           MOVE RED-CENT       TO POS-CENT-RED.
           MOVE POS-OPERACIONES TO ESP-OPS.
           MOVE POS-CENT        TO ESP-CENT.
           IF POS-CENT = RED-CENT AND POS-OPERACIONES = RED-OPS
               MOVE 2 TO POS-ESTADO
               ADD 1 TO CNT-CUADRAN
               MOVE "CUADRA" TO RESULTADO-TEXTO
               MOVE "T" TO TIPO-DESCUADRE
               PERFORM ACTUALIZAR-SIN-LIQUIDAR
                   THRU ACTUALIZAR-SIN-LIQUIDAR-FIN
           ELSE
               MOVE 3 TO POS-ESTADO
               MOVE "DESCUADRE" TO RESULTADO-TEXTO
               MOVE "D" TO TIPO-DESCUADRE
               PERFORM REGISTRAR-DESCUADRE
                   THRU REGISTRAR-DESCUADRE-FIN
           END-IF.
           REWRITE POSICION-REG INVALID KEY CONTINUE.
           GO TO ESCRIBIR-LINEA-CASADA.

       LINEA-SIN-POSICION.
           *> Un fichero vacio que la red lista a cero no mueve nada
           IF RED-CENT = 0 AND RED-OPS = 0
               GO TO CASAR-LINEA-FIN.
           MOVE "N" TO TIPO-DESCUADRE.
           MOVE 0   TO ESP-OPS.
           MOVE 0   TO ESP-CENT.
           MOVE "SIN FICHERO NUESTRO" TO RESULTADO-TEXTO.
           PERFORM REGISTRAR-DESCUADRE THRU REGISTRAR-DESCUADRE-FIN.

       ESCRIBIR-LINEA-CASADA.
           MOVE RED-FECHA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE ESP-CENT TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE IMPORTE-TEXTO TO IMPORTE-TEXTO-2.
           MOVE RED-CENT TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIQ-FICHERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RED-SECUENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-TEXTO-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULTADO-TEXTO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       CASAR-LINEA-FIN.
           EXIT.

      *> POSICIONES HASTA LA FECHA DEL EXTRACTO QUE LA RED NO HA
      *> LIQUIDADO; DE PASO SE SUMA EL NETO ESPERADO DEL CICLO
       BUSCAR-SIN-LIQUIDAR.
           MOVE LOW-VALUES TO POS-CLAVE.
           START POSICIONES KEY IS >= POS-CLAVE INVALID KEY
               GO TO BUSCAR-SIN-LIQUIDAR-FIN.

       LEER-POSICION.
           READ POSICIONES NEXT RECORD AT END
               GO TO BUSCAR-SIN-LIQUIDAR-FIN.
           IF POS-FECHA > FECHA-EXTRACTO
               GO TO BUSCAR-SIN-LIQUIDAR-FIN.
           IF POS-FECHA = FECHA-EXTRACTO
               ADD POS-CENT TO CENT-NETO-ESPERADO.
           IF NOT POS-PENDIENTE
               GO TO LEER-POSICION.

           MOVE "S"             TO TIPO-DESCUADRE.
           MOVE POS-FECHA       TO RED-FECHA.
           MOVE POS-FICHERO     TO LIQ-FICHERO.
           MOVE POS-SECUENCIA   TO RED-SECUENCIA.
           MOVE POS-OPERACIONES TO ESP-OPS.
           MOVE POS-CENT        TO ESP-CENT.
           MOVE 0               TO RED-OPS.
           MOVE 0               TO RED-CENT.
           PERFORM REGISTRAR-DESCUADRE THRU REGISTRAR-DESCUADRE-FIN.
           IF DES-EXISTE-SW NOT = "N"
               GO TO LEER-POSICION.

           MOVE POS-FECHA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE POS-CENT TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POS-FICHERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POS-SECUENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-TEXTO DELIMITED BY SIZE
                  "                SIN LIQUIDAR" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-POSICION.
       BUSCAR-SIN-LIQUIDAR-FIN.
           EXIT.

      *> ALTA O ACTUALIZACION DEL DESCUADRE DE UN CICLO Y FICHERO: SI
      *> YA HAY UNO ABIERTO SE ACTUALIZA CON LO NUEVO; UNA POSICION
      *> SIN LIQUIDAR SOLO SE DA DE ALTA UNA VEZ, AUNQUE LA SUCURSAL
      *> YA LA HAYA RESUELTO
       REGISTRAR-DESCUADRE.
           PERFORM BUSCAR-DESCUADRE THRU BUSCAR-DESCUADRE-FIN.
           IF DES-EXISTE-SW = "A"
               MOVE TIPO-DESCUADRE TO DES-TIPO
               MOVE ESP-OPS        TO DES-OPS-ESPERADAS
               MOVE ESP-CENT       TO DES-CENT-ESPERADO
               MOVE RED-OPS        TO DES-OPS-RED
               MOVE RED-CENT       TO DES-CENT-RED
               IF TIPO-DESCUADRE NOT = "S"
                   REWRITE DESCUADRE-REG INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               GO TO REGISTRAR-DESCUADRE-FIN.
           IF DES-EXISTE-SW = "R" AND TIPO-DESCUADRE = "S"
               GO TO REGISTRAR-DESCUADRE-FIN.

           PERFORM SIGUIENTE-DESCUADRE THRU SIGUIENTE-DESCUADRE-FIN.
           MOVE LAST-DES-NUM(30:6) TO DES-NUM.
           MOVE RED-FECHA       TO DES-FECHA.
           MOVE LIQ-FICHERO     TO DES-FICHERO.
           MOVE RED-SECUENCIA   TO DES-SECUENCIA.
           MOVE TIPO-DESCUADRE  TO DES-TIPO.
           MOVE ESP-OPS         TO DES-OPS-ESPERADAS.
           MOVE ESP-CENT        TO DES-CENT-ESPERADO.
           MOVE RED-OPS         TO DES-OPS-RED.
           MOVE RED-CENT        TO DES-CENT-RED.
           MOVE FECHA-PROCESO   TO DES-FECHA-ALTA.
           MOVE 1               TO DES-ESTADO.
           MOVE 0               TO DES-FECHA-RESOL.
           MOVE 0               TO DES-OPERADOR.
           MOVE SPACES          TO DES-NOTA.
           WRITE DESCUADRE-REG INVALID KEY
               GO TO REGISTRAR-DESCUADRE-FIN.
           ADD 1 TO CNT-NUEVOS.
           MOVE "N" TO DES-EXISTE-SW.
       REGISTRAR-DESCUADRE-FIN.
           EXIT.

      *> UNA POSICION QUE QUEDO SIN LIQUIDAR Y AHORA CUADRA: SU
      *> DESCUADRE ABIERTO PASA A LIQUIDADO TARDE, PERO SIGUE ABIERTO
      *> HASTA QUE LA SUCURSAL LO DE POR RESUELTO
       ACTUALIZAR-SIN-LIQUIDAR.
           PERFORM BUSCAR-DESCUADRE THRU BUSCAR-DESCUADRE-FIN.
           IF DES-EXISTE-SW NOT = "A"
               GO TO ACTUALIZAR-SIN-LIQUIDAR-FIN.
           MOVE "T"      TO DES-TIPO.
           MOVE RED-OPS  TO DES-OPS-RED.
           MOVE RED-CENT TO DES-CENT-RED.
           REWRITE DESCUADRE-REG INVALID KEY CONTINUE.
       ACTUALIZAR-SIN-LIQUIDAR-FIN.
           EXIT.

      *> DESCUADRE DEL MISMO CICLO, FICHERO Y SECUENCIA: RECORRIDO
      *> SECUENCIAL, COMO EL RESTO DE BUSQUEDAS SIN CLAVE; DEVUELVE
      *> "A" CON EL ABIERTO EN EL REGISTRO, "R" SI SOLO LOS HAY
      *> RESUELTOS Y "N" SI NO HAY NINGUNO
       BUSCAR-DESCUADRE.
           MOVE "N" TO DES-EXISTE-SW.
           MOVE 0 TO DES-NUM.
           START DESCUADRES KEY IS >= DES-NUM INVALID KEY
               GO TO BUSCAR-DESCUADRE-FIN.

       LEER-DESCUADRE-BUSCAR.
           READ DESCUADRES NEXT RECORD AT END
               GO TO BUSCAR-DESCUADRE-FIN.
           IF DES-FECHA NOT = RED-FECHA
              OR DES-FICHERO NOT = LIQ-FICHERO
              OR DES-SECUENCIA NOT = RED-SECUENCIA
               GO TO LEER-DESCUADRE-BUSCAR.
           IF DES-ABIERTO
               MOVE "A" TO DES-EXISTE-SW
               GO TO BUSCAR-DESCUADRE-FIN.
           MOVE "R" TO DES-EXISTE-SW.
           GO TO LEER-DESCUADRE-BUSCAR.
       BUSCAR-DESCUADRE-FIN.
           EXIT.

      *> NUMERO DEL DESCUADRE DESDE SECUENCIAS, COMO EL RESTO
       SIGUIENTE-DESCUADRE.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO SIGUIENTE-DESCUADRE-FIN.
           MOVE "DESCRED" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-DES-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-DES-NUM
           END-READ.
           ADD 1 TO LAST-DES-NUM.
           MOVE LAST-DES-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       SIGUIENTE-DESCUADRE-FIN.
           EXIT.

      *> DESCUADRES ABIERTOS, ARRASTRADOS HASTA QUE LA SUCURSAL LOS
      *> RESUELVA
       LISTAR-ABIERTOS.
           MOVE 0 TO CNT-ABIERTOS.
           MOVE 0 TO CENT-ABIERTO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Descuadres abiertos:" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           MOVE "  Num.   Ciclo      Fichero      Sec.   T"
               TO LINEA-INFORME.
           MOVE "Diferencia" TO LINEA-INFORME(50:10).
           MOVE "Alta"       TO LINEA-INFORME(61:4).
           WRITE LINEA-INFORME.

           OPEN INPUT DESCUADRES.
           IF FSDS <> 00
               CLOSE DESCUADRES
               GO TO LISTAR-ABIERTOS-TOTAL.

       LEER-ABIERTO.
           READ DESCUADRES NEXT RECORD AT END
               GO TO CERRAR-ABIERTOS.
           IF NOT DES-ABIERTO
               GO TO LEER-ABIERTO.

           ADD 1 TO CNT-ABIERTOS.
           COMPUTE CENT-DIFERENCIA = DES-CENT-RED - DES-CENT-ESPERADO.
           ADD CENT-DIFERENCIA TO CENT-ABIERTO.
           MOVE CENT-DIFERENCIA TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE DES-FECHA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  DES-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DES-FICHERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DES-SECUENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DES-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-TEXTO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           MOVE DES-FECHA-ALTA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE FECHA-EDIT TO LINEA-INFORME(61:10).
           WRITE LINEA-INFORME.
           GO TO LEER-ABIERTO.

       CERRAR-ABIERTOS.
           CLOSE DESCUADRES.

       LISTAR-ABIERTOS-TOTAL.
           MOVE CENT-ABIERTO TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           MOVE CNT-ABIERTOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Descuadres abiertos: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "  diferencia neta: " DELIMITED BY SIZE
                  IMPORTE-TEXTO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       LISTAR-ABIERTOS-FIN.
           EXIT.

      *> PASADA PREVIA DE CONTROL DEL EXTRACTO: FECHA Y SECUENCIA DE
      *> LA CABECERA, Y RECUENTO Y SUMA DE IMPORTES CONTRA EL PIE;
      *> SIN CABECERA EL EXTRACTO ES DE LA FECHA DE PROCESO
       VERIFICAR-EXTRACTO.
           MOVE "N" TO CONTROL-PRESENTE-SW.
           MOVE "S" TO CONTROL-OK-SW.
           MOVE "N" TO PIE-PRESENTE-SW.
           MOVE 0 TO CNT-CTL.
           MOVE 0 TO CENT-CTL.
           MOVE 0 TO PIE-CNT.
           MOVE 0 TO PIE-CENT.
           MOVE FECHA-PROCESO TO FECHA-EXTRACTO.
           MOVE 0 TO SEC-EXTRACTO.

           OPEN INPUT LIQUIDACION.
           IF FSLQ <> 00
               CLOSE LIQUIDACION
               GO TO VERIFICAR-EXTRACTO-FIN.

       VERIFICAR-LINEA.
           READ LIQUIDACION AT END GO TO VERIFICAR-CIERRE.

           IF LINEA-LIQUIDACION = SPACES
               GO TO VERIFICAR-LINEA.

           IF LINEA-LIQUIDACION(1:4) = "CAB|"
               MOVE "S" TO CONTROL-PRESENTE-SW
               INITIALIZE CONTROL-CAMPOS
               UNSTRING LINEA-LIQUIDACION DELIMITED BY "|"
                   INTO CTL-F1 CTL-F2 CTL-F3 CTL-F4
               IF CTL-F3(1:8) NUMERIC
                   MOVE CTL-F3(1:8) TO FECHA-EXTRACTO
               END-IF
               IF CTL-F4 NOT = SPACES
                   COMPUTE SEC-EXTRACTO =
                       FUNCTION NUMVAL(CTL-F4)
               END-IF
               GO TO VERIFICAR-LINEA.

           IF LINEA-LIQUIDACION(1:4) = "PIE|"
               MOVE "S" TO PIE-PRESENTE-SW
               INITIALIZE CONTROL-CAMPOS
               UNSTRING LINEA-LIQUIDACION DELIMITED BY "|"
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
           INITIALIZE LIQUIDACION-CAMPOS.
           UNSTRING LINEA-LIQUIDACION DELIMITED BY "|"
               INTO LIQ-FECHA LIQ-FICHERO LIQ-SECUENCIA
                    LIQ-OPERACIONES LIQ-CENT LIQ-SENTIDO.
           IF LIQ-CENT NOT = SPACES
               ADD FUNCTION NUMVAL(LIQ-CENT) TO CENT-CTL
           END-IF.
           GO TO VERIFICAR-LINEA.

       VERIFICAR-CIERRE.
           CLOSE LIQUIDACION.

           IF CONTROL-PRESENTE-SW = "N"
               GO TO VERIFICAR-EXTRACTO-FIN.

           IF PIE-PRESENTE-SW = "N"
               OR CNT-CTL NOT = PIE-CNT
               OR CENT-CTL NOT = PIE-CENT
               MOVE "N" TO CONTROL-OK-SW.
       VERIFICAR-EXTRACTO-FIN.
           EXIT.

       EDITAR-FECHA.
           MOVE FDE-DIA TO FEC-DIA.
           MOVE FDE-MES TO FEC-MES.
           MOVE FDE-ANO TO FEC-ANO.
       EDITAR-FECHA-FIN.
           EXIT.

       EDITAR-IMPORTE.
           IF CENT-EDITAR < 0
               COMPUTE IMPORTE-ENT-EDIT =
                   - (FUNCTION ABS(CENT-EDITAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO IMPORTE-DEC-EDIT
           ELSE
               COMPUTE IMPORTE-ENT-EDIT = (CENT-EDITAR / 100)
               MOVE FUNCTION MOD(CENT-EDITAR, 100)
                   TO IMPORTE-DEC-EDIT
           END-IF.
           MOVE SPACES TO IMPORTE-TEXTO.
           STRING IMPORTE-ENT-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IMPORTE-DEC-EDIT DELIMITED BY SIZE
             INTO IMPORTE-TEXTO.
       EDITAR-IMPORTE-FIN.
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
