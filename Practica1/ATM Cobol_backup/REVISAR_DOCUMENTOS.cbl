       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR_DOCUMENTOS.
       *> Programa batch mensual de control del documento de
       *> identidad y de la revision periodica de datos del cliente
       *> (conozca a su cliente). La ficha de cada cliente esta en
       *> kyc_clientes.ubd, junto a clientes.ubd para no tocar su
       *> registro: tipo de documento (DNI, NIE o pasaporte), fecha
       *> de caducidad, nivel de riesgo, ultima revision y proxima
       *> revision, que sale del riesgo (KYCMESESBAJO, KYCMESESMEDIO
       *> y KYCMESESALTO en parametros.ubd, por defecto 60, 36 y 12
       *> meses). Cuando faltan KYCAVISODIAS dias (60 por defecto)
       *> para la caducidad o para la revision, el cliente recibe un
       *> aviso por notificaciones.ubd en su primera tarjeta activa,
       *> una sola vez. Pasados KYCGRACIADIAS dias (30 por defecto)
       *> desde la caducidad o la revision sin que la sucursal
       *> registre el documento nuevo, la ficha queda restringida y
       *> BANK1 solo deja consultar el saldo a las tarjetas del
       *> cliente, remitiendole a la sucursal. La restriccion la
       *> levanta GESTION_DOCUMENTOS al registrar la renovacion. Los
       *> clientes sin ficha se listan para que la sucursal la
       *> complete. La proteccion mensual usa el registro de
       *> checkpoint comun (REGISTRO_CHECKPOINT), que guarda tambien el
       *> ultimo cliente revisado para que el relanzamiento tras una
       *> caida siga desde el con los totales del informe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL KYC-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CLIENTE
           FILE STATUS IS FSKY.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-NUM
           FILE STATUS IS FSN.

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

       *> Ficha de identificacion y revision del cliente; el que no
       *> tiene ficha aun no ha pasado por la sucursal
       FD KYC-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "kyc_clientes.ubd".
       01 KYC-REG.
           02 KYC-CLIENTE           PIC  9(8).
           02 KYC-TIPO-DOC          PIC  9(1).
               88 KYC-DNI           VALUE 1.
               88 KYC-NIE           VALUE 2.
               88 KYC-PASAPORTE     VALUE 3.
           02 KYC-NUM-DOC           PIC X(15).
           02 KYC-FECHA-CADUCIDAD   PIC  9(8).
           02 KYC-RIESGO            PIC  9(1).
               88 KYC-RIESGO-BAJO   VALUE 1.
               88 KYC-RIESGO-MEDIO  VALUE 2.
               88 KYC-RIESGO-ALTO   VALUE 3.
           02 KYC-FECHA-REVISION    PIC  9(8).
           02 KYC-PROXIMA-REVISION  PIC  9(8).
           *> Fecha del aviso ya enviado; a cero hasta el siguiente
           02 KYC-AVISO-DOC         PIC  9(8).
           02 KYC-AVISO-REV         PIC  9(8).
           02 KYC-ESTADO            PIC  9(1).
               88 KYC-AL-DIA        VALUES 0 1.
               88 KYC-RESTRINGIDO   VALUE 2.
           *> D documento caducado, R revision vencida
           02 KYC-MOTIVO            PIC  X(1).
           02 KYC-FECHA-RESTRICCION PIC  9(8).
           02 KYC-OPERADOR          PIC  9(4).

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

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

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
           VALUE OF FILE-ID IS "informe_documentos.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSCL                     PIC  X(2).
       77 FSKY                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 PERIODO-ACTUAL           PIC  9(8).
       77 JULIANO-PROCESO          PIC  9(9).
       77 LAST-NOTIF-NUM           PIC  9(35).

       *> Parametros de la revision, con sus valores por defecto
       77 DIAS-AVISO               PIC  9(4) VALUE 60.
       77 DIAS-GRACIA              PIC  9(4) VALUE 30.
       77 MESES-BAJO               PIC  9(3) VALUE 60.
       77 MESES-MEDIO              PIC  9(3) VALUE 36.
       77 MESES-ALTO               PIC  9(3) VALUE 12.
       77 MESES-REVISION           PIC  9(3).

       *> Dias que faltan (negativo: dias pasados) hasta la fecha
       77 DIAS-HASTA               PIC S9(7).
       77 CAMBIO-SW                PIC  X(1).
       77 TARJETA-AVISO            PIC  9(16).
       77 CONCEPTO-AVISO           PIC  X(35).
       77 FECHA-TEXTO              PIC  X(10).

       *> Fecha descompuesta para sumar meses y para editarla
       01 FECHA-CALC-W.
           02 CAL-ANO               PIC  9(4).
           02 CAL-MES               PIC  9(2).
           02 CAL-DIA               PIC  9(2).
       01 FECHA-CALC-NUM REDEFINES FECHA-CALC-W PIC 9(8).
       77 MESES-TOTAL              PIC  9(6).

       77 CNT-CLIENTES             PIC  9(7) VALUE 0.
       77 CNT-SIN-FICHA            PIC  9(7) VALUE 0.
       77 CNT-AVISOS-DOC           PIC  9(7) VALUE 0.
       77 CNT-AVISOS-REV           PIC  9(7) VALUE 0.
       77 CNT-RESTRINGIDOS         PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

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
           *> Batch mensual: el periodo es anyo+mes de negocio
           COMPUTE PERIODO-ACTUAL = (ANO * 100) + MES.
           COMPUTE JULIANO-PROCESO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

       CHECKPOINT-OPEN.
           MOVE "I"                  TO PCK-OPERACION.
           MOVE "REVISAR_DOCUMENTOS" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL       TO PCK-FECHA.
           MOVE 1                    TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO MES-YA-REVISADO.

           MOVE PCK-CONTADOR(1) TO CNT-CLIENTES.
           MOVE PCK-CONTADOR(2) TO CNT-SIN-FICHA.
           MOVE PCK-CONTADOR(3) TO CNT-AVISOS-DOC.
           MOVE PCK-CONTADOR(4) TO CNT-AVISOS-REV.
           MOVE PCK-CONTADOR(5) TO CNT-RESTRINGIDOS.

           PERFORM LEER-PARAMETROS-KYC THRU LEER-PARAMETROS-KYC-FIN.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UN MES POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== REVISAR_DOCUMENTOS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       CLIENTES-OPEN.
           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CLIENTES CLOSE CLIENTES.
           OPEN I-O KYC-CLIENTES CLOSE KYC-CLIENTES.
           OPEN I-O TARJETAS CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO FIN-ERROR.
           OPEN I-O KYC-CLIENTES.
           IF FSKY <> 00
               GO TO FIN-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.

           *>RELANZAMIENTO: SEGUIMOS DESPUES DEL ULTIMO CLIENTE GRABADO
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:8) TO CLI-ID
               START CLIENTES KEY IS > CLI-ID
                   INVALID KEY GO TO MES-REVISADO
               END-START
           END-IF.

       LEER-CLIENTE.
           READ CLIENTES NEXT RECORD AT END GO TO MES-REVISADO.
           ADD 1 TO CNT-CLIENTES.

           MOVE CLI-ID TO KYC-CLIENTE.
           READ KYC-CLIENTES INVALID KEY
               ADD 1 TO CNT-SIN-FICHA
               MOVE SPACES TO LINEA-INFORME
               STRING "Cliente " DELIMITED BY SIZE
                      CLI-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLI-NOMBRE DELIMITED BY "  "
                      ": sin documento registrado" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO CLIENTE-REVISADO.

           PERFORM REVISAR-CLIENTE THRU REVISAR-CLIENTE-FIN.

       CLIENTE-REVISADO.
           MOVE CLI-ID TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           GO TO LEER-CLIENTE.

      *> FIN NORMAL DEL FICHERO DE CLIENTES: EL MES QUEDA REVISADO
       MES-REVISADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       MES-YA-REVISADO.
           DISPLAY "REVISAR_DOCUMENTOS: MES YA REVISADO".
           GO TO FIN.

      *> AVISOS Y RESTRICCION DE UN CLIENTE CON FICHA
       REVISAR-CLIENTE.
           MOVE "N" TO CAMBIO-SW.

           *> Ficha sin proxima revision: se calcula desde la ultima
           IF KYC-PROXIMA-REVISION = 0 AND KYC-FECHA-REVISION NOT = 0
               PERFORM CALCULAR-PROXIMA-REVISION
                   THRU CALCULAR-PROXIMA-REVISION-FIN
               MOVE "S" TO CAMBIO-SW.

           *> Caducidad del documento
           IF KYC-FECHA-CADUCIDAD = 0
               GO TO REVISAR-PERIODICA.
           COMPUTE DIAS-HASTA =
               FUNCTION INTEGER-OF-DATE(KYC-FECHA-CADUCIDAD)
               - JULIANO-PROCESO.
           IF DIAS-HASTA NOT > DIAS-AVISO AND KYC-AVISO-DOC = 0
               MOVE KYC-FECHA-CADUCIDAD TO FECHA-CALC-NUM
               PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN
               MOVE SPACES TO CONCEPTO-AVISO
               IF DIAS-HASTA < 0
                   STRING "Documento caducado el " DELIMITED BY SIZE
                          FECHA-TEXTO DELIMITED BY SIZE
                     INTO CONCEPTO-AVISO
               ELSE
                   STRING "Su documento caduca el " DELIMITED BY SIZE
                          FECHA-TEXTO DELIMITED BY SIZE
                     INTO CONCEPTO-AVISO
               END-IF
               PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN
               MOVE FECHA-PROCESO TO KYC-AVISO-DOC
               MOVE "S" TO CAMBIO-SW
               ADD 1 TO CNT-AVISOS-DOC
           END-IF.
           IF DIAS-HASTA + DIAS-GRACIA < 0 AND NOT KYC-RESTRINGIDO
               MOVE "D" TO KYC-MOTIVO
               PERFORM RESTRINGIR-CLIENTE THRU RESTRINGIR-CLIENTE-FIN
               MOVE "S" TO CAMBIO-SW.

       REVISAR-PERIODICA.
           IF KYC-PROXIMA-REVISION = 0
               GO TO REVISAR-CLIENTE-GRABAR.
           COMPUTE DIAS-HASTA =
               FUNCTION INTEGER-OF-DATE(KYC-PROXIMA-REVISION)
               - JULIANO-PROCESO.
           IF DIAS-HASTA NOT > DIAS-AVISO AND KYC-AVISO-REV = 0
               MOVE KYC-PROXIMA-REVISION TO FECHA-CALC-NUM
               PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN
               MOVE SPACES TO CONCEPTO-AVISO
               STRING "Revise sus datos antes " DELIMITED BY SIZE
                      FECHA-TEXTO DELIMITED BY SIZE
                 INTO CONCEPTO-AVISO
               PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN
               MOVE FECHA-PROCESO TO KYC-AVISO-REV
               MOVE "S" TO CAMBIO-SW
               ADD 1 TO CNT-AVISOS-REV
           END-IF.
           IF DIAS-HASTA + DIAS-GRACIA < 0 AND NOT KYC-RESTRINGIDO
               MOVE "R" TO KYC-MOTIVO
               PERFORM RESTRINGIR-CLIENTE THRU RESTRINGIR-CLIENTE-FIN
               MOVE "S" TO CAMBIO-SW.

       REVISAR-CLIENTE-GRABAR.
           IF CAMBIO-SW = "S"
               REWRITE KYC-REG INVALID KEY GO TO FIN-ERROR.
       REVISAR-CLIENTE-FIN.
           EXIT.

      *> LA FICHA QUEDA RESTRINGIDA (EL MOTIVO YA VIENE EN KYC-MOTIVO):
      *> BANK1 LO MIRA AL ENTRAR Y SOLO DEJA CONSULTAR EL SALDO
       RESTRINGIR-CLIENTE.
           MOVE 2             TO KYC-ESTADO.
           MOVE FECHA-PROCESO TO KYC-FECHA-RESTRICCION.
           ADD 1 TO CNT-RESTRINGIDOS.

           MOVE "Tarjeta limitada: acuda a sucursal" TO CONCEPTO-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN.

           MOVE SPACES TO LINEA-INFORME.
           IF KYC-MOTIVO = "D"
               STRING "Cliente " DELIMITED BY SIZE
                      KYC-CLIENTE DELIMITED BY SIZE
                      " restringido: documento caducado "
                          DELIMITED BY SIZE
                      KYC-FECHA-CADUCIDAD DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "Cliente " DELIMITED BY SIZE
                      KYC-CLIENTE DELIMITED BY SIZE
                      " restringido: revision vencida "
                          DELIMITED BY SIZE
                      KYC-PROXIMA-REVISION DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.
       RESTRINGIR-CLIENTE-FIN.
           EXIT.

      *> PROXIMA REVISION = ULTIMA REVISION MAS LOS MESES QUE TOCAN
      *> POR EL NIVEL DE RIESGO; EL DIA SE LIMITA A 28 PARA QUE LA
      *> FECHA EXISTA EN CUALQUIER MES
       CALCULAR-PROXIMA-REVISION.
           MOVE MESES-MEDIO TO MESES-REVISION.
           IF KYC-RIESGO-BAJO
               MOVE MESES-BAJO TO MESES-REVISION.
           IF KYC-RIESGO-ALTO
               MOVE MESES-ALTO TO MESES-REVISION.

           MOVE KYC-FECHA-REVISION TO FECHA-CALC-NUM.
           COMPUTE MESES-TOTAL =
               (CAL-ANO * 12) + (CAL-MES - 1) + MESES-REVISION.
           COMPUTE CAL-ANO = MESES-TOTAL / 12.
           COMPUTE CAL-MES = MESES-TOTAL - (CAL-ANO * 12) + 1.
           IF CAL-DIA > 28
               MOVE 28 TO CAL-DIA.
           MOVE FECHA-CALC-NUM TO KYC-PROXIMA-REVISION.
       CALCULAR-PROXIMA-REVISION-FIN.
           EXIT.

      *> FECHA-CALC-NUM COMO DD/MM/AAAA EN FECHA-TEXTO
       EDITAR-FECHA.
           MOVE SPACES TO FECHA-TEXTO.
           STRING CAL-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CAL-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CAL-ANO DELIMITED BY SIZE
             INTO FECHA-TEXTO.
       EDITAR-FECHA-FIN.
           EXIT.

      *> EL AVISO VA A LA PRIMERA TARJETA ACTIVA DEL CLIENTE; SI NO
      *> TIENE NINGUNA SOLO QUEDA EN EL INFORME
       AVISAR-CLIENTE.
           MOVE 0 TO TARJETA-AVISO.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               GO TO AVISAR-CLIENTE-SIN-TARJETA
           END-START.

       BUSCAR-TARJETA-AVISO.
           READ TARJETAS NEXT RECORD AT END
               GO TO AVISAR-CLIENTE-SIN-TARJETA.
           IF TCLIENTE NOT = KYC-CLIENTE OR NOT TARJETA-ACTIVA
               GO TO BUSCAR-TARJETA-AVISO.
           MOVE TNUM TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION
               THRU ENCOLAR-NOTIFICACION-FIN.
           GO TO AVISAR-CLIENTE-FIN.

       AVISAR-CLIENTE-SIN-TARJETA.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  KYC-CLIENTE DELIMITED BY SIZE
                  " sin tarjeta activa, aviso no enviado: "
                      DELIMITED BY SIZE
                  CONCEPTO-AVISO DELIMITED BY "  "
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       AVISAR-CLIENTE-FIN.
           EXIT.

      *> ENCOLA EL AVISO EN NOTIFICACIONES.UBD (EL CONCEPTO YA VIENE
      *> EN CONCEPTO-AVISO), SIN IMPORTE
       ENCOLAR-NOTIFICACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
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
           IF FSN <> 00
               CLOSE NOTIFICACIONES
               GO TO ENCOLAR-NOTIFICACION-FIN.
           MOVE LAST-NOTIF-NUM TO NOTIF-NUM.
           MOVE TARJETA-AVISO  TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           MOVE 0              TO NOTIF-IMPORTE-ENT.
           MOVE 0              TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY CONTINUE.
           CLOSE NOTIFICACIONES.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  KYC-CLIENTE DELIMITED BY SIZE
                  " avisado: " DELIMITED BY SIZE
                  CONCEPTO-AVISO DELIMITED BY "  "
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

       LEER-PARAMETROS-KYC.
           OPEN I-O PARAMETROS CLOSE PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-KYC-FIN.
           MOVE "KYCAVISODIAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO DIAS-AVISO
           END-READ.
           MOVE "KYCGRACIADIAS" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO DIAS-GRACIA
           END-READ.
           MOVE "KYCMESESBAJO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-BAJO
           END-READ.
           MOVE "KYCMESESMEDIO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-MEDIO
           END-READ.
           MOVE "KYCMESESALTO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-ALTO
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-KYC-FIN.
           EXIT.

       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE CLIENTES.
           CLOSE KYC-CLIENTES.
           CLOSE TARJETAS.

           IF FSINF = 00
               MOVE CNT-CLIENTES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Clientes revisados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SIN-FICHA TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Clientes sin documento: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AVISOS-DOC TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Avisos de caducidad: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AVISOS-REV TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Avisos de revision: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RESTRINGIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Clientes restringidos: " DELIMITED BY SIZE
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
           MOVE CNT-CLIENTES     TO PCK-CONTADOR(1).
           MOVE CNT-SIN-FICHA    TO PCK-CONTADOR(2).
           MOVE CNT-AVISOS-DOC   TO PCK-CONTADOR(3).
           MOVE CNT-AVISOS-REV   TO PCK-CONTADOR(4).
           MOVE CNT-RESTRINGIDOS TO PCK-CONTADOR(5).
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
