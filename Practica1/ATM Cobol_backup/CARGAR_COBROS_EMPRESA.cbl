       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR_COBROS_EMPRESA.
       *> Programa batch de remesas de cobro de empresas (empresas.ubd,
       *> las mismas de CARGAR_NOMINAS): la empresa cliente nos
       *> presenta los recibos que quiere cobrar a sus propios
       *> clientes (cobros_empresa.txt, campos separados por "|": una
       *> cabecera E|tarjeta-empresa|referencia-remesa|fecha-cobro y
       *> una linea C|iban-deudor|nombre|referencia-mandato|centimos
       *> por recibo). Cada IBAN deudor se valida: formato, digitos de
       *> control del modulo 97 y, si es espanol, la entidad contra el
       *> directorio bancos.ubd (ver GESTION_BANCOS). Los IBAN de la
       *> casa (entidad 3035) se resuelven a su cuenta por iban.ubd y
       *> se cobraran por dentro; el resto saldra a la red de
       *> compensacion. Los recibos validos quedan pendientes en
       *> cobros_empresa.ubd y la remesa en remesas_cobro.ubd; el
       *> paso nocturno COBRAR_EMPRESAS los cobra y abona a la empresa
       *> el dia del cobro, y DEVOLVER_COBROS_EMPRESA deshace el abono
       *> de los que la red devuelva. Una cabecera invalida, una
       *> empresa sin alta o una remesa ya cargada rechazan el fichero
       *> entero; un recibo invalido se rechaza solo y queda en el
       *> informe. Se ejecuta de forma independiente cuando llega una
       *> remesa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT OPTIONAL EMPRESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-TARJETA
           FILE STATUS IS FSEM.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL BANCOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCO-ENTIDAD
           FILE STATUS IS FSBC.

           SELECT OPTIONAL F-IBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBAN-CLAVE
           FILE STATUS IS FSIB.

           SELECT OPTIONAL COBROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-NUM
           FILE STATUS IS FSCB.

           SELECT OPTIONAL REMESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCO-CLAVE
           FILE STATUS IS FSRM.

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

       FD ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobros_empresa.txt".
       01 LINEA-ENTRADA               PIC X(120).

       FD EMPRESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "empresas.ubd".
       01 EMPRESA-REG.
           02 EMP-TARJETA           PIC 9(16).
           02 EMP-NOMBRE            PIC X(30).

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

       FD BANCOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bancos.ubd".
       01 BANCO-REG.
           02 BCO-ENTIDAD           PIC  9(4).
           02 BCO-NOMBRE            PIC X(30).
           02 BCO-ESTADO            PIC  9(1).
               88 BCO-ACTIVO        VALUE 1.
               88 BCO-BAJA          VALUE 2.

       FD F-IBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "iban.ubd".
       01 IBAN-REG.
           02 IBAN-CLAVE.
               03 IBAN-TARJETA      PIC  9(16).
               03 IBAN-TIPO         PIC  9(1).
           02 IBAN-CODIGO           PIC  X(24).

       FD COBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobros_empresa.ubd".
       01 COBRO-REG.
           02 COB-NUM               PIC  9(9).
           02 COB-EMPRESA           PIC 9(16).
           02 COB-REMESA            PIC X(12).
           02 COB-IBAN              PIC X(24).
           02 COB-NOMBRE            PIC X(30).
           02 COB-MANDATO           PIC X(20).
           02 COB-CENT-IMPORTE      PIC  9(9).
           02 COB-FECHA-COBRO       PIC  9(8).
           02 COB-TARJETA-DEUDOR    PIC 9(16).
           02 COB-TIPO-DEUDOR       PIC  9(1).
           02 COB-CANAL             PIC  9(1).
               88 COB-INTERNO       VALUE 1.
               88 COB-EXTERNO       VALUE 2.
           02 COB-ESTADO            PIC  9(1).
               88 COB-PENDIENTE     VALUE 1.
               88 COB-COBRADO       VALUE 2.
               88 COB-DEVUELTO      VALUE 3.
               88 COB-IMPAGADO      VALUE 4.
           02 COB-FECHA-ESTADO      PIC  9(8).
           02 COB-MOTIVO            PIC X(30).

       FD REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesas_cobro.ubd".
       01 REMESA-REG.
           02 RCO-CLAVE.
               03 RCO-EMPRESA       PIC 9(16).
               03 RCO-REFERENCIA    PIC X(12).
           02 RCO-FECHA-CARGA       PIC  9(8).
           02 RCO-FECHA-COBRO       PIC  9(8).
           02 RCO-CNT-PRESENTADOS   PIC  9(5).
           02 RCO-CENT-PRESENTADO   PIC  9(11).
           02 RCO-CNT-RECHAZADOS    PIC  9(5).
           02 RCO-CENT-RECHAZADO    PIC  9(11).
           02 RCO-CNT-COBRADOS      PIC  9(5).
           02 RCO-CENT-COBRADO      PIC  9(11).
           02 RCO-CNT-IMPAGADOS     PIC  9(5).
           02 RCO-CENT-IMPAGADO     PIC  9(11).
           02 RCO-CNT-DEVUELTOS     PIC  9(5).
           02 RCO-CENT-DEVUELTO     PIC  9(11).
           02 RCO-ESTADO            PIC  9(1).
               88 RCO-PENDIENTE     VALUE 1.
               88 RCO-ABONADA       VALUE 2.

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
           VALUE OF FILE-ID IS "informe_cobros_empresa.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSEN                     PIC  X(2).
       77 FSEM                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSBC                     PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       77 FSRM                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-COB-NUM             PIC  9(35).

       01 CABECERA-CAMPOS.
           02 CAB-TIPO              PIC  X(1).
           02 CAB-EMPRESA           PIC X(16).
           02 CAB-REFERENCIA        PIC X(12).
           02 CAB-FECHA-COBRO       PIC  X(8).

       01 COBRO-CAMPOS.
           02 CBR-TIPO              PIC  X(1).
           02 CBR-IBAN              PIC X(24).
           02 CBR-NOMBRE            PIC X(30).
           02 CBR-MANDATO           PIC X(20).
           02 CBR-IMPORTE           PIC  X(9).

       77 TARJETA-EMPRESA          PIC  9(16).
       77 FECHA-COBRO              PIC  9(8).
       77 CENT-IMPORTE             PIC  9(9).
       77 NUM-LINEA                PIC  9(5) VALUE 0.
       77 MOTIVO-RECHAZO           PIC X(40).
       77 CABECERA-LEIDA-SW        PIC  X(1) VALUE "N".

       *> DESCOMPOSICION DEL IBAN DEUDOR: ES + DC + BBAN, CON LA
       *> ENTIDAD EN LAS CUATRO PRIMERAS CIFRAS DEL BBAN
       01 IBAN-DEUDOR.
           02 IBD-PAIS              PIC  X(2).
           02 IBD-DC                PIC  X(2).
           02 IBD-BBAN              PIC X(20).
       01 FILLER REDEFINES IBAN-DEUDOR.
           02 FILLER                PIC  X(4).
           02 IBD-ENTIDAD           PIC  X(4).
           02 FILLER                PIC X(16).
       77 DC-DEUDOR                PIC  9(2).

       *> Entidad propia de los IBAN que asigna GESTION_IBAN
       77 ENTIDAD-PROPIA           PIC  X(4) VALUE "3035".

       *> PARA EL MODULO 97 DEL IBAN: BBAN + "ES00" EN NUMERICO
       *> (E=14, S=28, 00), RECORRIDO DIGITO A DIGITO, COMO EN
       *> GESTION_IBAN
       01 CADENA-MOD97.
           02 CM97-BBAN             PIC X(20).
           02 CM97-PAIS             PIC  9(4) VALUE 1428.
           02 CM97-CEROS            PIC  9(2) VALUE 00.
       01 CADENA-MOD97-R REDEFINES CADENA-MOD97.
           02 CM97-DIG              PIC 9(1) OCCURS 26 TIMES.
       77 IND-DIG                  PIC  9(2).
       77 RESTO-97                 PIC  9(3).
       77 DC-CALCULADO             PIC  9(2).

       77 TARJETA-DEUDOR           PIC  9(16).
       77 TIPO-DEUDOR              PIC  9(1).
       77 IBAN-RESUELTO-SW         PIC  X(1).

       77 CNT-PRESENTADOS          PIC  9(5) VALUE 0.
       77 CNT-RECHAZADOS           PIC  9(5) VALUE 0.
       77 CNT-INTERNOS             PIC  9(5) VALUE 0.
       77 CNT-EXTERNOS             PIC  9(5) VALUE 0.
       77 CENT-PRESENTADO          PIC  9(11) VALUE 0.
       77 CENT-RECHAZADO           PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 LINEA-EDIT               PIC  ZZZZ9.
       77 TOTAL-ENT-EDIT           PIC  ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

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

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA REMESA POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== CARGAR_COBROS_EMPRESA - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN INPUT ENTRADA.
           IF FSEN <> 00
               MOVE "No hay remesa de cobros que cargar"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN.

      *> LA PRIMERA LINEA CON CONTENIDO ES LA CABECERA DE LA REMESA
       LEER-CABECERA.
           READ ENTRADA AT END GO TO CABECERA-BAD.
           IF LINEA-ENTRADA = SPACES
               GO TO LEER-CABECERA.

           INITIALIZE CABECERA-CAMPOS.
           UNSTRING LINEA-ENTRADA DELIMITED BY "|"
               INTO CAB-TIPO CAB-EMPRESA CAB-REFERENCIA
                    CAB-FECHA-COBRO.

           IF CAB-TIPO NOT = "E"
               OR CAB-EMPRESA NOT NUMERIC
               OR CAB-REFERENCIA = SPACES
               OR CAB-FECHA-COBRO NOT NUMERIC
               GO TO CABECERA-BAD.

           MOVE CAB-EMPRESA     TO TARJETA-EMPRESA.
           MOVE CAB-FECHA-COBRO TO FECHA-COBRO.
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-COBRO) NOT = 0
               GO TO CABECERA-BAD.

           *> Un cobro con fecha ya pasada se pasa al dia de hoy:
           *> el abono a la empresa nunca se antedata
           IF FECHA-COBRO < FECHA-PROCESO
               MOVE FECHA-PROCESO TO FECHA-COBRO.

           MOVE "S" TO CABECERA-LEIDA-SW.

       VALIDAR-EMPRESA.
           OPEN INPUT EMPRESAS.
           IF FSEM <> 00
               CLOSE EMPRESAS
               GO TO FIN-ERROR.
           MOVE TARJETA-EMPRESA TO EMP-TARJETA.
           READ EMPRESAS INVALID KEY
               CLOSE EMPRESAS
               MOVE "REMESA RECHAZADA: la empresa no esta dada de alta"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN.
           CLOSE EMPRESAS.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           MOVE TARJETA-EMPRESA TO CTA-TARJETA.
           MOVE 1               TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               MOVE "REMESA RECHAZADA: la empresa no tiene cuenta"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN.
           CLOSE CUENTAS.

           *> La misma remesa no se carga dos veces aunque la
           *> empresa la reenvie
           OPEN I-O REMESAS CLOSE REMESAS.
           OPEN I-O REMESAS.
           IF FSRM <> 00
               GO TO FIN-ERROR.
           MOVE TARJETA-EMPRESA TO RCO-EMPRESA.
           MOVE CAB-REFERENCIA  TO RCO-REFERENCIA.
           READ REMESAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               CLOSE REMESAS
               MOVE SPACES TO LINEA-INFORME
               STRING "REMESA RECHAZADA: ya cargada, referencia "
                   DELIMITED BY SIZE
                   CAB-REFERENCIA DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN
           END-READ.
           CLOSE REMESAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Empresa " DELIMITED BY SIZE
                  EMP-NOMBRE DELIMITED BY SIZE
                  " remesa " DELIMITED BY SIZE
                  CAB-REFERENCIA DELIMITED BY SIZE
                  " cobro " DELIMITED BY SIZE
                  FECHA-COBRO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O COBROS CLOSE COBROS.
           OPEN I-O COBROS.
           IF FSCB <> 00
               GO TO FIN-ERROR.

       LEER-COBRO.
           READ ENTRADA AT END GO TO FIN-REMESA.

           IF LINEA-ENTRADA = SPACES
               GO TO LEER-COBRO.

           ADD 1 TO NUM-LINEA.
           INITIALIZE COBRO-CAMPOS.
           UNSTRING LINEA-ENTRADA DELIMITED BY "|"
               INTO CBR-TIPO CBR-IBAN CBR-NOMBRE CBR-MANDATO
                    CBR-IMPORTE.

           ADD 1 TO CNT-PRESENTADOS.
           MOVE 0 TO CENT-IMPORTE.
           IF CBR-IMPORTE NUMERIC
               MOVE CBR-IMPORTE TO CENT-IMPORTE.
           ADD CENT-IMPORTE TO CENT-PRESENTADO.

           IF CBR-TIPO NOT = "C"
               MOVE "tipo de linea desconocido" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-COBRO.
           IF CENT-IMPORTE = 0
               MOVE "importe invalido" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-COBRO.
           IF CBR-MANDATO = SPACES
               MOVE "falta la referencia del mandato"
                   TO MOTIVO-RECHAZO
               GO TO RECHAZAR-COBRO.

           PERFORM VALIDAR-IBAN THRU VALIDAR-IBAN-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO RECHAZAR-COBRO.

           PERFORM ANOTAR-COBRO THRU ANOTAR-COBRO-FIN.
           GO TO LEER-COBRO.

       RECHAZAR-COBRO.
           ADD 1 TO CNT-RECHAZADOS.
           ADD CENT-IMPORTE TO CENT-RECHAZADO.
           MOVE NUM-LINEA TO LINEA-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Linea " DELIMITED BY SIZE
                  LINEA-EDIT DELIMITED BY SIZE
                  " rechazada: " DELIMITED BY SIZE
                  MOTIVO-RECHAZO DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CBR-IBAN DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-COBRO.

       FIN-REMESA.
           CLOSE COBROS.

           *> La cabecera de la remesa se anota al final, con los
           *> recuentos de la carga; el cobro lo hace COBRAR_EMPRESAS
           OPEN I-O REMESAS.
           IF FSRM <> 00
               GO TO FIN-ERROR.
           INITIALIZE REMESA-REG.
           MOVE TARJETA-EMPRESA TO RCO-EMPRESA.
           MOVE CAB-REFERENCIA  TO RCO-REFERENCIA.
           MOVE FECHA-PROCESO   TO RCO-FECHA-CARGA.
           MOVE FECHA-COBRO     TO RCO-FECHA-COBRO.
           MOVE CNT-PRESENTADOS TO RCO-CNT-PRESENTADOS.
           MOVE CENT-PRESENTADO TO RCO-CENT-PRESENTADO.
           MOVE CNT-RECHAZADOS  TO RCO-CNT-RECHAZADOS.
           MOVE CENT-RECHAZADO  TO RCO-CENT-RECHAZADO.
           MOVE 1               TO RCO-ESTADO.
           WRITE REMESA-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE REMESAS.

           MOVE CNT-PRESENTADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibos presentados: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-INTERNOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Aceptados contra cuentas de la casa: "
                  DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-EXTERNOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Aceptados contra otras entidades: "
                  DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-RECHAZADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Rechazados en la carga: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           COMPUTE TOTAL-ENT-EDIT =
               (CENT-PRESENTADO - CENT-RECHAZADO) / 100.
           MOVE FUNCTION MOD(CENT-PRESENTADO - CENT-RECHAZADO, 100)
               TO TOTAL-DEC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Total aceptado a cobrar: " DELIMITED BY SIZE
                  TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                      DELIMITED BY SIZE
                  TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                      DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           GO TO FIN.

       CABECERA-BAD.
           MOVE "REMESA RECHAZADA: cabecera invalida o ausente"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO FIN.

      *> VALIDA EL IBAN DEUDOR DE LA LINEA: DEJA MOTIVO-RECHAZO EN
      *> BLANCO SI ES BUENO, Y PARA LOS DE LA CASA LA TARJETA Y EL
      *> TIPO DE CUENTA EN TARJETA-DEUDOR / TIPO-DEUDOR
       VALIDAR-IBAN.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE 0 TO TARJETA-DEUDOR.
           MOVE 0 TO TIPO-DEUDOR.
           MOVE CBR-IBAN TO IBAN-DEUDOR.

           IF IBD-PAIS NOT ALPHABETIC-UPPER OR IBD-PAIS = SPACES
               OR IBD-DC NOT NUMERIC
               MOVE "IBAN con formato invalido" TO MOTIVO-RECHAZO
               GO TO VALIDAR-IBAN-FIN.

           *> Los IBAN no espanoles no tienen directorio contra el
           *> que contrastarse: pasan a la red como hasta ahora
           IF IBD-PAIS NOT = "ES"
               GO TO VALIDAR-IBAN-FIN.

           IF IBD-BBAN NOT NUMERIC
               MOVE "IBAN con formato invalido" TO MOTIVO-RECHAZO
               GO TO VALIDAR-IBAN-FIN.

           MOVE IBD-BBAN TO CM97-BBAN.
           MOVE 0 TO RESTO-97.
           MOVE 1 TO IND-DIG.
       VALIDAR-MOD97.
           COMPUTE RESTO-97 =
               FUNCTION MOD((RESTO-97 * 10) + CM97-DIG(IND-DIG), 97).
           ADD 1 TO IND-DIG.
           IF IND-DIG <= 26
               GO TO VALIDAR-MOD97.
           COMPUTE DC-CALCULADO = 98 - RESTO-97.
           MOVE IBD-DC TO DC-DEUDOR.
           IF DC-CALCULADO NOT = DC-DEUDOR
               MOVE "IBAN con digitos de control erroneos"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-IBAN-FIN.

           IF IBD-ENTIDAD = ENTIDAD-PROPIA
               PERFORM RESOLVER-IBAN THRU RESOLVER-IBAN-FIN
               IF IBAN-RESUELTO-SW = "N"
                   MOVE "IBAN de la casa sin cuenta asignada"
                       TO MOTIVO-RECHAZO
               END-IF
               GO TO VALIDAR-IBAN-FIN.

           *> Entidad de contrapartida: debe estar activa en el
           *> directorio de bancos (ver GESTION_BANCOS)
           OPEN INPUT BANCOS.
           IF FSBC <> 00
               CLOSE BANCOS
               GO TO VALIDAR-IBAN-FIN.
           MOVE IBD-ENTIDAD TO BCO-ENTIDAD.
           READ BANCOS INVALID KEY
               MOVE "entidad deudora inexistente" TO MOTIVO-RECHAZO
           NOT INVALID KEY
               IF NOT BCO-ACTIVO
                   MOVE "entidad deudora dada de baja"
                       TO MOTIVO-RECHAZO
               END-IF
           END-READ.
           CLOSE BANCOS.
       VALIDAR-IBAN-FIN.
           EXIT.

      *> EL DIRECTORIO iban.ubd ESTA CLAVEADO POR CUENTA, ASI QUE LA
      *> BUSQUEDA POR IBAN ES UN RECORRIDO SECUENCIAL, IGUAL QUE EN
      *> RECIBIR_TRANSFEXT
       RESOLVER-IBAN.
           MOVE "N" TO IBAN-RESUELTO-SW.
           OPEN INPUT F-IBAN.
           IF FSIB <> 00
               CLOSE F-IBAN
               GO TO RESOLVER-IBAN-FIN.
       LEER-IBAN.
           READ F-IBAN NEXT RECORD AT END
               CLOSE F-IBAN
               GO TO RESOLVER-IBAN-FIN.
           IF IBAN-CODIGO NOT = CBR-IBAN
               GO TO LEER-IBAN.
           MOVE "S"          TO IBAN-RESUELTO-SW.
           MOVE IBAN-TARJETA TO TARJETA-DEUDOR.
           MOVE IBAN-TIPO    TO TIPO-DEUDOR.
           CLOSE F-IBAN.
       RESOLVER-IBAN-FIN.
           EXIT.

      *> DEJA EL RECIBO PENDIENTE DE COBRO, NUMERADO CON LA
      *> SECUENCIA COBROEMP
       ANOTAR-COBRO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "COBROEMP" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-COB-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-COB-NUM
           END-READ.
           ADD 1 TO LAST-COB-NUM.
           MOVE LAST-COB-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           INITIALIZE COBRO-REG.
           MOVE LAST-COB-NUM    TO COB-NUM.
           MOVE TARJETA-EMPRESA TO COB-EMPRESA.
           MOVE CAB-REFERENCIA  TO COB-REMESA.
           MOVE CBR-IBAN        TO COB-IBAN.
           MOVE CBR-NOMBRE      TO COB-NOMBRE.
           MOVE CBR-MANDATO     TO COB-MANDATO.
           MOVE CENT-IMPORTE    TO COB-CENT-IMPORTE.
           MOVE FECHA-COBRO     TO COB-FECHA-COBRO.
           MOVE TARJETA-DEUDOR  TO COB-TARJETA-DEUDOR.
           MOVE TIPO-DEUDOR     TO COB-TIPO-DEUDOR.
           IF TARJETA-DEUDOR NOT = 0
               MOVE 1 TO COB-CANAL
               ADD 1 TO CNT-INTERNOS
           ELSE
               MOVE 2 TO COB-CANAL
               ADD 1 TO CNT-EXTERNOS
           END-IF.
           MOVE 1               TO COB-ESTADO.
           MOVE FECHA-PROCESO   TO COB-FECHA-ESTADO.
           WRITE COBRO-REG INVALID KEY GO TO FIN-ERROR.
       ANOTAR-COBRO-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR LA CARGA FALLIDA
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE ENTRADA.
           CLOSE COBROS.

           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               CLOSE INFORME
           END-IF.

           GOBACK.

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
