       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCAR_VALES.
       *> Programa batch mensual de los vales regalo de espectaculos
       *> (vales.ubd, los emiten BANK7 con F4 y GESTION_VALES en
       *> sucursal, y se canjean en BANK7): los vales vivos cuya
       *> fecha de caducidad ya paso y que conservan saldo quedan
       *> caducados, con el saldo perdido guardado aparte en
       *> VAL-CENT-CADUCADO. El total caducado del mes se reconoce
       *> como ingreso con un asiento interno en apuntes_internos.ubd
       *> (pasivo de vales 438000 contra ingreso 759000), que
       *> EXTRAER_CONTABILIDAD vuelca al diario contable de la fecha
       *> de proceso. El informe (informe_vales.ubd) da el pasivo
       *> vivo al cierre: numero de vales con saldo y su importe. La
       *> proteccion mensual y el rearranque van en el registro de
       *> checkpoint comun (REGISTRO_CHECKPOINT), como en
       *> DONAR_REDONDEOS: la posicion se graba cada CKPTCADA vales
       *> y siempre tras caducar uno, asi que al relanzar ningun vale
       *> caduca dos veces y el total del asiento sale completo.
       *> Forma parte del plan de CADENA_NOCTURNA, antes de
       *> EXTRAER_CONTABILIDAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAL-CODIGO
           FILE STATUS IS FSVAL.

           SELECT OPTIONAL APUNTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APU-NUM
           FILE STATUS IS FSAPU.

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

       FD VALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vales.ubd".
       01 VALE-REG.
           02 VAL-CODIGO            PIC  9(12).
           02 VAL-TARJETA-COMPRA    PIC 9(16).
           02 VAL-CANAL             PIC  X(1).
               88 VAL-CANAL-CAJERO   VALUE "C".
               88 VAL-CANAL-SUCURSAL VALUE "S".
           02 VAL-OPERADOR          PIC  9(4).
           02 VAL-FECHA-ALTA        PIC  9(8).
           02 VAL-FECHA-CADUCIDAD   PIC  9(8).
           02 VAL-CENT-INICIAL      PIC  9(7).
           02 VAL-CENT-SALDO        PIC  9(7).
           02 VAL-FECHA-ULT-USO     PIC  9(8).
           02 VAL-ESTADO            PIC  9(1).
               88 VAL-VIVO          VALUE 1.
               88 VAL-AGOTADO       VALUE 2.
               88 VAL-CADUCADO      VALUE 3.
           02 VAL-CENT-CADUCADO     PIC  9(7).

       FD APUNTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "apuntes_internos.ubd".
       01 APUNTE-REG.
           02 APU-NUM               PIC  9(9).
           02 APU-FECHA             PIC  9(8).
           *> Asiento interno de la casa, sin movimiento de cliente:
           *> carga y abono por el mismo importe
           02 APU-CTA-DEBE          PIC  9(6).
           02 APU-CTA-HABER         PIC  9(6).
           02 APU-CENT              PIC  9(9).
           02 APU-CONCEPTO          PIC X(35).
           02 APU-ORIGEN            PIC X(20).

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
           VALUE OF FILE-ID IS "informe_vales.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSVAL                    PIC  X(2).
       77 FSAPU                    PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 PERIODO-ACTUAL           PIC  9(8).
       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-APU-NUM             PIC  9(35).

       *> Cuentas del asiento de caducidad: pasivo por vales
       *> emitidos contra ingreso por saldos no canjeados
       77 CTA-PASIVO-VALES         PIC  9(6) VALUE 438000.
       77 CTA-INGRESO-CADUCADOS    PIC  9(6) VALUE 759000.
       77 MSJ-CADUCIDAD            PIC X(35)
           VALUE "Caducidad vales regalo".

       77 CNT-VIVOS                PIC  9(7) VALUE 0.
       77 CNT-CADUCADOS            PIC  9(7) VALUE 0.
       77 CNT-AGOTADOS             PIC  9(7) VALUE 0.
       77 CENT-TOTAL-VIVO          PIC S9(11) VALUE 0.
       77 CENT-TOTAL-CADUCADO      PIC S9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

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
           *> Batch mensual: el periodo es anyo+mes
           COMPUTE PERIODO-ACTUAL = (ANO * 100) + MES.

       CHECKPOINT-OPEN.
           *> Un periodo terminado no se procesa dos veces; uno que cayo
           *> a medias sigue tras el ultimo vale grabado. La frecuencia
           *> es la general (CKPTCADA)
           MOVE "I"             TO PCK-OPERACION.
           MOVE "CADUCAR_VALES" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL  TO PCK-FECHA.
           MOVE 0               TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO YA-CADUCADO.

           MOVE PCK-CONTADOR(1) TO CNT-VIVOS.
           MOVE PCK-CONTADOR(2) TO CNT-CADUCADOS.
           MOVE PCK-CONTADOR(3) TO CNT-AGOTADOS.
           MOVE PCK-IMPORTE(1)  TO CENT-TOTAL-VIVO.
           MOVE PCK-IMPORTE(2)  TO CENT-TOTAL-CADUCADO.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR MES
           OPEN EXTEND INFORME.
           IF FSINF <> 00
               GO TO FIN-ERROR.

       VALES-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O VALES CLOSE VALES.

           OPEN I-O VALES.
           IF FSVAL <> 00
               GO TO FIN-ERROR.

           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:12) TO VAL-CODIGO
               START VALES KEY IS > VAL-CODIGO INVALID KEY
                   GO TO FIN-VALES
               END-START
           END-IF.

       LEER-VALES.
           READ VALES NEXT RECORD AT END GO TO FIN-VALES.

           MOVE VAL-CODIGO TO PCK-ULTIMA-CLAVE.

           IF VAL-AGOTADO
               ADD 1 TO CNT-AGOTADOS
               GO TO VALE-TRATADO.
           IF NOT VAL-VIVO
               GO TO VALE-TRATADO.

           *> El vale vale hasta su fecha de caducidad incluida
           IF VAL-FECHA-CADUCIDAD < FECHA-PROCESO
               AND VAL-CENT-SALDO > 0
               PERFORM CADUCAR-VALE THRU CADUCAR-VALE-FIN
               PERFORM FORZAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN
               GO TO VALE-GRABADO.

           IF VAL-CENT-SALDO > 0
               ADD 1 TO CNT-VIVOS
               ADD VAL-CENT-SALDO TO CENT-TOTAL-VIVO.

       VALE-TRATADO.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
       VALE-GRABADO.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-VALES.

       CADUCAR-VALE.
           MOVE VAL-CENT-SALDO TO VAL-CENT-CADUCADO.
           MOVE 0              TO VAL-CENT-SALDO.
           MOVE 3              TO VAL-ESTADO.
           REWRITE VALE-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO CNT-CADUCADOS.
           ADD VAL-CENT-CADUCADO TO CENT-TOTAL-CADUCADO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Vale " DELIMITED BY SIZE
                  VAL-CODIGO DELIMITED BY SIZE
                  " caducado el " DELIMITED BY SIZE
                  VAL-FECHA-CADUCIDAD DELIMITED BY SIZE
                  " (centimos " DELIMITED BY SIZE
                  VAL-CENT-CADUCADO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       CADUCAR-VALE-FIN.
           EXIT.

      *> UN UNICO ASIENTO INTERNO POR EL TOTAL CADUCADO DEL MES, CON
      *> LA FECHA DE PROCESO PARA QUE ENTRE EN EL DIARIO DE ESTA NOCHE
       FIN-VALES.
           CLOSE VALES.

           IF CENT-TOTAL-CADUCADO = 0
               GO TO PERIODO-CADUCADO.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "APUNTE" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-APU-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-APU-NUM
           END-READ.
           ADD 1 TO LAST-APU-NUM.
           MOVE LAST-APU-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O APUNTES CLOSE APUNTES.
           OPEN I-O APUNTES.
           IF FSAPU <> 00
               GO TO FIN-ERROR.
           MOVE LAST-APU-NUM          TO APU-NUM.
           MOVE FECHA-PROCESO         TO APU-FECHA.
           MOVE CTA-PASIVO-VALES      TO APU-CTA-DEBE.
           MOVE CTA-INGRESO-CADUCADOS TO APU-CTA-HABER.
           MOVE CENT-TOTAL-CADUCADO   TO APU-CENT.
           MOVE MSJ-CADUCIDAD         TO APU-CONCEPTO.
           MOVE "CADUCAR_VALES"       TO APU-ORIGEN.
           WRITE APUNTE-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE APUNTES.

      *> VALES RECORRIDOS Y ASIENTO HECHO: EL PERIODO QUEDA TERMINADO
       PERIODO-CADUCADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       YA-CADUCADO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "=== CADUCAR_VALES - PERIODO YA PROCESADO "
               DELIMITED BY SIZE
               PERIODO-ACTUAL DELIMITED BY SIZE " ==="
               DELIMITED BY SIZE
             INTO LINEA-INFORME.
           DISPLAY LINEA-INFORME.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE VALES.
           CLOSE APUNTES.
           CLOSE SECUENCIAS.

           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               STRING "=== CADUCAR_VALES - " DELIMITED BY SIZE
                      DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CADUCADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Vales caducados este mes: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE TOTAL-ENT-EDIT = (CENT-TOTAL-CADUCADO / 100)
               MOVE FUNCTION MOD(CENT-TOTAL-CADUCADO, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Saldo caducado llevado a ingresos: "
                      DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AGOTADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Vales agotados (canjeados del todo): "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-VIVOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Vales vivos con saldo: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE TOTAL-ENT-EDIT = (CENT-TOTAL-VIVO / 100)
               MOVE FUNCTION MOD(CENT-TOTAL-VIVO, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Pasivo vivo por vales: " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
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
       FORZAR-CHECKPOINT.
           MOVE "F" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-VIVOS           TO PCK-CONTADOR(1).
           MOVE CNT-CADUCADOS       TO PCK-CONTADOR(2).
           MOVE CNT-AGOTADOS        TO PCK-CONTADOR(3).
           MOVE CENT-TOTAL-VIVO     TO PCK-IMPORTE(1).
           MOVE CENT-TOTAL-CADUCADO TO PCK-IMPORTE(2).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA.
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
