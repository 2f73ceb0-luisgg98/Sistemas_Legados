       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO_CHECKPOINT.
       *> Subprograma comun de rearranque de los batches: lleva en
       *> registro_checkpoint.ubd, por programa y fecha, la ultima
       *> clave procesada y los totales acumulados del informe, de
       *> modo que si el batch cae a mitad de fichero el relanzamiento
       *> sigue despues del ultimo registro grabado y sus totales
       *> continuan donde se quedaron. Sustituye al antiguo
       *> checkpoint.ubd (CKPT-ID de un digito, agotado) y a las
       *> marcas de "ya ejecutado" de periodos.ubd de los batches.
       *> La fecha de la clave es la fecha de negocio en los batches
       *> diarios y el periodo (AAAAMM, AAAA...) en los que se
       *> ejecutan una vez por mes o por ano, igual que se venia
       *> guardando en periodos.ubd.
       *> Operaciones (CK-OPERACION):
       *>   - I iniciar: si no hay registro lo crea en curso y vuelve
       *>     CK-SITUACION "N"; si lo hay devuelve la ultima clave y
       *>     los totales con "R" (en curso, hay que reanudar) o "T"
       *>     (la ejecucion ya termino). Si CK-CADA llega a cero toma
       *>     la frecuencia del parametro CKPTCADA (1 si no esta).
       *>   - G grabar posicion: cuenta un registro procesado y cada
       *>     CK-CADA registros graba CK-ULTIMA-CLAVE y los totales.
       *>     Con una frecuencia mayor que 1 el relanzamiento repite
       *>     los registros posteriores a la ultima grabacion, asi que
       *>     los batches que apuntan en cuentas graban cada registro.
       *>   - F forzar: como G pero graba ya, sin esperar a CK-CADA;
       *>     para el registro que apunta en cuentas dentro de un
       *>     batch que por lo demas solo cuenta.
       *>   - T terminar: graba los totales finales y marca la
       *>     ejecucion como terminada.
       *>   - C consultar: como I pero sin crear el registro.
       *> CK-RESULTADO vuelve a "S" si la operacion se hizo y a "N"
       *> si hubo error de fichero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGCHECKPOINT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCK-CLAVE
           FILE STATUS IS FSRK.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.

       FD REGCHECKPOINT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "registro_checkpoint.ubd".
       01 RCK-REG.
           02 RCK-CLAVE.
               03 RCK-PROGRAMA      PIC X(20).
               03 RCK-FECHA         PIC  9(8).
           02 RCK-ESTADO            PIC  9(1).
               88 RCK-EN-CURSO      VALUE 1.
               88 RCK-TERMINADO     VALUE 2.
           02 RCK-GRAB-FECHA        PIC  9(8).
           02 RCK-GRAB-HORA         PIC  9(6).
           02 RCK-DATOS.
               03 RCK-ULTIMA-CLAVE  PIC X(35).
               03 RCK-REGISTROS     PIC  9(9).
               03 RCK-CONTADOR      PIC  9(9) OCCURS 8 TIMES.
               03 RCK-IMPORTE       PIC S9(11)V9(2) OCCURS 4 TIMES.

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSRK                     PIC  X(2).
       77 FSP                      PIC  X(2).

       77 RCK-EXISTE-SW            PIC  X(1).

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
       01 CK-PETICION.
           02 CK-OPERACION          PIC  X(1).
               88 CK-INICIAR        VALUE "I".
               88 CK-GRABAR         VALUE "G".
               88 CK-FORZAR         VALUE "F".
               88 CK-TERMINAR       VALUE "T".
               88 CK-CONSULTAR      VALUE "C".
           02 CK-PROGRAMA           PIC X(20).
           02 CK-FECHA              PIC  9(8).
           02 CK-CADA               PIC  9(5).
           02 CK-PENDIENTES         PIC  9(5).
           02 CK-SITUACION          PIC  X(1).
               88 CK-NUEVA          VALUE "N".
               88 CK-REANUDADA      VALUE "R".
               88 CK-TERMINADA      VALUE "T".
           02 CK-DATOS.
               03 CK-ULTIMA-CLAVE   PIC X(35).
               03 CK-ULTIMA-NUM REDEFINES CK-ULTIMA-CLAVE
                                    PIC  9(35).
               03 CK-REGISTROS      PIC  9(9).
               03 CK-CONTADOR       PIC  9(9) OCCURS 8 TIMES.
               03 CK-IMPORTE        PIC S9(11)V9(2) OCCURS 4 TIMES.
           02 CK-RESULTADO          PIC  X(1).

       PROCEDURE DIVISION USING CK-PETICION.
       INICIO.
           MOVE "N" TO CK-RESULTADO.
           IF CK-INICIAR OR CK-CONSULTAR
               GO TO INICIAR.
           IF CK-GRABAR OR CK-FORZAR
               GO TO CONTAR-REGISTRO.
           IF CK-TERMINAR
               GO TO GRABAR.
           GO TO FIN.

      *> LECTURA DEL REGISTRO DEL PROGRAMA Y FECHA; LA OPERACION I LO
      *> CREA SI TODAVIA NO EXISTE
       INICIAR.
           MOVE 0 TO CK-PENDIENTES.
           IF CK-CADA = 0
               PERFORM LEER-FRECUENCIA THRU LEER-FRECUENCIA-FIN.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O REGCHECKPOINT CLOSE REGCHECKPOINT.
           OPEN I-O REGCHECKPOINT.
           IF FSRK <> 00
               CLOSE REGCHECKPOINT
               GO TO FIN.

           MOVE CK-PROGRAMA TO RCK-PROGRAMA.
           MOVE CK-FECHA    TO RCK-FECHA.
           READ REGCHECKPOINT INVALID KEY
               MOVE "N" TO RCK-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO RCK-EXISTE-SW
           END-READ.

           IF RCK-EXISTE-SW = "S"
               MOVE RCK-DATOS TO CK-DATOS
               IF RCK-TERMINADO
                   MOVE "T" TO CK-SITUACION
               ELSE
                   MOVE "R" TO CK-SITUACION
               END-IF
               CLOSE REGCHECKPOINT
               MOVE "S" TO CK-RESULTADO
               GO TO FIN.

           MOVE "N" TO CK-SITUACION.
           MOVE ZEROS TO CK-DATOS.
           IF CK-CONSULTAR
               CLOSE REGCHECKPOINT
               MOVE "S" TO CK-RESULTADO
               GO TO FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE 1 TO RCK-ESTADO.
           COMPUTE RCK-GRAB-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE RCK-GRAB-HORA = (HORAS * 10000) + (MINUTOS * 100)
                                 + SEGUNDOS.
           MOVE CK-DATOS TO RCK-DATOS.
           WRITE RCK-REG INVALID KEY
               CLOSE REGCHECKPOINT
               GO TO FIN.
           CLOSE REGCHECKPOINT.
           MOVE "S" TO CK-RESULTADO.
           GO TO FIN.

      *> UN REGISTRO MAS PROCESADO; SOLO SE GRABA CADA CK-CADA,
      *> SALVO QUE SE FUERCE
       CONTAR-REGISTRO.
           ADD 1 TO CK-REGISTROS.
           ADD 1 TO CK-PENDIENTES.
           IF CK-CADA = 0
               MOVE 1 TO CK-CADA.
           IF CK-PENDIENTES < CK-CADA AND NOT CK-FORZAR
               MOVE "S" TO CK-RESULTADO
               GO TO FIN.

      *> GRABA LA POSICION Y LOS TOTALES DEL LLAMADOR
       GRABAR.
           MOVE 0 TO CK-PENDIENTES.
           OPEN I-O REGCHECKPOINT.
           IF FSRK <> 00
               CLOSE REGCHECKPOINT
               GO TO FIN.

           MOVE CK-PROGRAMA TO RCK-PROGRAMA.
           MOVE CK-FECHA    TO RCK-FECHA.
           READ REGCHECKPOINT INVALID KEY
               MOVE "N" TO RCK-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO RCK-EXISTE-SW
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE CK-PROGRAMA TO RCK-PROGRAMA.
           MOVE CK-FECHA    TO RCK-FECHA.
           IF CK-TERMINAR
               MOVE 2 TO RCK-ESTADO
               MOVE "T" TO CK-SITUACION
           ELSE
               MOVE 1 TO RCK-ESTADO
           END-IF.
           COMPUTE RCK-GRAB-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE RCK-GRAB-HORA = (HORAS * 10000) + (MINUTOS * 100)
                                 + SEGUNDOS.
           MOVE CK-DATOS TO RCK-DATOS.
           IF RCK-EXISTE-SW = "S"
               REWRITE RCK-REG INVALID KEY
                   CLOSE REGCHECKPOINT
                   GO TO FIN
               END-REWRITE
           ELSE
               WRITE RCK-REG INVALID KEY
                   CLOSE REGCHECKPOINT
                   GO TO FIN
               END-WRITE
           END-IF.
           CLOSE REGCHECKPOINT.
           MOVE "S" TO CK-RESULTADO.

       FIN.
           GOBACK.

      *> FRECUENCIA DE GRABACION POR DEFECTO (PARAMETRO CKPTCADA)
       LEER-FRECUENCIA.
           MOVE 1 TO CK-CADA.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-FRECUENCIA-FIN.
           MOVE "CKPTCADA" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PARAM-VALOR > 0 AND PARAM-VALOR < 100000
                   MOVE PARAM-VALOR TO CK-CADA
               END-IF
           END-READ.
           CLOSE PARAMETROS.
       LEER-FRECUENCIA-FIN.
           EXIT.
