       *> operador. Si la cuenta no llega, la suscripcion acumula un
       *> fallo y tras SUSFALLOSMAX seguidos (3 si el parametro no
       *> esta definido) queda suspendida; una ejecucion con exito
       *> rearma el contador. Una ejecucion por dia de negocio: el
       *> registro de checkpoint comun (REGISTRO_CHECKPOINT) guarda
       *> cada suscripcion tratada y un relanzamiento sigue tras la
       *> ultima con los totales del informe. Se ejecuta dentro de
       *> la cadena nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FECHA-PROCESO            PIC  9(8).
       77 FSINF                    PIC  X(2).

       77 CNT-SUSPENDIDAS          PIC  9(7) VALUE 0.
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
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

       CHECKPOINT-OPEN.
           *> Guardia de una ejecucion por dia de negocio (como
           *> COBRAR_PRESTAMOS): una repeticion del plan nocturno no
           *> puede cargar dos veces las suscripciones del dia, y una
           *> que cayo a medias sigue tras la ultima grabada
           MOVE "I"                 TO PCK-OPERACION.
           MOVE "EJECUTAR_RECARGAS" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO       TO PCK-FECHA.
           MOVE 1                   TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO YA-EJECUTADO.

           MOVE PCK-CONTADOR(1) TO CNT-EJECUTADAS.
           MOVE PCK-CONTADOR(2) TO CNT-FALLIDAS.
           MOVE PCK-CONTADOR(3) TO CNT-SUSPENDIDAS.

           OPEN INPUT PARAMETROS.
           IF FSP = 00
           IF FSSUS <> 00
               GO TO FIN-ERROR.

           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:25) TO SUS-CLAVE
               START SUSCRIPCIONES KEY IS > SUS-CLAVE INVALID KEY
                   GO TO DIA-EJECUTADO
               END-START
           END-IF.

       LEER-SUSCRIPCION.
           READ SUSCRIPCIONES NEXT RECORD AT END GO TO DIA-EJECUTADO.

           IF NOT SUS-ACTIVA
               GO TO LEER-SUSCRIPCION.
               MOVE 0 TO SUS-FALLOS
               REWRITE SUSCRIPCION-REG INVALID KEY CONTINUE
           END-IF.
           GO TO SUSCRIPCION-TRATADA.

       RECARGA-FALLIDA.
           ADD 1 TO CNT-FALLIDAS.
               ADD 1 TO CNT-SUSPENDIDAS
           END-IF.
           REWRITE SUSCRIPCION-REG INVALID KEY CONTINUE.

       SUSCRIPCION-TRATADA.
           MOVE SUS-CLAVE TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           GO TO LEER-SUSCRIPCION.

      *> TODAS LAS SUSCRIPCIONES RECORRIDAS: EL DIA QUEDA EJECUTADO
       DIA-EJECUTADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.

           GOBACK.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-EJECUTADAS  TO PCK-CONTADOR(1).
           MOVE CNT-FALLIDAS    TO PCK-CONTADOR(2).
           MOVE CNT-SUSPENDIDAS TO PCK-CONTADOR(3).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       OBTENER-SEC-MOV.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
      *> EL DIA DE NEGOCIO YA SE EJECUTO: UNA REPETICION DEL PLAN NO
      *> DEBE CARGAR DOS VECES; SE SALE LIMPIO SIN TOCAR NADA
       YA-EJECUTADO.
           DISPLAY "EJECUTAR_RECARGAS: dia ya ejecutado "
               FECHA-PROCESO.
           GOBACK.
