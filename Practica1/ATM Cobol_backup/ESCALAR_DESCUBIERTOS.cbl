       *>              el informe de recuperacion para la sucursal
       *> Cada escalon deja su evento en seguridad.ubd, de forma que
       *> la secuencia completa queda trazada. Una cuenta que vuelve
       *> a positivo reinicia su contador. El dia contado y la ultima
       *> cuenta tratada quedan en el registro de checkpoint comun
       *> (REGISTRO_CHECKPOINT): un dia no cuenta dos veces y un
       *> relanzamiento sigue tras la ultima cuenta. Forma parte del
       *> plan de CADENA_NOCTURNA.

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
       77 FSG                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 CNT-RECUPERADAS          PIC  9(7) VALUE 0.
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
           *> El contador es de dias: una doble ejecucion del mismo
           *> dia no debe contar dos veces, y una que cayo a medias
           *> sigue tras la ultima cuenta grabada
           MOVE "I"                    TO PCK-OPERACION.
           MOVE "ESCALAR_DESCUBIERTOS" TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO          TO PCK-FECHA.
           MOVE 1                      TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO DIA-YA-CONTADO.

           MOVE PCK-CONTADOR(1) TO CNT-NEGATIVAS.
           MOVE PCK-CONTADOR(2) TO CNT-AVISOS1.
           MOVE PCK-CONTADOR(3) TO CNT-AVISOS2.
           MOVE PCK-CONTADOR(4) TO CNT-BLOQUEOS.
           MOVE PCK-CONTADOR(5) TO CNT-RECUPERADAS.

       LEER-PARAMETROS-UMBRALES.
           OPEN I-O PARAMETROS.
           IF FSC <> 00
               GO TO FIN-ERROR.

           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:17) TO CTA-CLAVE
               START CUENTAS KEY IS > CTA-CLAVE INVALID KEY
                   GO TO DIA-CONTADO
               END-START
           END-IF.

       LEER-CUENTAS.
           READ CUENTAS NEXT RECORD AT END GO TO DIA-CONTADO.

           IF NOT CTA-CORRIENTE
               GO TO LEER-CUENTAS.
                   THRU REINICIAR-CONTADOR-FIN
           END-IF.

           MOVE CTA-CLAVE TO PCK-ULTIMA-CLAVE.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-CUENTAS.

      *> TODAS LAS CUENTAS RECORRIDAS: EL DIA QUEDA CONTADO
       DIA-CONTADO.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       DIA-YA-CONTADO.
           DISPLAY "ESCALAR_DESCUBIERTOS: DIA YA CONTADO".
           GO TO FIN.

      *> SUMA UN DIA DE NEGOCIO EN NEGATIVO Y APLICA LOS ESCALONES
      *> QUE TOQUEN; CADA ESCALON SE DISPARA UNA SOLA VEZ POR RACHA
       CONTAR-DIA-NEGATIVO.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-NEGATIVAS   TO PCK-CONTADOR(1).
           MOVE CNT-AVISOS1     TO PCK-CONTADOR(2).
           MOVE CNT-AVISOS2     TO PCK-CONTADOR(3).
           MOVE CNT-BLOQUEOS    TO PCK-CONTADOR(4).
           MOVE CNT-RECUPERADAS TO PCK-CONTADOR(5).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
