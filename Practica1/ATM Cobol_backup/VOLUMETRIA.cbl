       *>    una incidencia en incidencias.ubd como las de
       *>    GESTION_INCIDENCIAS para que INFORME_DISPONIBILIDAD y la
       *>    sucursal la vean.
       *> La cadencia semanal se guarda en el registro de checkpoint
       *> comun (REGISTRO_CHECKPOINT); una medicion que cayo a medias
       *> se repite entera al relanzarla.

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
       77 FSVO                     PIC  X(2).
       77 FSIN                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 CNT-EDIT                 PIC  ZZZZZZZZ9.
       77 CNT-ALERTAS              PIC  9(5) VALUE 0.

       *> Medicion del dia en el registro de checkpoint comun
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
           COMPUTE JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

       CHECKPOINT-OPEN.
           MOVE "I"           TO PCK-OPERACION.
           MOVE "VOLUMETRIA"  TO PCK-PROGRAMA.
           MOVE FECHA-PROCESO TO PCK-FECHA.
           MOVE 1             TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO DIA-YA-MEDIDO.

           OPEN I-O PARAMETROS.
           IF FSP = 00
           OPEN INPUT SECUENCIAS.
           IF FSSEC <> 00
               CLOSE SECUENCIAS
               GO TO DIA-MEDIDO.

       LEER-SECUENCIA.
           READ SECUENCIAS NEXT RECORD AT END
               CLOSE SECUENCIAS
               GO TO DIA-MEDIDO.

           MOVE SPACES TO METRICA-W.
           STRING "SEC " DELIMITED BY SIZE
       ABRIR-INCIDENCIA-FIN.
           EXIT.

      *> MEDICION COMPLETA: EL DIA QUEDA MEDIDO
       DIA-MEDIDO.
           MOVE "T"         TO PCK-OPERACION.
           MOVE CNT-ALERTAS TO PCK-CONTADOR(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           GO TO FIN.

       DIA-YA-MEDIDO.
           DISPLAY "VOLUMETRIA: DIA YA MEDIDO".
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
