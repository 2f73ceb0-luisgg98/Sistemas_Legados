       *> comision (estado_comisiones.txt), imprimible en la sucursal
       *> como los certificados de CERTIFICADOS. Por defecto liquida
       *> el anyo de negocio anterior (la campana de enero); la
       *> proteccion anual usa el registro de checkpoint comun
       *> (REGISTRO_CHECKPOINT). Como los acumulados van en memoria y
       *> el estado se regenera entero, un anyo que cayo a medias se
       *> vuelve a emitir desde el principio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       77 FSM                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSES                     PIC  X(2).

       77 IMP-DEC-EDIT             PIC 99.
       77 CENT-TOTAL-CLI           PIC 9(11).

       *> Anyo emitido en el registro de checkpoint comun
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
           *> La campana de enero liquida el anyo anterior
           COMPUTE ANO-ESTADO = ANO - 1.

       CHECKPOINT-OPEN.
           MOVE "I"                 TO PCK-OPERACION.
           MOVE "ESTADO_COMISIONES" TO PCK-PROGRAMA.
           MOVE ANO-ESTADO          TO PCK-FECHA.
           MOVE 1                   TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO ANYO-YA-EMITIDO.

           INITIALIZE TABLA-CLIENTES.


       EMITIR-CLIENTE.
           IF IND-TCL > TOT-TCL
               GO TO ANYO-EMITIDO.

           MOVE ALL "=" TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           ADD 1 TO IND-TCL.
           GO TO EMITIR-CLIENTE.

      *> ESTADO COMPLETO: EL ANYO QUEDA EMITIDO
       ANYO-EMITIDO.
           MOVE "T"     TO PCK-OPERACION.
           MOVE TOT-TCL TO PCK-CONTADOR(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           GO TO FIN.

       ANYO-YA-EMITIDO.
           DISPLAY "ESTADO_COMISIONES: ANYO YA EMITIDO".
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
