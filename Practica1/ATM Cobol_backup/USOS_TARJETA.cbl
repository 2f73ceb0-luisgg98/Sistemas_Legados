       IDENTIFICATION DIVISION.
       PROGRAM-ID. USOS_TARJETA.
       *> Subprograma comun de los usos de la tarjeta que el propio
       *> titular enciende o apaga desde el cajero (ver BANK38). El
       *> registro de tarjetas.ubd no puede crecer, asi que los
       *> interruptores viven aparte, en usos_tarjeta.ubd, uno por
       *> tarjeta. Una tarjeta sin registro lo tiene todo encendido
       *> y sin horario. Operaciones de PUS-OPERACION:
       *>   - "C" comprobar: la llama cada programa del cajero antes
       *>     de empezar la operacion, con PUS-FUNCION:
       *>       E entradas de espectaculos (BANK7)
       *>       R recargas de movil (BANK15)
       *>       C codigos de retirada sin tarjeta (BANK12)
       *>       T transferencias a otras entidades (BANK6)
       *>       P pago de recibos por emisor (BANK27)
       *>       D retirada de efectivo (BANK4), que solo mira el
       *>         horario;
       *>   - "L" leer: devuelve los interruptores y el horario;
       *>   - "G" guardar: graba los interruptores y el horario que
       *>     trae la peticion.
       *> El horario son dos horas HHMM; desde y hasta a cero es que
       *> no hay horario, y desde mayor que hasta es que pasa de la
       *> medianoche (de 2200 a 0600, por ejemplo). La hora es la del
       *> reloj del sistema. PUS-RESULTADO vuelve a "S" si se puede
       *> operar (o si la lectura o la grabacion fueron bien) y "N"
       *> si no; PUS-MOTIVO dice por que se rechaza: 1 funcion
       *> apagada, 2 fuera del horario. Si el fichero no se puede
       *> abrir la comprobacion deja operar, igual que una tarjeta
       *> sin registro.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USO-TARJETA
           FILE STATUS IS FSUS.

       DATA DIVISION.
       FILE SECTION.

       FD USOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "usos_tarjeta.ubd".
       01 USO-REG.
           02 USO-TARJETA           PIC 9(16).
           02 USO-ENTRADAS          PIC  X(1).
           02 USO-RECARGAS          PIC  X(1).
           02 USO-CODIGOS           PIC  X(1).
           02 USO-TRANSF-EXT        PIC  X(1).
           02 USO-RECIBOS           PIC  X(1).
           02 USO-HORA-DESDE        PIC  9(4).
           02 USO-HORA-HASTA        PIC  9(4).
           02 USO-FECHA-CAMBIO      PIC  9(8).

       WORKING-STORAGE SECTION.
       77 FSUS                     PIC  X(2).
       77 USO-EXISTE-SW            PIC  X(1).
       77 FECHA-HOY                PIC  9(8).
       77 HORA-HOY                 PIC  9(4).
       77 INTERRUPTOR              PIC  X(1).

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
       01 PETICION-USOS.
           02 PUS-OPERACION         PIC  X(1).
           02 PUS-TARJETA           PIC 9(16).
           02 PUS-FUNCION           PIC  X(1).
           02 PUS-ENTRADAS          PIC  X(1).
           02 PUS-RECARGAS          PIC  X(1).
           02 PUS-CODIGOS           PIC  X(1).
           02 PUS-TRANSF-EXT        PIC  X(1).
           02 PUS-RECIBOS           PIC  X(1).
           02 PUS-HORA-DESDE        PIC  9(4).
           02 PUS-HORA-HASTA        PIC  9(4).
           02 PUS-RESULTADO         PIC  X(1).
           02 PUS-MOTIVO            PIC  9(1).

       PROCEDURE DIVISION USING PETICION-USOS.
       INICIO.
           MOVE "N" TO PUS-RESULTADO.
           MOVE 0   TO PUS-MOTIVO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY  = (HORAS * 100) + MINUTOS.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O USOS CLOSE USOS.
           OPEN I-O USOS.
           IF FSUS <> 00
               CLOSE USOS
               IF PUS-OPERACION = "C"
                   MOVE "S" TO PUS-RESULTADO
               END-IF
               GO TO FIN.

           *> SIN REGISTRO: TODO ENCENDIDO Y SIN HORARIO
           MOVE PUS-TARJETA TO USO-TARJETA.
           READ USOS INVALID KEY
               MOVE "N"         TO USO-EXISTE-SW
               MOVE PUS-TARJETA TO USO-TARJETA
               MOVE "S"         TO USO-ENTRADAS
               MOVE "S"         TO USO-RECARGAS
               MOVE "S"         TO USO-CODIGOS
               MOVE "S"         TO USO-TRANSF-EXT
               MOVE "S"         TO USO-RECIBOS
               MOVE 0           TO USO-HORA-DESDE
               MOVE 0           TO USO-HORA-HASTA
               MOVE 0           TO USO-FECHA-CAMBIO
           NOT INVALID KEY
               MOVE "S" TO USO-EXISTE-SW
           END-READ.

           IF PUS-OPERACION = "G"
               GO TO GUARDAR-USOS.

           MOVE USO-ENTRADAS   TO PUS-ENTRADAS.
           MOVE USO-RECARGAS   TO PUS-RECARGAS.
           MOVE USO-CODIGOS    TO PUS-CODIGOS.
           MOVE USO-TRANSF-EXT TO PUS-TRANSF-EXT.
           MOVE USO-RECIBOS    TO PUS-RECIBOS.
           MOVE USO-HORA-DESDE TO PUS-HORA-DESDE.
           MOVE USO-HORA-HASTA TO PUS-HORA-HASTA.
           CLOSE USOS.

           IF PUS-OPERACION = "L"
               MOVE "S" TO PUS-RESULTADO
               GO TO FIN.

       COMPROBAR-USO.
           IF PUS-FUNCION = "D"
               GO TO COMPROBAR-HORARIO.

           MOVE "S" TO INTERRUPTOR.
           IF PUS-FUNCION = "E"
               MOVE USO-ENTRADAS   TO INTERRUPTOR.
           IF PUS-FUNCION = "R"
               MOVE USO-RECARGAS   TO INTERRUPTOR.
           IF PUS-FUNCION = "C"
               MOVE USO-CODIGOS    TO INTERRUPTOR.
           IF PUS-FUNCION = "T"
               MOVE USO-TRANSF-EXT TO INTERRUPTOR.
           IF PUS-FUNCION = "P"
               MOVE USO-RECIBOS    TO INTERRUPTOR.

           IF INTERRUPTOR = "N"
               MOVE 1 TO PUS-MOTIVO
               GO TO FIN.
           MOVE "S" TO PUS-RESULTADO.
           GO TO FIN.

      *> EL HORARIO INCLUYE LA HORA DESDE Y NO LA HASTA
       COMPROBAR-HORARIO.
           MOVE "S" TO PUS-RESULTADO.
           IF USO-HORA-DESDE = 0 AND USO-HORA-HASTA = 0
               GO TO FIN.

           IF USO-HORA-DESDE <= USO-HORA-HASTA
               IF HORA-HOY < USO-HORA-DESDE
                   OR HORA-HOY >= USO-HORA-HASTA
                   MOVE "N" TO PUS-RESULTADO
               END-IF
           ELSE
               IF HORA-HOY < USO-HORA-DESDE
                   AND HORA-HOY >= USO-HORA-HASTA
                   MOVE "N" TO PUS-RESULTADO
               END-IF
           END-IF.

           IF PUS-RESULTADO = "N"
               MOVE 2 TO PUS-MOTIVO.
           GO TO FIN.

       GUARDAR-USOS.
           MOVE PUS-ENTRADAS   TO USO-ENTRADAS.
           MOVE PUS-RECARGAS   TO USO-RECARGAS.
           MOVE PUS-CODIGOS    TO USO-CODIGOS.
           MOVE PUS-TRANSF-EXT TO USO-TRANSF-EXT.
           MOVE PUS-RECIBOS    TO USO-RECIBOS.
           MOVE PUS-HORA-DESDE TO USO-HORA-DESDE.
           MOVE PUS-HORA-HASTA TO USO-HORA-HASTA.
           MOVE FECHA-HOY      TO USO-FECHA-CAMBIO.
           MOVE "S" TO PUS-RESULTADO.
           IF USO-EXISTE-SW = "S"
               REWRITE USO-REG INVALID KEY
                   MOVE "N" TO PUS-RESULTADO
               END-REWRITE
           ELSE
               WRITE USO-REG INVALID KEY
                   MOVE "N" TO PUS-RESULTADO
               END-WRITE
           END-IF.
           CLOSE USOS.

       FIN.
           GOBACK.
