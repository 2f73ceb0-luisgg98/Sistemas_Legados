       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION_RED.
       *> Subprograma comun de la posicion con la red de compensacion:
       *> cada programa que envia o recibe un fichero de la red lo
       *> anota aqui, al cerrarlo, en posiciones_red.ubd, con la fecha
       *> de ciclo (la fecha de negocio), el nombre del fichero, su
       *> secuencia (la de la cabecera CAB o el numero de ciclo
       *> urgente; 0 si el fichero no la lleva), el programa, el
       *> numero de operaciones y el importe neto en centimos con
       *> signo: positivo si la red nos tiene que abonar y negativo si
       *> nos la tiene que cargar. Lo llaman:
       *>   - ENVIAR_TRANSFEXT   "intercambio"   (cargo)
       *>   - ENVIAR_URGENTES    "urgente"       (cargo)
       *>   - RECIBIR_TRANSFEXT  "entrada"       (abono)
       *>   - DEVOLUCIONES_TRANSFEXT "devoluciones" (abono)
       *>   - COBRAR_EMPRESAS    "cobrosemp"     (abono)
       *>   - DEVOLVER_COBROS_EMPRESA "devcobros" (cargo)
       *> Si el mismo fichero se anota dos veces (una devolucion que
       *> llega en dos tandas, una carga forzada por el supervisor) se
       *> acumula, porque las dos veces se movio dinero. La posicion
       *> queda pendiente de liquidar hasta que CONCILIAR_RED la casa
       *> con el extracto de liquidacion de la red.
       *> PR-RESULTADO vuelve a "S" si se anoto y a "N" si hubo error
       *> de fichero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-CLAVE
           FILE STATUS IS FSPO.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       77 FSPO                     PIC  X(2).
       77 POS-EXISTE-SW            PIC  X(1).

       LINKAGE SECTION.
       01 PR-PETICION.
           02 PR-FECHA              PIC  9(8).
           02 PR-FICHERO            PIC X(12).
           02 PR-SECUENCIA          PIC  9(6).
           02 PR-PROGRAMA           PIC X(20).
           02 PR-OPERACIONES        PIC  9(7).
           02 PR-CENT               PIC S9(13).
           02 PR-RESULTADO          PIC  X(1).

       PROCEDURE DIVISION USING PR-PETICION.
       INICIO.
           MOVE "N" TO PR-RESULTADO.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O POSICIONES CLOSE POSICIONES.
           OPEN I-O POSICIONES.
           IF FSPO <> 00
               CLOSE POSICIONES
               GO TO FIN.

           MOVE PR-FECHA     TO POS-FECHA.
           MOVE PR-FICHERO   TO POS-FICHERO.
           MOVE PR-SECUENCIA TO POS-SECUENCIA.
           READ POSICIONES INVALID KEY
               MOVE "N" TO POS-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO POS-EXISTE-SW
           END-READ.

           IF POS-EXISTE-SW = "S"
               GO TO ACUMULAR-POSICION.

           MOVE PR-FECHA       TO POS-FECHA.
           MOVE PR-FICHERO     TO POS-FICHERO.
           MOVE PR-SECUENCIA   TO POS-SECUENCIA.
           MOVE PR-PROGRAMA    TO POS-PROGRAMA.
           MOVE PR-OPERACIONES TO POS-OPERACIONES.
           MOVE PR-CENT        TO POS-CENT.
           MOVE 1              TO POS-ESTADO.
           MOVE 0              TO POS-FECHA-LIQ.
           MOVE 0              TO POS-OPS-RED.
           MOVE 0              TO POS-CENT-RED.
           WRITE POSICION-REG INVALID KEY
               CLOSE POSICIONES
               GO TO FIN.
           CLOSE POSICIONES.
           MOVE "S" TO PR-RESULTADO.
           GO TO FIN.

      *> EL MISMO FICHERO OTRA VEZ: SE SUMA Y VUELVE A QUEDAR
      *> PENDIENTE DE CASAR CON LA RED
       ACUMULAR-POSICION.
           ADD PR-OPERACIONES TO POS-OPERACIONES.
           ADD PR-CENT        TO POS-CENT.
           MOVE 1             TO POS-ESTADO.
           REWRITE POSICION-REG INVALID KEY
               CLOSE POSICIONES
               GO TO FIN.
           CLOSE POSICIONES.
           MOVE "S" TO PR-RESULTADO.

       FIN.
           GOBACK.
