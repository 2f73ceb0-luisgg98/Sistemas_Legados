           RECORD KEY IS TNUM-P
           FILE STATUS IS FSTP.

           SELECT OPTIONAL MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CLIENTE
           FILE STATUS IS FSMN.


           SELECT OPTIONAL DOSFIRMAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           02 TCLIENTE-P  PIC  9(8).
           02 TPERFIL-P   PIC  9(2).

       *> Ficha de menor de edad del cliente (ver GESTION_MENORES)
       FD MENORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "menores.ubd".
       01 MENOR-REG.
           02 MEN-CLIENTE           PIC  9(8).
           02 MEN-FECHA-NACIMIENTO  PIC  9(8).
           02 MEN-TUTOR             PIC  9(8) OCCURS 3 TIMES.
           02 MEN-PERFIL-ADULTO     PIC  9(2).
           02 MEN-ESTADO            PIC  9(1).
               88 MEN-MENOR         VALUE 1.
               88 MEN-MAYOR         VALUE 2.
           02 MEN-FECHA-ALTA        PIC  9(8).
           02 MEN-OPERADOR          PIC  9(4).
           02 MEN-FECHA-MAYORIA     PIC  9(8).


       FD DOSFIRMAS
           LABEL RECORD STANDARD
       77 FSPE                      PIC   X(2).
       77 FSTP                      PIC   X(2).
       77 PERFIL-TARJETA            PIC   9(2).
       77 FSMN                      PIC   X(2).
       77 MENOR-SW                  PIC   X(1).
       77 CLIENTE-MENOR             PIC   9(8).
       01 CHECKERR                 PIC   X(24).
       77 FST                      PIC   X(2).
       77 FSTR                     PIC   X(2).
               EXIT PROGRAM
           END-IF.

           *> Un menor de edad (ver GESTION_MENORES) no programa
           *> transferencias a otras entidades
           IF TNUM-DST = 0
               PERFORM COMPROBAR-MENOR THRU COMPROBAR-MENOR-FIN
               IF MENOR-SW = "S"
                   GO TO MENOR-NO-PERMITIDO
               END-IF
               MOVE "S" TO TRF-EXTERNA
               GO TO PEDIR-IBAN-DST-PERIOD
           END-IF.

           GO TO VERIFICACION-FECHA-CORRECTA.

       MENOR-NO-PERMITIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion no permitida a menores de edad"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           GO TO EXIT-ENTER.

       IBAN-BAD.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El IBAN indicado no es valido"
           CLOSE BANCOS.
       VALIDAR-ENTIDAD-IBAN-FIN.
           EXIT.

      *> LA TARJETA ES DE UN MENOR SI SU CLIENTE TIENE FICHA DE MENOR
      *> VIGENTE EN MENORES.UBD
       COMPROBAR-MENOR.
           MOVE "N" TO MENOR-SW.
           MOVE 0 TO CLIENTE-MENOR.
           OPEN INPUT TARJETAS-PERFIL.
           IF FSTP <> 00
               CLOSE TARJETAS-PERFIL
               GO TO COMPROBAR-MENOR-FIN.
           MOVE TNUM TO TNUM-P.
           READ TARJETAS-PERFIL INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TCLIENTE-P TO CLIENTE-MENOR
           END-READ.
           CLOSE TARJETAS-PERFIL.
           IF CLIENTE-MENOR = 0
               GO TO COMPROBAR-MENOR-FIN.

           OPEN INPUT MENORES.
           IF FSMN <> 00
               CLOSE MENORES
               GO TO COMPROBAR-MENOR-FIN.
           MOVE CLIENTE-MENOR TO MEN-CLIENTE.
           READ MENORES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MEN-MENOR
                   MOVE "S" TO MENOR-SW
               END-IF
           END-READ.
           CLOSE MENORES.
       COMPROBAR-MENOR-FIN.
           EXIT.
