       *> del dia (cambios.ubd,
       *> la carga CARGAR_CAMBIOS antes de APERTURA_DIA) lleva sello
       *> de validez: si no coincide con la fecha de negocio no se
       *> opera, nunca se cambia a un precio viejo. Las tarjetas de
       *> menores de edad (menores.ubd, ver GESTION_MENORES) no
       *> tienen acceso al cambio de divisa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CLIENTE
           FILE STATUS IS FSMN.

       DATA DIVISION.
       FILE SECTION.
       FD DIVISAS
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-E      PIC  9(9).
           02 TNOMBRE-E   PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

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

       WORKING-STORAGE SECTION.
       *> Traza unica de la operacion (ver CONSULTA_TRAZA): todos
       *> los registros que deja la misma operacion cuelgan de ella
       77 FSTI                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSMN                     PIC  X(2).
       77 MENOR-SW                 PIC  X(1).
       77 CLIENTE-MENOR            PIC  9(8).

       77 CUENTA-BASE              PIC  9(16).
       77 LAST-MOV-NUM             PIC  9(35).
           PERFORM LEER-FECHA-NEGOCIO
               THRU LEER-FECHA-NEGOCIO-FIN.

           *> Un menor de edad (ver GESTION_MENORES) no cambia divisa
           PERFORM COMPROBAR-MENOR THRU COMPROBAR-MENOR-FIN.
           IF MENOR-SW = "S"
               GO TO MENOR-NO-PERMITIDO.

       PMENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 32.
           GO TO VOLVER-ENTER.

       MENOR-NO-PERMITIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Operacion no permitida a menores de edad"
               TO TEXTO-PANTALLA.
           MOVE 423 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.

       MENOR-NO-PERMITIDO-A1.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
           END-ACCEPT.
           IF ENTER-PRESSED
               EXIT PROGRAM.
           GO TO MENOR-NO-PERMITIDO-A1.

       SALDO-INSUF.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Saldo insuficiente" TO TEXTO-PANTALLA.
           CLOSE TRAZAS.
       ANOTAR-TRAZA-FIN.
           EXIT.

      *> LA TARJETA ES DE UN MENOR SI SU CLIENTE TIENE FICHA DE MENOR
      *> VIGENTE EN MENORES.UBD
       COMPROBAR-MENOR.
           MOVE "N" TO MENOR-SW.
           MOVE 0 TO CLIENTE-MENOR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO COMPROBAR-MENOR-FIN.
           MOVE TNUM TO TNUM-E.
           READ TARJETAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TCLIENTE TO CLIENTE-MENOR
           END-READ.
           CLOSE TARJETAS.
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
