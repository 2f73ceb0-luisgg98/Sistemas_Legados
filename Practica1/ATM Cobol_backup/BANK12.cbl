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
       FD CUENTAS
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
       77 FSTXO                    PIC  X(2).
       77 TEXTO-ID                 PIC  9(4).
       77 FSSEC                     PIC  X(2).
       77 FSCOD                     PIC  X(2).
       77 FSP                       PIC  X(2).
       77 FST                       PIC  X(2).
       77 FSMN                      PIC  X(2).
       77 MENOR-SW                  PIC  X(1).
       77 CLIENTE-MENOR             PIC  9(8).

       *> Peticion a USOS_TARJETA (ver su cabecera)
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

       *> Peticion a BANK40 / CLAVE_UN_USO (ver su cabecera)
       01 PETICION-CLAVE.
           02 PCL-OPERACION         PIC  X(1).
           02 PCL-TARJETA           PIC 9(16).
           02 PCL-FUNCION           PIC  X(1).
           02 PCL-IMPORTE-CENT      PIC  9(9).
           02 PCL-IBAN              PIC X(24).
           02 PCL-CLAVE             PIC  9(6).
           02 PCL-MINUTOS           PIC  9(2).
           02 PCL-TELEFONO          PIC  9(9).
           02 PCL-RESULTADO         PIC  X(1).
           02 PCL-MOTIVO            PIC  9(1).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.


       CONSULTA-SALDO-USUARIO SECTION.
           *> Un menor de edad (ver GESTION_MENORES) no genera
           *> codigos de retirada sin tarjeta
           PERFORM COMPROBAR-MENOR THRU COMPROBAR-MENOR-FIN.
           IF MENOR-SW = "S"
               GO TO MENOR-NO-PERMITIDO.

           *> El titular puede haber apagado los codigos sin tarjeta
           MOVE "C" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               GO TO USO-NO-PERMITIDO.

           *> El saldo vigente se lee directamente de CUENTAS por
           *> clave, igual que hace BANK4 para la retirada normal.
           OPEN INPUT CUENTAS.
               GO TO PANTALLA-GENERAR
           END-IF.

           *> Segun el perfil de la tarjeta y el importe, el codigo
           *> puede pedir antes clave de confirmacion (ver BANK40)
           MOVE "C"             TO PCL-FUNCION.
           MOVE CENT-IMPOR-USER TO PCL-IMPORTE-CENT.
           MOVE SPACES          TO PCL-IBAN.
           CALL "BANK40" USING TNUM IDIOMA TIMEOUT-AVISO
               PETICION-CLAVE.
           IF TIMEOUT-AVISO = "S"
               EXIT PROGRAM.
           IF PCL-RESULTADO NOT = "S"
               EXIT PROGRAM.



       GENERAR-CODIGO SECTION.



       MENOR-NO-PERMITIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Operacion no permitida a menores de edad"
               TO TEXTO-PANTALLA
           MOVE 423 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       USO-NO-PERMITIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Puede cambiarlo en Otras operaciones"
               TO TEXTO-PANTALLA
           MOVE 541 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 20.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.

           CLOSE CUENTAS.
       CONFIRMAR-INTENCION-FIN.
           EXIT.

      *> USOS QUE EL TITULAR HA APAGADO PARA SU TARJETA (VER BANK38);
      *> SI SE RECHAZA DEJA EN TEXTO-PANTALLA EL MOTIVO PARA PINTAR
       COMPROBAR-USO.
           MOVE "C"  TO PUS-OPERACION.
           MOVE TNUM TO PUS-TARJETA.
           CALL "USOS_TARJETA" USING PETICION-USOS.
           IF PUS-RESULTADO <> "N"
               GO TO COMPROBAR-USO-FIN.
           IF PUS-MOTIVO = 2
               MOVE "Fuera del horario fijado para su tarjeta"
                   TO TEXTO-PANTALLA
               MOVE 540 TO TEXTO-ID
           ELSE
               MOVE "Operacion desactivada para su tarjeta"
                   TO TEXTO-PANTALLA
               MOVE 539 TO TEXTO-ID
           END-IF.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
       COMPROBAR-USO-FIN.
           EXIT.

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
       TIMEOUT-SALIDA.
           MOVE "S" TO TIMEOUT-AVISO.
           EXIT PROGRAM.

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
