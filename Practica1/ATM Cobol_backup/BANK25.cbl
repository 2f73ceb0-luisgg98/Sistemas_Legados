       77 EVENTO-TIPO              PIC  X(20).
       77 LAST-SEG-NUM             PIC  9(35).

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
       78 GREEN                   VALUE      2.
           IF TELEFONO-USUARIO = 0
               GO TO PANTALLA-ALIAS.

           *> El alta de un alias puede pedir clave de confirmacion
           *> segun el perfil de la tarjeta (ver BANK40)
           IF CHOICE = 1
               MOVE "A"    TO PCL-FUNCION
               MOVE 0      TO PCL-IMPORTE-CENT
               MOVE SPACES TO PCL-IBAN
               CALL "BANK40" USING TNUM IDIOMA TIMEOUT-AVISO
                   PETICION-CLAVE
               IF TIMEOUT-AVISO = "S"
                   EXIT PROGRAM
               END-IF
               IF PCL-RESULTADO NOT = "S"
                   GO TO PANTALLA-ALIAS
               END-IF
           END-IF.

           OPEN I-O ALIAS.
           IF FSAL <> 00
               GO TO PSYS-ERR.
