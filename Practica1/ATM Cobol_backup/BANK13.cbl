       77 FSF                       PIC  X(2).
       77 FST                       PIC  X(2).

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

       78 BLACK                    VALUE      0.
       78 BLUE                     VALUE      1.
       78 GREEN                    VALUE      2.
           READ TARJETAS INVALID KEY GO TO CUENTA-NO-EXISTE.
           CLOSE TARJETAS.

           *> Un favorito nuevo puede pedir clave de confirmacion
           *> segun el perfil de la tarjeta (ver BANK40)
           MOVE "B"    TO PCL-FUNCION.
           MOVE 0      TO PCL-IMPORTE-CENT.
           MOVE SPACES TO PCL-IBAN.
           CALL "BANK40" USING TNUM IDIOMA TIMEOUT-AVISO
               PETICION-CLAVE.
           IF TIMEOUT-AVISO = "S"
               EXIT PROGRAM.
           IF PCL-RESULTADO NOT = "S"
               GO TO IMPRIMIR-CABECERA.

           OPEN I-O FAVORITOS.
           IF FSF <> 00
               GO TO PSYS-ERR.
