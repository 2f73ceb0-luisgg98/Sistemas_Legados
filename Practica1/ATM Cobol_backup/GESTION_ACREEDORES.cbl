       77 HASH-CLARO-OPE            PIC   9(6).
       77 HASH-SALT-OPE             PIC   9(6).
       77 HASH-RESULT-OPE           PIC   9(9).
       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).
       77 EVENTO-TIPO               PIC  X(20).
       77 LAST-SEG-NUM              PIC  9(35).

               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           *> Operador deshabilitado o con la clave caducada (ver
           *> ACCESO_OPERADOR); la firma queda anotada si entra
           MOVE "F"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               CLOSE OPERADORES
               GO TO FIRMA-ACCESO-ERR.

           MOVE OPE-ID  TO OPERADOR-SESION.
           MOVE OPE-ROL TO ROL-SESION.
           CLOSE OPERADORES.
           ELSE
               GO TO FIRMA-ERR-ENTER.

      *> LA CLAVE CADUCADA LA CAMBIA EL PROPIO OPERADOR AL FIRMAR EN
      *> GESTION_OPERADORES; EL DESHABILITADO LO REHABILITA UN
      *> SUPERVISOR PONIENDOLE CLAVE NUEVA
       FIRMA-ACCESO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF PAC-RESULTADO = "C"
               DISPLAY "Clave caducada: cambiela en Operadores"
                   AT LINE 9 COL 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "Operador deshabilitado"
                   AT LINE 9 COL 29
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO FIRMA-ERR-ENTER.

      *> EL EVENTO SE DEJA EN EVENTO-TIPO ANTES DE HACER ESTE
      *> PERFORM; EL NUMERO DE EVENTO SALE DE SECUENCIAS COMO EN
      *> GESTION_ORDENES
