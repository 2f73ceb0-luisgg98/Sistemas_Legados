       *> supervisor). Solo un supervisor identificado puede dar de
       *> alta o modificar operadores; con el maestro vacio entra el
       *> supervisor de arranque 1000 con clave 1234, que conviene
       *> cambiar el primer dia. Cada operador pertenece a una
       *> sucursal (ver SUCURSAL_ASIGNADA), la oficina principal 0001
       *> si no se indica otra: un cajero solo atiende a los clientes
       *> de su sucursal. Guardar una clave rehabilita al operador
       *> deshabilitado y vuelve a contar su caducidad; el supervisor
       *> tambien puede revocar aqui el acceso tras la revision de
       *> REVISAR_ACCESOS (ver ACCESO_OPERADOR). Cualquier operador
       *> con la clave caducada entra por esta pantalla para elegir
       *> una nueva antes de volver a trabajar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 HASH-CLARO-OPE            PIC   9(6).
       77 HASH-SALT-OPE             PIC   9(6).
       77 HASH-RESULT-OPE           PIC   9(9).
       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).
       77 PIN-NUEVO BLANK WHEN ZERO PIC  9(4).
       77 PIN-REPETIDO BLANK WHEN ZERO PIC 9(4).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       77 PIN-ALTA BLANK WHEN ZERO  PIC   9(4).
       77 NOMBRE-ALTA               PIC  X(30).
       77 ROL-ALTA BLANK WHEN ZERO  PIC   9(1).
       77 SUCURSAL-ALTA BLANK WHEN ZERO PIC 9(4).
       77 REVOCAR-ALTA              PIC   9(1) VALUE 0.

       *> Peticion a SUCURSAL_ASIGNADA (ver su cabecera)
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               VALUE "Modo formacion (0 no, 1 si):".
           05 FILLER UNDERLINE
               LINE 17 COL 46 PIC 9 USING FORMACION-ALTA.
           05 FILLER LINE 19 COL 15
               VALUE "Sucursal (0 = principal):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 19 COL 43 PIC 9(4) USING SUCURSAL-ALTA.
           05 FILLER LINE 20 COL 15
               VALUE "Revocar acceso (0 no, 1 si):".
           05 FILLER UNDERLINE
               LINE 20 COL 46 PIC 9 USING REVOCAR-ALTA.

       01 ACCEPT-CLAVE-NUEVA.
           05 FILLER LINE 10 COL 15
               VALUE "Clave nueva:".
           05 FILLER BLANK WHEN ZERO SECURE UNDERLINE AUTO
               LINE 10 COL 40 PIC 9(4) USING PIN-NUEVO.
           05 FILLER LINE 12 COL 15
               VALUE "Repita la clave nueva:".
           05 FILLER BLANK WHEN ZERO SECURE UNDERLINE
               LINE 12 COL 40 PIC 9(4) USING PIN-REPETIDO.


       PROCEDURE DIVISION.
           MOVE SPACES TO NOMBRE-ALTA.
           INITIALIZE ROL-ALTA.
           INITIALIZE FORMACION-ALTA.
           INITIALIZE SUCURSAL-ALTA.
           INITIALIZE REVOCAR-ALTA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de operador" AT LINE 6

           IF ID-ALTA = 0 OR NOMBRE-ALTA = SPACES
               OR (ROL-ALTA NOT = 1 AND ROL-ALTA NOT = 2)
               OR FORMACION-ALTA > 1 OR REVOCAR-ALTA > 1
               GO TO PANTALLA-ALTA.

           *> La sucursal se asigna antes de grabar: si no existe o
           *> esta cerrada el operador no se guarda
           IF SUCURSAL-ALTA = 0
               MOVE 1 TO SUCURSAL-ALTA.
           INITIALIZE PETICION-SUCURSAL.
           MOVE "A"           TO PSU-OPERACION.
           MOVE "O"           TO PSU-TIPO.
           MOVE ID-ALTA       TO PSU-ID.
           MOVE SUCURSAL-ALTA TO PSU-SUCURSAL.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF PSU-RESULTADO NOT = "S"
               DISPLAY "Sucursal inexistente o cerrada"
                   AT LINE 21 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ALTA-ENTER.

       GUARDAR-OPERADOR.
           OPEN I-O OPERADORES.
           IF FSOE <> 00
           END-IF.
           CLOSE FORMACION.

           *> La clave recien puesta rehabilita y empieza a caducar
           *> desde hoy, salvo que se este revocando el acceso
           IF REVOCAR-ALTA = 1
               MOVE "R" TO PAC-OPERACION
           ELSE
               MOVE "C" TO PAC-OPERACION
           END-IF.
           MOVE ID-ALTA TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               GO TO PSYS-ERR.

           IF REVOCAR-ALTA = 1
               DISPLAY "Acceso revocado" AT LINE 23 COL 15
           ELSE
               DISPLAY "Operador guardado" AT LINE 23 COL 15
           END-IF.

           GO TO PANTALLA-ALTA.

       PANTALLA-ALTA-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-ALTA
           ELSE
               GO TO PANTALLA-ALTA-ENTER.

       *> FIRMA DEL OPERADOR CONTRA EL MAESTRO operadores.ubd; SIN
       *> MAESTRO CARGADO TODAVIA, ENTRA EL SUPERVISOR DE ARRANQUE
       *> 1000 CON CLAVE 1234
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           *> Operador deshabilitado o con la clave caducada (ver
           *> ACCESO_OPERADOR); la firma queda anotada si entra. Con
           *> la clave caducada se elige aqui mismo una nueva
           MOVE "F"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO = "C"
               CLOSE OPERADORES
               GO TO CAMBIAR-CLAVE-CADUCADA.
           IF PAC-RESULTADO NOT = "S"
               CLOSE OPERADORES
               GO TO FIRMA-ACCESO-ERR.

           MOVE OPE-ID  TO OPERADOR-SESION.
           MOVE OPE-ROL TO ROL-SESION.
           CLOSE OPERADORES.
           ELSE
               GO TO FIRMA-ERR-ENTER.

      *> EL DESHABILITADO LO REHABILITA UN SUPERVISOR PONIENDOLE CLAVE
      *> NUEVA
       FIRMA-ACCESO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador deshabilitado"
               AT LINE 9 COL 29
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO FIRMA-ERR-ENTER.

      *> CLAVE CADUCADA: EL OPERADOR ELIGE UNA NUEVA, DISTINTA DE LA
      *> ANTERIOR, Y VUELVE A FIRMAR CON ELLA
       CAMBIAR-CLAVE-CADUCADA.
           INITIALIZE PIN-NUEVO.
           INITIALIZE PIN-REPETIDO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Su clave ha caducado: elija una nueva"
               AT LINE 7 COL 22.
           DISPLAY "Enter - Cambiar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT ACCEPT-CLAVE-NUEVA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.

           IF PIN-NUEVO = 0 OR PIN-NUEVO NOT = PIN-REPETIDO
               DISPLAY "Las dos claves no coinciden"
                   AT LINE 21 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIAR-CLAVE-ENTER.
           IF PIN-NUEVO = PIN-OPERADOR
               DISPLAY "La clave nueva debe ser distinta"
                   AT LINE 21 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIAR-CLAVE-ENTER.

           OPEN I-O OPERADORES.
           IF FSOE <> 00
               GO TO PSYS-ERR.
           MOVE OPERADOR-TECLEADO TO OPE-ID.
           READ OPERADORES INVALID KEY
               GO TO PSYS-ERR.
           MOVE PIN-NUEVO TO HASH-CLARO-OPE.
           MOVE OPE-ID    TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           MOVE HASH-RESULT-OPE TO OPE-PIN.
           REWRITE OPERADOR-REG INVALID KEY
               GO TO PSYS-ERR.
           CLOSE OPERADORES.

           MOVE "C"               TO PAC-OPERACION.
           MOVE OPERADOR-TECLEADO TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.
           IF PAC-RESULTADO NOT = "S"
               GO TO PSYS-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Clave cambiada: identifiquese con la nueva"
               AT LINE 9 COL 19.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO FIRMA-ERR-ENTER.

       CAMBIAR-CLAVE-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO CAMBIAR-CLAVE-CADUCADA
           ELSE
               GO TO CAMBIAR-CLAVE-ENTER.

       PSYS-ERR.
           CLOSE OPERADORES.

