       *> la relacion tarjeta -> cuenta base vive en titulares.ubd y
       *> BANK2/BANK4/BANK5/BANK6 la resuelven antes de operar. Aqui
       *> se da de alta la autorizacion (tarjeta autorizada + tarjeta
       *> propietaria de la cuenta) o se retira. La tarjeta anadida
       *> entra como autorizada (2) o como cotitular de la cuenta (3);
       *> la diferencia solo cuenta para las declaraciones fiscales
       *> (ver DECLARAR_196), el acceso a la cuenta es el mismo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.
               88 TIT-COTITULAR     VALUE 3.


       FD SECUENCIAS

       77 TARJETA-AUTORIZADA BLANK WHEN ZERO PIC 9(16).
       77 TARJETA-PROPIETARIA BLANK WHEN ZERO PIC 9(16).
       *> Relacion: 2 autorizado (o en blanco), 3 cotitular
       77 ROL-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 ROL-W                     PIC   9(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               VALUE "Tarjeta propietaria:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 12 COL 40 PIC 9(16) USING TARJETA-PROPIETARIA.
           05 FILLER LINE 14 COL 15
               VALUE "Relacion (2=autorizado 3=cotitular):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 14 COL 53 PIC 9(1) USING ROL-USUARIO.


       PROCEDURE DIVISION.
       PANTALLA-RELACION.
           INITIALIZE TARJETA-AUTORIZADA.
           INITIALIZE TARJETA-PROPIETARIA.
           INITIALIZE ROL-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Autorizacion de tarjetas sobre una cuenta"
           IF TARJETA-AUTORIZADA = TARJETA-PROPIETARIA
               GO TO RELACION-ERR.

           MOVE ROL-USUARIO TO ROL-W.
           IF ROL-W = 0
               MOVE 2 TO ROL-W.
           IF ROL-W NOT = 2 AND ROL-W NOT = 3
               GO TO RELACION-ERR.

       VALIDAR-TARJETAS.
           *> Ambas tarjetas tienen que existir, igual que BANK6
           *> valida la tarjeta destino de una transferencia
               MOVE "A" TO AUD-ACCION-W
               MOVE TARJETA-AUTORIZADA  TO TIT-TARJETA
               MOVE TARJETA-PROPIETARIA TO TIT-CUENTA
               MOVE ROL-W               TO TIT-ROL
               WRITE TITULAR-REG
           NOT INVALID KEY
               MOVE TITULAR-REG TO AUD-ANTES-W
               MOVE "C" TO AUD-ACCION-W
               MOVE TARJETA-PROPIETARIA TO TIT-CUENTA
               MOVE ROL-W               TO TIT-ROL
               REWRITE TITULAR-REG
           END-READ.
           MOVE "titulares" TO AUD-FICHERO-W.
