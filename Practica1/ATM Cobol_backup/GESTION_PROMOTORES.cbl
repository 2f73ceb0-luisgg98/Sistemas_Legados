       *> de abono y porcentaje de comision de la casa. Cada
       *> espectaculo se enlaza a su promotor en ESP-PROMOTOR (ver
       *> GESTION_ESPECTACULOS) y LIQUIDAR_ESPECTACULOS le paga por
       *> la via interbancaria una vez pasada la funcion. En la
       *> misma pantalla se mantienen el NIF y el domicilio fiscal del
       *> promotor (promotores_fiscal.ubd), que figuran en la factura
       *> de la comision que le emite la liquidacion.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS PRO-ID
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PROMOTORES-FISCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-ID
           FILE STATUS IS FSPF.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           02 PRO-IBAN              PIC X(24).
           02 PRO-COMISION-X10000   PIC  9(4).

       *> DATOS FISCALES DEL PROMOTOR PARA SU FACTURA DE COMISION
       *> (VER GESTION_PROMOTORES), APARTE DEL MAESTRO
       FD PROMOTORES-FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotores_fiscal.ubd".
       01 PROMOTOR-FISCAL-REG.
           02 PRF-ID                PIC  9(4).
           02 PRF-NIF               PIC  X(9).
           02 PRF-DOMICILIO         PIC X(40).

       FD SECUENCIAS
           LABEL RECORD STANDARD
       77 AUD-OPER-W                PIC   9(4) VALUE 0.

       77 FSPR                      PIC   X(2).
       77 FSPF                      PIC   X(2).
       77 FISCAL-EXISTE             PIC   9(1).
       77 FISCAL-ANTES-W            PIC  X(53).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
               VALUE "Comision x10000 (0300=3%):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 14 COL 42 PIC 9(4) USING PRO-COMISION-X10000.
           05 FILLER LINE 16 COL 15 VALUE "NIF:".
           05 FILLER UNDERLINE AUTO
               LINE 16 COL 40 PIC X(9) USING PRF-NIF.
           05 FILLER LINE 18 COL 15 VALUE "Domicilio fiscal:".
           05 FILLER UNDERLINE AUTO
               LINE 18 COL 40 PIC X(40) USING PRF-DOMICILIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O PROMOTORES CLOSE PROMOTORES.
           OPEN I-O PROMOTORES-FISCAL CLOSE PROMOTORES-FISCAL.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           OPEN I-O PROMOTORES.
           IF FSPR <> 00
               GO TO FIN.
           OPEN I-O PROMOTORES-FISCAL.
           IF FSPF <> 00
               CLOSE PROMOTORES
               GO TO FIN.

       PANTALLA-COD.
           INITIALIZE PROMOTOR-REG.
               MOVE SAVE-PRO-ID TO PRO-ID
           END-IF.

           MOVE SAVE-PRO-ID TO PRF-ID.
           MOVE 1 TO FISCAL-EXISTE.
           READ PROMOTORES-FISCAL INVALID KEY
               MOVE 0 TO FISCAL-EXISTE.
           IF FISCAL-EXISTE = 1
               MOVE PROMOTOR-FISCAL-REG TO FISCAL-ANTES-W
           ELSE
               INITIALIZE PROMOTOR-FISCAL-REG
               MOVE SAVE-PRO-ID TO PRF-ID
               MOVE SPACES TO FISCAL-ANTES-W
           END-IF.

           *> La imagen previa se guarda antes de que la pantalla
           *> pise el registro
           IF PROMOTOR-EXISTE = 1
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           *> Los datos fiscales van aparte, con su propio apunte de
           *> auditoria; sin NIF ni domicilio no se graba nada
           IF FISCAL-EXISTE = 0
               AND PRF-NIF = SPACES AND PRF-DOMICILIO = SPACES
               GO TO PANTALLA-COD.
           MOVE PRO-ID TO PRF-ID.
           IF FISCAL-EXISTE = 1
               MOVE "C" TO AUD-ACCION-W
               REWRITE PROMOTOR-FISCAL-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               MOVE "A" TO AUD-ACCION-W
               WRITE PROMOTOR-FISCAL-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           MOVE "promfiscal" TO AUD-FICHERO-W.
           MOVE PRO-ID TO AUD-CLAVE-W.
           MOVE FISCAL-ANTES-W TO AUD-ANTES-W.
           MOVE PROMOTOR-FISCAL-REG TO AUD-DESPUES-W.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           GO TO PANTALLA-COD.

       PSYS-ERR.

       SALIR.
           CLOSE PROMOTORES.
           CLOSE PROMOTORES-FISCAL.

       FIN.
           STOP RUN.
