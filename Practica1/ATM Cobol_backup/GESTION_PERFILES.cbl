       *> BANK9 y PERIOD_BANK resuelven antes de caer en los
       *> parametros generales. El perfil se asigna a la tarjeta en
       *> el campo TPERFIL (ver GESTION_TARJETAS). Tambien permite
       *> asignar aqui el perfil a una tarjeta existente. Con el
       *> perfil se mantienen sus parametros de clave de confirmacion
       *> de un solo uso (perfiles_clave.ubd, ver CLAVE_UN_USO): que
       *> operaciones de riesgo del cajero la piden, a partir de que
       *> importe, los minutos de validez y los fallos permitidos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.



           SELECT OPTIONAL PERFILES-CLAVE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCV-PERFIL
           FILE STATUS IS FSPC.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 TPERFIL     PIC  9(2).


       FD PERFILES-CLAVE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "perfiles_clave.ubd".
       01 PERFIL-CLAVE-REG.
           02 PCV-PERFIL            PIC  9(2).
           02 PCV-FAVORITO          PIC  X(1).
           02 PCV-ALIAS             PIC  X(1).
           02 PCV-IBAN              PIC  X(1).
           02 PCV-IBAN-CENT         PIC  9(9).
           02 PCV-CODIGO            PIC  X(1).
           02 PCV-CODIGO-CENT       PIC  9(9).
           02 PCV-MINUTOS           PIC  9(2).
           02 PCV-FALLOS-MAX        PIC  9(1).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       77 AUD-OPER-W                PIC   9(4) VALUE 0.

       77 FSPE                      PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 PERFIL-CLAVE-EXISTE       PIC   9(1).
       77 AUD-ANTES-CLAVE-W         PIC X(160).
       77 FST                       PIC   X(2).

       78 BLACK                     VALUE    0.
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 42 PIC 9(9) USING PER-LIMTRFDIA.
           05 FILLER LINE 18 COL 15 VALUE "Clase de tarifa:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 18 COL 42 PIC 9(2) USING PER-CLASE-TARIFA.
           05 FILLER LINE 19 COL 15
               VALUE "Clave favorito/alias (S/N):".
           05 FILLER UNDERLINE AUTO
               LINE 19 COL 45 PIC X(1) USING PCV-FAVORITO.
           05 FILLER UNDERLINE AUTO
               LINE 19 COL 47 PIC X(1) USING PCV-ALIAS.
           05 FILLER LINE 20 COL 15
               VALUE "Clave IBAN nuevo, desde (cent):".
           05 FILLER UNDERLINE AUTO
               LINE 20 COL 47 PIC X(1) USING PCV-IBAN.
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 49 PIC 9(9) USING PCV-IBAN-CENT.
           05 FILLER LINE 21 COL 15
               VALUE "Clave cod. sin tarjeta, desde:".
           05 FILLER UNDERLINE AUTO
               LINE 21 COL 47 PIC X(1) USING PCV-CODIGO.
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 21 COL 49 PIC 9(9) USING PCV-CODIGO-CENT.
           05 FILLER LINE 22 COL 15
               VALUE "Validez clave (min) / fallos:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 22 COL 47 PIC 9(2) USING PCV-MINUTOS.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 22 COL 51 PIC 9(1) USING PCV-FALLOS-MAX.

       01 ACCEPT-ASIGNACION.
           05 FILLER LINE 10 COL 15 VALUE "Tarjeta:".
           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O PERFILES CLOSE PERFILES.
           OPEN I-O F-TARJETAS CLOSE F-TARJETAS.
           OPEN I-O PERFILES-CLAVE CLOSE PERFILES-CLAVE.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
               MOVE "A" TO AUD-ACCION-W
           END-IF.

           *> Parametros de clave del perfil; sin registro se
           *> proponen los que aplica CLAVE_UN_USO por defecto
           OPEN I-O PERFILES-CLAVE.
           IF FSPC <> 00
               GO TO PSYS-ERR.
           MOVE PER-COD TO PCV-PERFIL.
           MOVE 1 TO PERFIL-CLAVE-EXISTE.
           READ PERFILES-CLAVE INVALID KEY
               MOVE 0 TO PERFIL-CLAVE-EXISTE.
           CLOSE PERFILES-CLAVE.
           IF PERFIL-CLAVE-EXISTE = 1
               MOVE PERFIL-CLAVE-REG TO AUD-ANTES-CLAVE-W
           ELSE
               MOVE SPACES TO AUD-ANTES-CLAVE-W
               MOVE PER-COD TO PCV-PERFIL
               MOVE "S" TO PCV-FAVORITO
               MOVE "S" TO PCV-ALIAS
               MOVE "S" TO PCV-IBAN
               MOVE 0   TO PCV-IBAN-CENT
               MOVE "S" TO PCV-CODIGO
               MOVE 0   TO PCV-CODIGO-CENT
               MOVE 5   TO PCV-MINUTOS
               MOVE 3   TO PCV-FALLOS-MAX
           END-IF.

       PANTALLA-DATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           IF PER-NOMBRE = SPACES
               GO TO ACEPTAR-DATOS.

           IF (PCV-FAVORITO NOT = "S" AND PCV-FAVORITO NOT = "N")
              OR (PCV-ALIAS NOT = "S" AND PCV-ALIAS NOT = "N")
              OR (PCV-IBAN NOT = "S" AND PCV-IBAN NOT = "N")
              OR (PCV-CODIGO NOT = "S" AND PCV-CODIGO NOT = "N")
               DISPLAY "Indique S o N en la clave"
                   AT LINE 23 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       GUARDAR-PERFIL.
           IF PERFIL-EXISTE = 1
               REWRITE PERFIL-REG INVALID KEY GO TO PSYS-ERR
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           OPEN I-O PERFILES-CLAVE.
           IF FSPC <> 00
               GO TO PSYS-ERR.
           MOVE PER-COD TO PCV-PERFIL.
           IF PERFIL-CLAVE-EXISTE = 1
               REWRITE PERFIL-CLAVE-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "C" TO AUD-ACCION-W
           ELSE
               WRITE PERFIL-CLAVE-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "A" TO AUD-ACCION-W
           END-IF.
           CLOSE PERFILES-CLAVE.

           MOVE "perfil_clave" TO AUD-FICHERO-W.
           MOVE PER-COD TO AUD-CLAVE-W.
           MOVE AUD-ANTES-CLAVE-W TO AUD-ANTES-W.
           MOVE PERFIL-CLAVE-REG TO AUD-DESPUES-W.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           GO TO PANTALLA-COD.

       *> ASIGNA (O QUITA CON 0) EL PERFIL A UNA TARJETA EXISTENTE
