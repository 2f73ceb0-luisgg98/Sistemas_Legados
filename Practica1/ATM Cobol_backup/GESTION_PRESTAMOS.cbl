       *> registro del prestamo. COBRAR_PRESTAMOS pasa cada noche las
       *> cuotas vencidas y BANK19 ensena el cuadro de amortizacion
       *> pendiente en el cajero y permite amortizar anticipadamente.
       *> Un prestamo puede darse a tipo variable: indice de
       *> referencia (indices.ubd, lo carga CARGAR_INDICES), diferencial
       *> y cada cuantos meses (1-12) se revisa. El tipo inicial es el
       *> ultimo valor del indice publicado antes del mes del alta mas
       *> el diferencial, y las condiciones quedan en
       *> prestamos_variables.ubd para que REVISAR_PRESTAMOS recalcule
       *> la cuota en cada fecha de revision.
       *> Un operador que no es supervisor solo atiende a clientes de
       *> su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSPR.

           SELECT OPTIONAL PRESTAMOS-VAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PVA-PRESTAMO
           FILE STATUS IS FSPV.

           SELECT OPTIONAL INDICES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-CLAVE
           FILE STATUS IS FSIX.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               88 PRE-VIVO          VALUE 1.
               88 PRE-LIQUIDADO     VALUE 2.

       *> Condiciones de tipo variable de un prestamo; el que no
       *> tiene registro aqui es a tipo fijo
       FD PRESTAMOS-VAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos_variables.ubd".
       01 PRESTAMO-VAR-REG.
           02 PVA-PRESTAMO          PIC  9(9).
           02 PVA-TIPO-INTERES      PIC  9(1).
               88 PVA-FIJO          VALUE 1.
               88 PVA-VARIABLE      VALUE 2.
           02 PVA-INDICE            PIC  X(10).
           *> Diferencial sobre el indice, por 10000 como la tasa
           02 PVA-DIFERENCIAL-X10000 PIC S9(6).
           02 PVA-PERIODO-MESES     PIC  9(2).
           02 PVA-FECHA-REVISION    PIC  9(8).
           02 PVA-FECHA-ULTIMA-REV  PIC  9(8).

       FD INDICES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "indices.ubd".
       01 INDICE-REG.
           02 IDX-CLAVE.
               03 IDX-CODIGO        PIC  X(10).
               03 IDX-PERIODO       PIC  9(6).
           02 IDX-VALOR-X10000      PIC S9(6).
           02 IDX-FECHA-CARGA       PIC  9(8).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSPR                      PIC   X(2).
       77 FSPV                      PIC   X(2).
       77 FSIX                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
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

       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA): UN
       *> CAJERO SOLO ATIENDE A LOS CLIENTES DE SU SUCURSAL; EL
       *> SUPERVISOR, A TODOS
       77 SUCURSAL-SESION           PIC   9(4) VALUE 1.
       77 SUCURSAL-OK-SW            PIC   X(1).
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
       77 TASA-USUARIO    BLANK WHEN ZERO PIC  9(4).
       77 PLAZO-USUARIO   BLANK WHEN ZERO PIC  9(3).
       77 DIAPAGO-USUARIO BLANK WHEN ZERO PIC  9(2).
       *> Tipo variable: 1 fijo (o en blanco), 2 variable
       77 TIPO-USUARIO    BLANK WHEN ZERO PIC  9(1).
       77 INDICE-USUARIO                  PIC  X(10).
       77 DIFERENCIAL-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 REVISION-USUARIO BLANK WHEN ZERO PIC 9(2).

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos aritmeticos)
       77 TASA-W                    PIC  9(4).
       77 PLAZO-W                   PIC  9(3).
       77 DIAPAGO-W                 PIC  9(2).
       77 TIPO-W                    PIC  9(1).
       77 DIFERENCIAL-W             PIC  9(4).
       77 REVISION-W                PIC  9(2).

       *> Tasa con la que se calcula la cuota, por 10000 como en
       *> prestamos.ubd
       77 TASA-X10000               PIC S9(7).

       *> Busqueda del indice: ultimo valor con mes <= PERIODO-LIMITE
       77 PERIODO-LIMITE            PIC  9(6).
       77 INDICE-SW                 PIC  X(1).
       77 VALOR-INDICE              PIC S9(6).

       *> Fecha de la primera revision
       01 FECHA-REV-W.
           02 REV-ANO               PIC  9(4).
           02 REV-MES               PIC  9(2).
           02 REV-DIA               PIC  9(2).
       01 FECHA-REV-NUM REDEFINES FECHA-REV-W PIC 9(8).

       77 LAST-PRE-NUM              PIC  9(35).
       77 LAST-MOV-NUM              PIC  9(35).
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 14 COL 46 PIC 9(3) USING PLAZO-USUARIO.
           05 FILLER LINE 16 COL 15 VALUE "Dia de pago (1-28):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 16 COL 46 PIC 9(2) USING DIAPAGO-USUARIO.
           05 FILLER LINE 17 COL 15
               VALUE "Tipo (1=fijo, 2=variable):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 17 COL 46 PIC 9(1) USING TIPO-USUARIO.
           05 FILLER LINE 18 COL 15 VALUE "Indice de referencia:".
           05 FILLER UNDERLINE AUTO
               LINE 18 COL 46 PIC X(10) USING INDICE-USUARIO.
           05 FILLER LINE 19 COL 15
               VALUE "Diferencial (cent. de punto):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 19 COL 46 PIC 9(4) USING DIFERENCIAL-USUARIO.
           05 FILLER LINE 20 COL 15 VALUE "Revision cada (meses):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 20 COL 46 PIC 9(2) USING REVISION-USUARIO.


       PROCEDURE DIVISION.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-PRESTAMO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE TASA-USUARIO.
           INITIALIZE PLAZO-USUARIO.
           INITIALIZE DIAPAGO-USUARIO.
           INITIALIZE TIPO-USUARIO.
           INITIALIZE INDICE-USUARIO.
           INITIALIZE DIFERENCIAL-USUARIO.
           INITIALIZE REVISION-USUARIO.
           ACCEPT ACCEPT-DATOS-PRESTAMO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
           MOVE TASA-USUARIO    TO TASA-W.
           MOVE PLAZO-USUARIO   TO PLAZO-W.
           MOVE DIAPAGO-USUARIO TO DIAPAGO-W.
           MOVE TIPO-USUARIO    TO TIPO-W.
           MOVE DIFERENCIAL-USUARIO TO DIFERENCIAL-W.
           MOVE REVISION-USUARIO TO REVISION-W.

           *> El dia de pago se limita a 1-28 para que la cuota caiga
           *> todos los meses, tambien en febrero
           IF DIAPAGO-USUARIO < 1 OR DIAPAGO-USUARIO > 28
               DISPLAY "El dia de pago debe estar entre 1 y 28"
                   AT LINE 22 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF TARJETA-BLOQUEADA
               CLOSE TARJETAS
               DISPLAY "La tarjeta esta bloqueada"
                   AT LINE 22 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           CLOSE TARJETAS.
           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

       VALIDAR-TIPO.
           COMPUTE TASA-X10000 = TASA-W * 100.
           IF TIPO-W = 0
               MOVE 1 TO TIPO-W.
           IF TIPO-W = 1
               GO TO CALCULAR-CUOTA.
           IF TIPO-W NOT = 2
               DISPLAY "El tipo debe ser 1 (fijo) o 2 (variable)"
                   AT LINE 22 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           *> La revision es como mucho anual
           IF REVISION-W = 0
               MOVE 12 TO REVISION-W.
           IF REVISION-W > 12 OR INDICE-USUARIO = SPACES
               DISPLAY "Indique indice y revision de 1 a 12 meses"
                   AT LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           *> Tipo inicial: ultimo valor publicado antes del mes del
           *> alta, mas el diferencial
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           IF MES = 1
               COMPUTE PERIODO-LIMITE = ((ANO - 1) * 100) + 12
           ELSE
               COMPUTE PERIODO-LIMITE = (ANO * 100) + MES - 1
           END-IF.
           PERFORM BUSCAR-INDICE THRU BUSCAR-INDICE-FIN.
           IF INDICE-SW = "N"
               DISPLAY "El indice no tiene valores cargados"
                   AT LINE 22 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           COMPUTE TASA-X10000 = VALOR-INDICE + (DIFERENCIAL-W * 100).
           IF TASA-X10000 < 0
               MOVE 0 TO TASA-X10000.

       CALCULAR-CUOTA.
           *> Cuota fija francesa: capital * i / (1 - (1+i)**-n),
           *> calculada una sola vez al alta y guardada en el registro
           COMPUTE CENT-PRINCIPAL = CAPITAL-W * 100.
           IF TASA-X10000 = 0
               COMPUTE CENT-CUOTA ROUNDED =
                   CENT-PRINCIPAL / PLAZO-W
           ELSE
               COMPUTE INTERES-MENSUAL ROUNDED =
                   TASA-X10000 / 12000000
               COMPUTE FACTOR-FRANCES ROUNDED =
                   (1 + INTERES-MENSUAL) ** PLAZO-W
               COMPUTE CENT-CUOTA ROUNDED =
           MOVE LAST-PRE-NUM    TO PRE-NUM.
           MOVE TARJETA-USUARIO TO PRE-TARJETA.
           MOVE CENT-PRINCIPAL  TO PRE-CENT-PRINCIPAL.
           MOVE TASA-X10000     TO PRE-TASA-ANUAL-X10000.
           MOVE PLAZO-W         TO PRE-PLAZO-MESES.
           MOVE DIAPAGO-W       TO PRE-DIA-PAGO.
           MOVE CENT-CUOTA      TO PRE-CENT-CUOTA.
           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PRESTAMOS.

           IF TIPO-W = 2
               PERFORM GUARDAR-VARIABLE THRU GUARDAR-VARIABLE-FIN.

       ABONAR-CAPITAL.
           *> El capital se entrega abonandolo en la cuenta corriente
           *> de la tarjeta, con la traza del prestamo en la referencia
           DISPLAY LAST-PRE-NUM(27:9) AT LINE 10 COL 36.
           DISPLAY "Cuota mensual (centimos):" AT LINE 12 COL 23.
           DISPLAY CENT-CUOTA AT LINE 12 COL 50.
           IF TIPO-W = 2
               DISPLAY "Tipo variable, primera revision:"
                   AT LINE 14 COL 23
               DISPLAY REV-DIA AT LINE 14 COL 56
               DISPLAY "/" AT LINE 14 COL 58
               DISPLAY REV-MES AT LINE 14 COL 59
               DISPLAY "/" AT LINE 14 COL 61
               DISPLAY REV-ANO AT LINE 14 COL 62
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ELSE
               GO TO EXITO-ENTER.

      *> CONDICIONES DE TIPO VARIABLE DEL PRESTAMO RECIEN DADO DE
      *> ALTA; LA PRIMERA REVISION CAE EN EL DIA DE PAGO, REVISION-W
      *> MESES DESPUES DEL MES DEL ALTA
       GUARDAR-VARIABLE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO       TO REV-ANO.
           COMPUTE REV-MES = MES + REVISION-W.
           MOVE DIAPAGO-W TO REV-DIA.
           IF REV-MES > 12
               SUBTRACT 12 FROM REV-MES
               ADD 1 TO REV-ANO.

           OPEN I-O PRESTAMOS-VAR CLOSE PRESTAMOS-VAR.
           OPEN I-O PRESTAMOS-VAR.
           IF FSPV <> 00
               GO TO PSYS-ERR.
           MOVE LAST-PRE-NUM    TO PVA-PRESTAMO.
           MOVE 2               TO PVA-TIPO-INTERES.
           MOVE INDICE-USUARIO  TO PVA-INDICE.
           COMPUTE PVA-DIFERENCIAL-X10000 = DIFERENCIAL-W * 100.
           MOVE REVISION-W      TO PVA-PERIODO-MESES.
           MOVE FECHA-REV-NUM   TO PVA-FECHA-REVISION.
           MOVE 0               TO PVA-FECHA-ULTIMA-REV.
           WRITE PRESTAMO-VAR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PRESTAMOS-VAR.
       GUARDAR-VARIABLE-FIN.
           EXIT.

      *> ULTIMO VALOR DE INDICE-USUARIO CON MES NO POSTERIOR A
      *> PERIODO-LIMITE (COMO EN REVISAR_PRESTAMOS); INDICE-SW QUEDA
      *> A "N" SI NO HAY NINGUNO
       BUSCAR-INDICE.
           MOVE "N" TO INDICE-SW.
           OPEN INPUT INDICES.
           IF FSIX <> 00
               CLOSE INDICES
               GO TO BUSCAR-INDICE-FIN.
           MOVE INDICE-USUARIO TO IDX-CODIGO.
           MOVE 0              TO IDX-PERIODO.
           START INDICES KEY >= IDX-CLAVE INVALID KEY
               CLOSE INDICES
               GO TO BUSCAR-INDICE-FIN
           END-START.

       LEER-INDICE-ALTA.
           READ INDICES NEXT RECORD AT END
               GO TO BUSCAR-INDICE-CERRAR.
           IF IDX-CODIGO NOT = INDICE-USUARIO
               OR IDX-PERIODO > PERIODO-LIMITE
               GO TO BUSCAR-INDICE-CERRAR.
           MOVE "S"              TO INDICE-SW.
           MOVE IDX-VALOR-X10000 TO VALOR-INDICE.
           GO TO LEER-INDICE-ALTA.

       BUSCAR-INDICE-CERRAR.
           CLOSE INDICES.
       BUSCAR-INDICE-FIN.
           EXIT.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno"
       FIN.
           STOP RUN.

      *> SUCURSAL DEL OPERADOR RECIEN FIRMADO
       OBTENER-SUCURSAL-SESION.
           INITIALIZE PETICION-SUCURSAL.
           MOVE "C"             TO PSU-OPERACION.
           MOVE "O"             TO PSU-TIPO.
           MOVE OPERADOR-SESION TO PSU-ID.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           MOVE PSU-SUCURSAL    TO SUCURSAL-SESION.
       OBTENER-SUCURSAL-SESION-FIN.
           EXIT.

      *> EL CLIENTE DE PSU-TIPO/PSU-ID (TARJETA "T" O CLIENTE "L")
      *> TIENE QUE SER DE LA SUCURSAL DEL OPERADOR, SALVO QUE ESTE
      *> SEA SUPERVISOR
       COMPROBAR-SUCURSAL.
           MOVE "S" TO SUCURSAL-OK-SW.
           MOVE "C" TO PSU-OPERACION.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.
           IF ROL-SESION NOT = 2
               AND PSU-SUCURSAL NOT = SUCURSAL-SESION
               MOVE "N" TO SUCURSAL-OK-SW.
       COMPROBAR-SUCURSAL-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
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
