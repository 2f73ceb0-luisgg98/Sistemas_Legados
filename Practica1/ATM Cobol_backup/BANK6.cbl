           RECORD KEY IS PER-COD
           FILE STATUS IS FSPE.

           SELECT OPTIONAL MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CLIENTE
           FILE STATUS IS FSMN.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL SOLICITUDES-PAGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-NUM
           ALTERNATE RECORD KEY IS SOL-PAGADOR WITH DUPLICATES
           FILE STATUS IS FSSO.

           SELECT OPTIONAL CAMBIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-MONEDA
           FILE STATUS IS FSCB.

           SELECT OPTIONAL TRANSFEXT-DIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDV-NUM
           FILE STATUS IS FSTD.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           02 PER-LIMTRFDIA         PIC  9(9).
           02 PER-CLASE-TARIFA      PIC  9(2).

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

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

       *> Solicitudes de pago entre titulares (ver BANK33/BANK34)
       FD SOLICITUDES-PAGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "solicitudes_pago.ubd".
       01 SOLICITUD-PAGO-REG.
           02 SOL-NUM               PIC  9(9).
           02 SOL-SOLICITANTE       PIC 9(16).
           02 SOL-NOMBRE-SOL        PIC X(30).
           02 SOL-PAGADOR           PIC 9(16).
           02 SOL-TELEFONO          PIC  9(9).
           02 SOL-CENT              PIC  9(9).
           02 SOL-CONCEPTO          PIC X(30).
           02 SOL-FECHA-ALTA        PIC  9(8).
           02 SOL-FECHA-CADUCIDAD   PIC  9(8).
           02 SOL-ESTADO            PIC  9(1).
               88 SOL-PENDIENTE     VALUE 1.
               88 SOL-PAGADA        VALUE 2.
               88 SOL-RECHAZADA     VALUE 3.
               88 SOL-CADUCADA      VALUE 4.
           02 SOL-FECHA-ESTADO      PIC  9(8).

       *> Cambio del dia por divisa (ver CARGAR_CAMBIOS)
       FD CAMBIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambios.ubd".
       01 CAMBIO-REG.
           02 CAM-MONEDA            PIC  X(3).
           *> EUROS POR UNIDAD DE DIVISA, POR 10000: 9200 = 0,9200 EUR
           02 CAM-COMPRA-X10000     PIC  9(8).
           02 CAM-VENTA-X10000      PIC  9(8).
           02 CAM-FECHA             PIC  9(8).

       *> Datos en divisa de las transferencias internacionales: el
       *> registro de transfext.ubd lleva el contravalor en euros y
       *> este, con la misma clave TEXT-NUM, lo que viaja en divisa
       FD TRANSFEXT-DIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext_div.ubd".
       01 TRANSFEXT-DIV-REG.
           02 TDV-NUM               PIC 9(35).
           02 TDV-CUENTA-DST        PIC X(34).
           02 TDV-BIC               PIC X(11).
           02 TDV-DIR-BANCO         PIC X(35).
           02 TDV-MONEDA            PIC  X(3).
           02 TDV-CENT-PEDIDO       PIC 9(11).
           02 TDV-CENT-DIVISA       PIC 9(11).
           02 TDV-CAMBIO-X10000     PIC  9(8).
           02 TDV-CENT-EUROS        PIC  9(9).
           02 TDV-GASTOS            PIC  X(3).
               88 TDV-GASTOS-OUR    VALUE "OUR".
               88 TDV-GASTOS-SHA    VALUE "SHA".
               88 TDV-GASTOS-BEN    VALUE "BEN".
           02 TDV-CENT-COMISION     PIC  9(9).
           02 TDV-FECHA-ALTA        PIC  9(8).
           02 TDV-FECHA-DEVOL       PIC  9(8).
           02 TDV-CAMBIO-DEVOL      PIC  9(8).
           02 TDV-CENT-REABONO      PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSCB                     PIC  X(2).
       77 FSTD                     PIC  X(2).
       *> TRANSFERENCIA INTERNACIONAL EN DIVISA: CUENTA, BIC Y
       *> DIRECCION DEL BANCO DEL BENEFICIARIO, IMPORTE EN LA
       *> DIVISA COTIZADA Y OPCION DE GASTOS (OUR, SHA O BEN). SE
       *> CARGA EL CONTRAVALOR AL CAMBIO DE VENTA DEL DIA
       77 INTERNACIONAL-SW         PIC  X(1) VALUE "N".
       77 CUENTA-INTL-DST          PIC X(34).
       77 BIC-DST                  PIC X(11).
       77 DIR-BANCO-DST            PIC X(35).
       77 MONEDA-DST               PIC  X(3).
       77 DIVENT-USUARIO           PIC  9(7).
       77 DIVDEC-USUARIO           PIC  9(2).
       77 GASTOS-OPCION            PIC  X(3).
       77 CENT-DIVISA-PEDIDO       PIC 9(11).
       77 CENT-DIVISA-ENVIO        PIC 9(11).
       77 CENT-COMISION-DIV        PIC 9(11).
       77 CAMBIO-VENTA-X10000      PIC  9(8).
       77 CENT-COMISION-INTL       PIC  9(9) VALUE 0.
       77 CENT-COMISION-BEN        PIC  9(9) VALUE 0.
       77 CENT-CARGO-INTL          PIC  9(9).
       77 FECHA-NEGOCIO-INTL       PIC  9(8).
       77 CENT-PINTAR-INTL         PIC 9(11).
       77 LINEA-PINTAR-INTL        PIC  9(2).
       77 IMPORTE-ENT-INTL         PIC ZZZZZZZZ9.
       77 IMPORTE-DEC-INTL         PIC  9(2).
       77 CAMBIO-ENT-INTL          PIC ZZZ9.
       77 CAMBIO-DEC-INTL          PIC  9(4).
       77 FSSO                     PIC  X(2).
       77 FECHA-SOLICITUD          PIC  9(8).
       77 FSLI                     PIC  X(2).
       *> LIMITE TEMPORAL VIGENTE (VER GESTION_LIMITES): SI LO HAY,
       *> MANDA SOBRE EL PERFIL Y SOBRE EL PARAMETRO GENERAL
       77 CENT-COMISION-TARIFA     PIC   9(9).
       77 FSPE                     PIC   X(2).
       77 PERFIL-TARJETA           PIC   9(2).
       77 FSMN                     PIC   X(2).
       77 MENOR-SW                 PIC   X(1).
       77 CLIENTE-MENOR            PIC   9(8).
       77 DUPVENT-SEG              PIC  9(4) VALUE 120.
       77 DUP-CONFIRMADA-SW        PIC  X(1).
       77 SEGUNDOS-MOV             PIC S9(9).
           02 RMO-SALDOPOS-DEC      PIC  9(2).
           02 RMO-REFERENCIA        PIC X(30).

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

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       78 GREEN                  VALUE      2.
           88 F4-PRESSED         VALUE  1004.
           88 F5-PRESSED         VALUE  1005.
           88 F6-PRESSED         VALUE  1006.
           88 F7-PRESSED         VALUE  1007.

       77 PRESSED-KEY              PIC   9(4).

       77 TNUM                     PIC  9(16).
       77 IDIOMA                   PIC   X(2).
       77 TIMEOUT-AVISO            PIC   X(1).
       *> Solicitud de pago que se atiende (ver BANK34); 0 en la
       *> transferencia normal desde el menu
       77 SOLICITUD-PAGO-NUM       PIC   9(9).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 16 COL 63 PIC 9(2) USING EURDEC-USUARIO.

       01 FILTRO-INTL.
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 19 PIC X(34) USING CUENTA-INTL-DST.
           05 FILLER AUTO UNDERLINE
               LINE 13 COL 54 PIC X(11) USING BIC-DST.
           05 FILLER AUTO UNDERLINE
               LINE 15 COL 19 PIC X(35) USING DIR-BANCO-DST.
           05 FILLER AUTO UNDERLINE
               LINE 16 COL 54 PIC X(25) USING NOMBRE-DESTINO.
           05 FILLER AUTO UNDERLINE
               LINE 17 COL 54 PIC X(3) USING MONEDA-DST.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 17 COL 59 PIC 9(7) USING DIVENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 17 COL 67 PIC 9(2) USING DIVDEC-USUARIO.
           05 FILLER AUTO UNDERLINE
               LINE 18 COL 54 PIC X(3) USING GASTOS-OPCION.


       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO SOLICITUD-PAGO-NUM.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *> GESTION_PERFILES), sus limites mandan sobre los
           *> parametros generales
           PERFORM RESOLVER-PERFIL THRU RESOLVER-PERFIL-FIN.
           PERFORM COMPROBAR-MENOR THRU COMPROBAR-MENOR-FIN.
           IF PERFIL-TARJETA > 0
               IF PER-LIMTRF > 0
                   MOVE PER-LIMTRF TO CENT-LIMITE-TRF
           END-IF.
           CLOSE CUENTAS.

           *> Pago de una solicitud recibida: destino e importe ya
           *> vienen fijados por la solicitud
           IF SOLICITUD-PAGO-NUM > 0
               GO TO PREPARAR-SOLICITUD-PAGO.


       INDICAR-CTA-DST.
           MOVE "Indica la cuenta destino"
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 23 COL 19.
           MOVE "F7 - Transferencia internacional en divisa"
               TO TEXTO-PANTALLA
           MOVE 442 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 21 COL 19.

           *> Recoger cuenta y nombre destinatario
           ACCEPT FILTRO-CUENTA
                                   IF F6-PRESSED THEN
                                       GO TO INDICAR-IBAN-DST
                                   ELSE
                                     IF F7-PRESSED THEN
                                       GO TO INDICAR-INTL-DST
                                     ELSE
                                       GO TO INDICAR-CTA-DST
                                     END-IF
                                   END-IF
                               END-IF
                           END-IF

           GO TO REALIZAR-TRF-VERIFICACION.

       *> PAGO DE UNA SOLICITUD DE PAGO (VER BANK34): LA CUENTA DESTINO
       *> ES LA DEL SOLICITANTE Y EL IMPORTE EL PEDIDO, SIN TECLEAR
       *> NADA; PASA LAS MISMAS COMPROBACIONES DE SALDO Y LIMITES QUE
       *> UNA TRANSFERENCIA TECLEADA
       PREPARAR-SOLICITUD-PAGO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-SOLICITUD = (ANO * 10000) + (MES * 100)
               + DIA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN = 00
               MOVE 1 TO FNEG-ID
               READ FECHANEGOCIO INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE FECHA-SOLICITUD = (FNEG-ANO * 10000)
                       + (FNEG-MES * 100) + FNEG-DIA
               END-READ
           END-IF.
           CLOSE FECHANEGOCIO.

           OPEN INPUT SOLICITUDES-PAGO.
           IF FSSO <> 00
               GO TO PSYS-ERR.
           MOVE SOLICITUD-PAGO-NUM TO SOL-NUM.
           READ SOLICITUDES-PAGO INVALID KEY GO TO PSYS-ERR.
           CLOSE SOLICITUDES-PAGO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF SOL-PAGADOR NOT = TNUM OR NOT SOL-PENDIENTE
               OR SOL-FECHA-CADUCIDAD < FECHA-SOLICITUD
               DISPLAY "La solicitud ya no esta pendiente!!"
                   AT LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO EXIT-ENTER.

           MOVE SOL-SOLICITANTE TO CUENTA-DESTINO.
           MOVE SOL-NOMBRE-SOL  TO NOMBRE-DESTINO.
           MOVE SOL-CENT        TO CENT-IMPOR-USER.
           COMPUTE EURENT-USUARIO = (SOL-CENT / 100).
           MOVE FUNCTION MOD(SOL-CENT, 100) TO EURDEC-USUARIO.

           IF CENT-IMPOR-USER > (CENT-SALDO-ORD-USER
                   - CENT-RETENIDO-PEND) THEN
                   MOVE "Saldo insuficiente para pagar la solicitud"
                       TO TEXTO-PANTALLA
                   MOVE 441 TO TEXTO-ID
                   PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
                   DISPLAY TEXTO-PANTALLA
                    AT LINE 20 COL 19
                    WITH BACKGROUND-COLOR RED
                   DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
                   GO TO EXIT-ENTER
           END-IF.

           IF CENT-IMPOR-USER > CENT-LIMITE-TRF THEN
                   MOVE "Supera el maximo permitido por transferenc"
                       TO TEXTO-PANTALLA
                   MOVE 235 TO TEXTO-ID
                   PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
                   DISPLAY TEXTO-PANTALLA
                    AT LINE 20 COL 19
                    WITH BACKGROUND-COLOR RED
                   DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
                   GO TO EXIT-ENTER
           END-IF.

           IF (CENT-IMPOR-USER + CENT-TRANSFERIDO-HOY)
                   > CENT-LIMITE-TRF-DIA THEN
                   MOVE "Ha superado el limite diario de transferen"
                       TO TEXTO-PANTALLA
                   MOVE 163 TO TEXTO-ID
                   PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
                   DISPLAY TEXTO-PANTALLA
                    AT LINE 20 COL 19
                    WITH BACKGROUND-COLOR RED
                   DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
                   GO TO EXIT-ENTER
           END-IF.

           GO TO REALIZAR-TRF-VERIFICACION.

       *> TRANSFERENCIA A UNA CUENTA DE OTRA ENTIDAD, IDENTIFICADA POR
       *> IBAN EN VEZ DE POR UNA TARJETA TNUM-E DE UNIZARBANK
       INDICAR-IBAN-DST.
           *> Un menor de edad (ver GESTION_MENORES) no transfiere a
           *> otras entidades
           IF MENOR-SW = "S"
               MOVE "Operacion no permitida a menores de edad"
                   TO TEXTO-PANTALLA
               MOVE 423 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           *> Ni si el titular ha apagado las transferencias a otras
           *> entidades (ver BANK38)
           MOVE "T" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               DISPLAY TEXTO-PANTALLA
                   AT LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Ordenar Transferencia"
               TO TEXTO-PANTALLA
                   GO TO INDICAR-IBAN-DST
           END-IF.

           PERFORM PEDIR-CLAVE-IBAN THRU PEDIR-CLAVE-IBAN-FIN.

       REALIZAR-TRF-IBAN-VERIFICACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Ordenar Transferencia"
           *> espera de la otra firma en BANK24
           PERFORM COMPROBAR-DOSFIRMAS
               THRU COMPROBAR-DOSFIRMAS-FIN.
           *> La orden pendiente de firma no tiene donde guardar los
           *> datos en divisa: la internacional a dos firmas se
           *> ordena en la sucursal
           IF DOSFIRMAS-REQ-SW = "S" AND INTERNACIONAL-SW = "S"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               MOVE "Requiere segunda firma: ordenela en oficina"
                   TO TEXTO-PANTALLA
               MOVE 462 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO EXIT-ENTER.
           IF DOSFIRMAS-REQ-SW = "S"
               MOVE 2              TO PFI-TIPO
               MOVE 0              TO PFI-DESTINO
               THRU COMPROBAR-PRESUPUESTO-FIN.

           *> Canal urgente del mismo dia: el cliente elige y la
           *> urgencia se cobra con su propia tarifa (TRFURGENTE);
           *> las internacionales viajan siempre en su propio fichero
           IF INTERNACIONAL-SW NOT = "S"
               PERFORM PREGUNTAR-URGENTE THRU PREGUNTAR-URGENTE-FIN.

           *> Las confirmaciones interactivas ya han pasado: el
           *> bloqueo se toma lo mas tarde posible, para que un
           *> tecleo, y reutilizar el saldo leido al entrar pisaria
           *> su REWRITE
           PERFORM RELEER-SALDO-ORD THRU RELEER-SALDO-ORD-FIN.
           IF (CENT-IMPOR-USER + CENT-COMISION-INTL)
                   > (CENT-SALDO-ORD-USER - CENT-RETENIDO-PEND)
               MOVE CUENTA-BASE TO BLK-TARJETA-W
               PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN
               MOVE "Indique una cantidad menor!!"

           CLOSE TRANSFEXT.

           IF INTERNACIONAL-SW = "S"
               PERFORM ANOTAR-TRANSFEXT-DIV
                   THRU ANOTAR-TRANSFEXT-DIV-FIN.

           PERFORM COBRAR-COMISION-TRFEXT
               THRU COBRAR-COMISION-TRFEXT-FIN.


           GO TO EXIT-ENTER.

      *> TRANSFERENCIA INTERNACIONAL EN UNA DIVISA COTIZADA EN
      *> CAMBIOS.UBD: SE CARGA EL CONTRAVALOR AL CAMBIO DE VENTA DEL
      *> DIA MAS LA COMISION (TARIFAS TRFINT Y, CON GASTOS OUR,
      *> TRFINTOUR); CON GASTOS BEN LA COMISION NO SE CARGA, SE
      *> DESCUENTA DEL IMPORTE QUE VIAJA. LA ORDEN SE ENCOLA EN
      *> TRANSFEXT.UBD COMO LAS DEMAS Y SUS DATOS EN DIVISA EN
      *> TRANSFEXT_DIV.UBD; ENVIAR_TRANSFEXT LA SACA EN EL FICHERO
      *> DE PAGOS INTERNACIONALES
       INDICAR-INTL-DST.
           *> Un menor de edad (ver GESTION_MENORES) no transfiere a
           *> otras entidades
           IF MENOR-SW = "S"
               MOVE "Operacion no permitida a menores de edad"
                   TO TEXTO-PANTALLA
               MOVE 423 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           *> Ni si el titular ha apagado las transferencias a otras
           *> entidades (ver BANK38)
           MOVE "T" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               DISPLAY TEXTO-PANTALLA
                   AT LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Transferencia internacional"
               TO TEXTO-PANTALLA
           MOVE 443 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 27.
           DISPLAY SALDO-DISPLAY.
           MOVE "Cuenta del beneficiario (IBAN o numero):"
               TO TEXTO-PANTALLA
           MOVE 444 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 11 COL 19.
           MOVE "BIC del banco del beneficiario:"
               TO TEXTO-PANTALLA
           MOVE 445 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 13 COL 19.
           MOVE "Direccion del banco del beneficiario:"
               TO TEXTO-PANTALLA
           MOVE 446 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 14 COL 19.
           MOVE "Nombre del beneficiario:"
               TO TEXTO-PANTALLA
           MOVE 447 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 16 COL 19.
           MOVE "Divisa e importe:"
               TO TEXTO-PANTALLA
           MOVE 448 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 17 COL 19.
           DISPLAY "," AT LINE 17 COL 66.
           MOVE "Gastos (OUR, SHA o BEN):"
               TO TEXTO-PANTALLA
           MOVE 449 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
                AT LINE 18 COL 19.

           MOVE "Enter - Confirmar"
               TO TEXTO-PANTALLA
           MOVE 53 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 2.
           MOVE "ESC - Cancelar"
               TO TEXTO-PANTALLA
           MOVE 52 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 66.

           INITIALIZE CUENTA-INTL-DST.
           INITIALIZE BIC-DST.
           INITIALIZE DIR-BANCO-DST.
           INITIALIZE NOMBRE-DESTINO.
           INITIALIZE MONEDA-DST.
           INITIALIZE DIVENT-USUARIO.
           INITIALIZE DIVDEC-USUARIO.
           INITIALIZE GASTOS-OPCION.

       INDICAR-INTL-DATOS.
           *> Los errores se pintan en la linea 20 sin repintar la
           *> pantalla, para que el cliente corrija lo ya tecleado
           ACCEPT FILTRO-INTL
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED THEN
               EXIT PROGRAM
           ELSE
               GO TO INDICAR-INTL-DATOS
           END-IF.

       VALIDAR-INTL.
           INSPECT BIC-DST CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT MONEDA-DST CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT GASTOS-OPCION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF CUENTA-INTL-DST = SPACES OR DIR-BANCO-DST = SPACES
               OR NOMBRE-DESTINO = SPACES
               MOVE "Faltan datos del beneficiario!!"
                   TO TEXTO-PANTALLA
               MOVE 450 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           *> BIC de 8 u 11 posiciones: banco (4 letras), pais (2
           *> letras), plaza (2) y sucursal opcional (3)
           IF BIC-DST(1:6) IS NOT ALPHABETIC OR BIC-DST(1:1) = SPACE
               OR BIC-DST(6:1) = SPACE OR BIC-DST(7:1) = SPACE
               OR BIC-DST(8:1) = SPACE
               OR (BIC-DST(9:3) NOT = SPACES
                   AND (BIC-DST(9:1) = SPACE OR BIC-DST(11:1) = SPACE))
               MOVE "El BIC indicado no es valido!!"
                   TO TEXTO-PANTALLA
               MOVE 451 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           IF GASTOS-OPCION NOT = "OUR" AND GASTOS-OPCION NOT = "SHA"
               AND GASTOS-OPCION NOT = "BEN"
               MOVE "Indique OUR, SHA o BEN en gastos!!"
                   TO TEXTO-PANTALLA
               MOVE 452 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           IF MONEDA-DST = "EUR"
               MOVE "En euros use la transferencia por IBAN!!"
                   TO TEXTO-PANTALLA
               MOVE 453 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           COMPUTE CENT-DIVISA-PEDIDO = (DIVENT-USUARIO * 100)
                                        + DIVDEC-USUARIO.
           IF CENT-DIVISA-PEDIDO = 0
               MOVE "Indique el importe en divisa!!"
                   TO TEXTO-PANTALLA
               MOVE 454 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           *> Sin cambio del dia no se opera, igual que en BANK31:
           *> nunca a precio viejo
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-NEGOCIO-INTL = (ANO * 10000) + (MES * 100)
               + DIA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN = 00
               MOVE 1 TO FNEG-ID
               READ FECHANEGOCIO INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE FECHA-NEGOCIO-INTL = (FNEG-ANO * 10000)
                       + (FNEG-MES * 100) + FNEG-DIA
               END-READ
           END-IF.
           CLOSE FECHANEGOCIO.

           MOVE "No hay cambio del dia para esa divisa!!"
               TO TEXTO-PANTALLA.
           MOVE 455 TO TEXTO-ID.
           OPEN INPUT CAMBIOS.
           IF FSCB <> 00
               CLOSE CAMBIOS
               GO TO INDICAR-INTL-ERROR.
           MOVE MONEDA-DST TO CAM-MONEDA.
           READ CAMBIOS INVALID KEY
               CLOSE CAMBIOS
               GO TO INDICAR-INTL-ERROR.
           CLOSE CAMBIOS.
           IF CAM-FECHA NOT = FECHA-NEGOCIO-INTL
               OR CAM-VENTA-X10000 = 0
               GO TO INDICAR-INTL-ERROR.
           MOVE CAM-VENTA-X10000 TO CAMBIO-VENTA-X10000.

           COMPUTE CENT-IMPOR-USER ROUNDED =
               CENT-DIVISA-PEDIDO * CAMBIO-VENTA-X10000 / 10000.

           PERFORM CALCULAR-COMISION-INTL
               THRU CALCULAR-COMISION-INTL-FIN.
           IF CENT-DIVISA-ENVIO = 0
               MOVE "El importe no cubre los gastos!!"
                   TO TEXTO-PANTALLA
               MOVE 456 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           COMPUTE CENT-CARGO-INTL = CENT-IMPOR-USER
                                   + CENT-COMISION-INTL.

           IF CENT-CARGO-INTL > (CENT-SALDO-ORD-USER
                   - CENT-RETENIDO-PEND) THEN
               MOVE "Indique una cantidad menor!!"
                   TO TEXTO-PANTALLA
               MOVE 61 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           IF CENT-IMPOR-USER > CENT-LIMITE-TRF THEN
               MOVE "Supera el maximo permitido por transferenc"
                   TO TEXTO-PANTALLA
               MOVE 235 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           IF (CENT-IMPOR-USER + CENT-TRANSFERIDO-HOY)
                   > CENT-LIMITE-TRF-DIA THEN
               MOVE "Ha superado el limite diario de transferen"
                   TO TEXTO-PANTALLA
               MOVE 163 TO TEXTO-ID
               GO TO INDICAR-INTL-ERROR
           END-IF.

           *> El cargo en cuenta y la cola van en euros; los primeros
           *> 24 caracteres de la cuenta quedan en TEXT-IBAN-DST para
           *> los listados que solo conocen transfext.ubd
           COMPUTE EURENT-USUARIO = (CENT-IMPOR-USER / 100).
           MOVE FUNCTION MOD(CENT-IMPOR-USER, 100) TO EURDEC-USUARIO.
           MOVE CUENTA-INTL-DST(1:24) TO CUENTA-IBAN-DESTINO.
           PERFORM PEDIR-CLAVE-IBAN THRU PEDIR-CLAVE-IBAN-FIN.
           GO TO REALIZAR-TRF-INTL-VERIFICACION.

       INDICAR-INTL-ERROR.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 20 COL 19
               WITH BACKGROUND-COLOR RED.
           GO TO INDICAR-INTL-DATOS.

       REALIZAR-TRF-INTL-VERIFICACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Transferencia internacional"
               TO TEXTO-PANTALLA
           MOVE 443 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 08 COL 27.

           MOVE "Va a transferir:"
               TO TEXTO-PANTALLA
           MOVE 243 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 10 COL 19.
           MOVE CENT-DIVISA-PEDIDO TO CENT-PINTAR-INTL.
           MOVE 10 TO LINEA-PINTAR-INTL.
           PERFORM PINTAR-IMPORTE-INTL THRU PINTAR-IMPORTE-INTL-FIN.
           DISPLAY MONEDA-DST AT LINE 10 COL 68.

           DISPLAY NOMBRE-DESTINO(1:30) AT LINE 11 COL 19.
           DISPLAY CUENTA-INTL-DST AT LINE 12 COL 19.
           DISPLAY "BIC" AT LINE 12 COL 55.
           DISPLAY BIC-DST AT LINE 12 COL 59.
           DISPLAY DIR-BANCO-DST AT LINE 13 COL 19.

           MOVE "Cambio aplicado (EUR por unidad):"
               TO TEXTO-PANTALLA
           MOVE 457 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 14 COL 19.
           COMPUTE CAMBIO-ENT-INTL = CAMBIO-VENTA-X10000 / 10000.
           MOVE FUNCTION MOD(CAMBIO-VENTA-X10000, 10000)
               TO CAMBIO-DEC-INTL.
           DISPLAY CAMBIO-ENT-INTL AT LINE 14 COL 60.
           DISPLAY "," AT LINE 14 COL 64.
           DISPLAY CAMBIO-DEC-INTL AT LINE 14 COL 65.

           MOVE "Contravalor en euros:"
               TO TEXTO-PANTALLA
           MOVE 458 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 15 COL 19.
           MOVE CENT-IMPOR-USER TO CENT-PINTAR-INTL.
           MOVE 15 TO LINEA-PINTAR-INTL.
           PERFORM PINTAR-IMPORTE-INTL THRU PINTAR-IMPORTE-INTL-FIN.
           DISPLAY "EUR" AT LINE 15 COL 68.

           MOVE "Comision, gastos"
               TO TEXTO-PANTALLA
           MOVE 459 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 16 COL 19.
           DISPLAY GASTOS-OPCION AT LINE 16 COL 40.
           COMPUTE CENT-PINTAR-INTL = CENT-COMISION-INTL
                                    + CENT-COMISION-BEN.
           MOVE 16 TO LINEA-PINTAR-INTL.
           PERFORM PINTAR-IMPORTE-INTL THRU PINTAR-IMPORTE-INTL-FIN.
           DISPLAY "EUR" AT LINE 16 COL 68.

           *> Con gastos BEN la comision sale del importe enviado
           IF GASTOS-OPCION = "BEN"
               MOVE "Importe enviado, neto de comision:"
                   TO TEXTO-PANTALLA
               MOVE 460 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 17 COL 19
               MOVE CENT-DIVISA-ENVIO TO CENT-PINTAR-INTL
               MOVE 17 TO LINEA-PINTAR-INTL
               PERFORM PINTAR-IMPORTE-INTL THRU PINTAR-IMPORTE-INTL-FIN
               DISPLAY MONEDA-DST AT LINE 17 COL 68
           END-IF.

           MOVE "Total a cargar en su cuenta:"
               TO TEXTO-PANTALLA
           MOVE 461 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 18 COL 19.
           MOVE CENT-CARGO-INTL TO CENT-PINTAR-INTL.
           MOVE 18 TO LINEA-PINTAR-INTL.
           PERFORM PINTAR-IMPORTE-INTL THRU PINTAR-IMPORTE-INTL-FIN.
           DISPLAY "EUR" AT LINE 18 COL 68.

           DISPLAY  "Enter - Confirmar"  AT LINE 24 COL 2.
           MOVE "ESC - Cancelar"
               TO TEXTO-PANTALLA
           MOVE 52 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA  AT LINE 24 COL 62.

       ENTER-VERIFICACION-INTL.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 75
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF
           IF ESC-PRESSED THEN
               EXIT PROGRAM
           ELSE
               GO TO ENTER-VERIFICACION-INTL
           END-IF.

           *> A partir de aqui sigue el circuito de la transferencia
           *> a otra entidad, con la marca de internacional
           MOVE "S" TO INTERNACIONAL-SW.
           GO TO INDICAR-REFERENCIA-TRF-IBAN.

       NO-MOVIMIENTOS.
           *> No hay movimientos y se muestra saldo 0 
           DISPLAY "0"  AT LINE 10 COL 51.
           CLOSE CUENTAS.

       INDICAR-REFERENCIA-TRF.
           *> El pago de una solicitud lleva siempre su numero como
           *> referencia, para que el solicitante lo reconozca
           IF SOLICITUD-PAGO-NUM > 0
               MOVE SPACES TO REFERENCIA-TRF
               STRING "Solicitud de pago " SOLICITUD-PAGO-NUM
                   DELIMITED BY SIZE INTO REFERENCIA-TRF
               GO TO GUARDAR-TRF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Ordenar Transferencia"
               TO TEXTO-PANTALLA

           PERFORM CONFIRMAR-INTENCION
               THRU CONFIRMAR-INTENCION-FIN.
           IF SOLICITUD-PAGO-NUM > 0
               PERFORM CERRAR-SOLICITUD-PAGO
                   THRU CERRAR-SOLICITUD-PAGO-FIN.
           GO TO P-EXITO.

       IMPRIMIR-RECIBO.
       *> VEA EXACTAMENTE LO QUE PAGO Y RESUMEN_DIARIO PUEDA TOTALIZAR
       *> LOS INGRESOS POR COMISIONES
       COBRAR-COMISION-TRFEXT.
           *> La internacional trae su comision ya calculada sobre el
           *> contravalor y la opcion de gastos (cero con BEN)
           IF INTERNACIONAL-SW = "S"
               MOVE CENT-COMISION-INTL TO CENT-COMISION-TARIFA
               GO TO COBRAR-COMISION-TRFEXT-CARGO.

           MOVE "TRFEXT" TO TARIFA-OPERACION.
           IF PERFIL-TARJETA > 0
               MOVE PER-CLASE-TARIFA TO TARIFA-CLASE
           MOVE CENT-IMPOR-USER TO CENT-BASE-TARIFA.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.

       COBRAR-COMISION-TRFEXT-CARGO.
           IF CENT-COMISION-TARIFA = 0
               GO TO COBRAR-COMISION-TRFEXT-FIN.

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

      *> UNA TRANSFERENCIA A UN IBAN AL QUE LA TARJETA NUNCA HA
      *> TRANSFERIDO PUEDE PEDIR CLAVE DE CONFIRMACION SEGUN EL PERFIL
      *> Y EL IMPORTE (VER BANK40); SIN ELLA NO SE SIGUE
       PEDIR-CLAVE-IBAN.
           MOVE "I"                 TO PCL-FUNCION.
           MOVE CENT-IMPOR-USER     TO PCL-IMPORTE-CENT.
           MOVE CUENTA-IBAN-DESTINO TO PCL-IBAN.
           CALL "BANK40" USING TNUM IDIOMA TIMEOUT-AVISO
               PETICION-CLAVE.
           IF TIMEOUT-AVISO = "S"
               EXIT PROGRAM.
           IF PCL-RESULTADO NOT = "S"
               EXIT PROGRAM.
       PEDIR-CLAVE-IBAN-FIN.
           EXIT.

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
           CLOSE CUENTAS.
       RELEER-SALDO-DST-FIN.
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

      *> LA TRANSFERENCIA YA ESTA ANOTADA: LA SOLICITUD QUE PAGA QUEDA
      *> CERRADA COMO PAGADA (LOS AVISOS LOS MANDA BANK34)
       CERRAR-SOLICITUD-PAGO.
           OPEN I-O SOLICITUDES-PAGO.
           IF FSSO <> 00
               CLOSE SOLICITUDES-PAGO
               GO TO CERRAR-SOLICITUD-PAGO-FIN.
           MOVE SOLICITUD-PAGO-NUM TO SOL-NUM.
           READ SOLICITUDES-PAGO INVALID KEY
               CLOSE SOLICITUDES-PAGO
               GO TO CERRAR-SOLICITUD-PAGO-FIN.
           MOVE 2               TO SOL-ESTADO.
           MOVE FECHA-SOLICITUD TO SOL-FECHA-ESTADO.
           REWRITE SOLICITUD-PAGO-REG.
           CLOSE SOLICITUDES-PAGO.
       CERRAR-SOLICITUD-PAGO-FIN.
           EXIT.

      *> PINTA CENT-PINTAR-INTL COMO IMPORTE "ent,dec" EN LA LINEA
      *> LINEA-PINTAR-INTL DE LA PANTALLA DE CONFIRMACION
       PINTAR-IMPORTE-INTL.
           COMPUTE IMPORTE-ENT-INTL = CENT-PINTAR-INTL / 100.
           MOVE FUNCTION MOD(CENT-PINTAR-INTL, 100)
               TO IMPORTE-DEC-INTL.
           DISPLAY IMPORTE-ENT-INTL AT LINE LINEA-PINTAR-INTL COL 55.
           DISPLAY "," AT LINE LINEA-PINTAR-INTL COL 64.
           DISPLAY IMPORTE-DEC-INTL AT LINE LINEA-PINTAR-INTL COL 65.
       PINTAR-IMPORTE-INTL-FIN.
           EXIT.

      *> COMISION DE LA TRANSFERENCIA INTERNACIONAL SOBRE EL
      *> CONTRAVALOR EN EUROS: TARIFA TRFINT, MAS TRFINTOUR CUANDO EL
      *> ORDENANTE ASUME TAMBIEN LOS GASTOS DE LOS BANCOS
      *> INTERMEDIARIOS (OUR). CON BEN NO SE CARGA NADA AL CLIENTE:
      *> LA COMISION, PASADA A DIVISA AL MISMO CAMBIO, SE DESCUENTA
      *> DEL IMPORTE QUE VIAJA (CENT-DIVISA-ENVIO A CERO SI NO LLEGA)
       CALCULAR-COMISION-INTL.
           MOVE 0 TO CENT-COMISION-INTL.
           MOVE 0 TO CENT-COMISION-BEN.
           MOVE 0 TO CENT-COMISION-DIV.
           MOVE CENT-DIVISA-PEDIDO TO CENT-DIVISA-ENVIO.

           IF PERFIL-TARJETA > 0
               MOVE PER-CLASE-TARIFA TO TARIFA-CLASE
           ELSE
               MOVE 0 TO TARIFA-CLASE
           END-IF.
           MOVE CENT-IMPOR-USER TO CENT-BASE-TARIFA.

           MOVE "TRFINT" TO TARIFA-OPERACION.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.
           MOVE CENT-COMISION-TARIFA TO CENT-COMISION-INTL.

           IF GASTOS-OPCION = "OUR"
               MOVE "TRFINTOUR" TO TARIFA-OPERACION
               PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN
               ADD CENT-COMISION-TARIFA TO CENT-COMISION-INTL
           END-IF.

           IF GASTOS-OPCION NOT = "BEN"
               GO TO CALCULAR-COMISION-INTL-FIN.

           MOVE CENT-COMISION-INTL TO CENT-COMISION-BEN.
           MOVE 0 TO CENT-COMISION-INTL.
           COMPUTE CENT-COMISION-DIV ROUNDED =
               CENT-COMISION-BEN * 10000 / CAMBIO-VENTA-X10000.
           IF CENT-COMISION-DIV >= CENT-DIVISA-PEDIDO
               MOVE 0 TO CENT-DIVISA-ENVIO
           ELSE
               COMPUTE CENT-DIVISA-ENVIO = CENT-DIVISA-PEDIDO
                                         - CENT-COMISION-DIV
           END-IF.
       CALCULAR-COMISION-INTL-FIN.
           EXIT.

      *> DEJA EN TRANSFEXT_DIV.UBD, CON LA CLAVE DE LA ORDEN RECIEN
      *> ENCOLADA, LO QUE VIAJA EN DIVISA Y EL CAMBIO APLICADO (LA
      *> DEVOLUCION SE REABONA AL CAMBIO DE COMPRA DE SU DIA Y LA
      *> DIFERENCIA SE MIDE CONTRA ESTE)
       ANOTAR-TRANSFEXT-DIV.
           OPEN I-O TRANSFEXT-DIV CLOSE TRANSFEXT-DIV.
           OPEN I-O TRANSFEXT-DIV.
           IF FSTD <> 00
               GO TO PSYS-ERR.

           MOVE LAST-TEXT-NUM       TO TDV-NUM.
           MOVE CUENTA-INTL-DST     TO TDV-CUENTA-DST.
           MOVE BIC-DST             TO TDV-BIC.
           MOVE DIR-BANCO-DST       TO TDV-DIR-BANCO.
           MOVE MONEDA-DST          TO TDV-MONEDA.
           MOVE CENT-DIVISA-PEDIDO  TO TDV-CENT-PEDIDO.
           MOVE CENT-DIVISA-ENVIO   TO TDV-CENT-DIVISA.
           MOVE CAMBIO-VENTA-X10000 TO TDV-CAMBIO-X10000.
           MOVE CENT-IMPOR-USER     TO TDV-CENT-EUROS.
           MOVE GASTOS-OPCION       TO TDV-GASTOS.
           COMPUTE TDV-CENT-COMISION = CENT-COMISION-INTL
                                     + CENT-COMISION-BEN.
           MOVE FECHA-NEGOCIO-INTL  TO TDV-FECHA-ALTA.
           MOVE 0                   TO TDV-FECHA-DEVOL.
           MOVE 0                   TO TDV-CAMBIO-DEVOL.
           MOVE 0                   TO TDV-CENT-REABONO.
           WRITE TRANSFEXT-DIV-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE TRANSFEXT-DIV.
       ANOTAR-TRANSFEXT-DIV-FIN.
           EXIT.
