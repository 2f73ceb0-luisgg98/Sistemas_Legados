           RECORD KEY IS ORD-NUM
           FILE STATUS IS FSOR.

           SELECT OPTIONAL SOLICITUDES-PAGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-NUM
           ALTERNATE RECORD KEY IS SOL-PAGADOR WITH DUPLICATES
           FILE STATUS IS FSSO.

           SELECT OPTIONAL CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT OPTIONAL MARCADOR-FORM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

           SELECT OPTIONAL KYC-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CLIENTE
           FILE STATUS IS FSKY.

           SELECT OPTIONAL CAMBIOS-PIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPI-TARJETA
           FILE STATUS IS FSCPI.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
               88 ORD-PENDIENTE     VALUE 1.
               88 ORD-CONSUMIDA     VALUE 2.

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

       *> Tarjetas retenidas por el cajero y su custodia en la
       *> sucursal (ver GESTION_CAPTURAS e INFORME_CAPTURAS)
       FD CAPTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "capturas.ubd".
       01 CAPTURA-REG.
           02 CAP-NUM               PIC  9(9).
           02 CAP-TARJETA           PIC 9(16).
           02 CAP-TERMINAL          PIC  9(3).
           02 CAP-FECHA             PIC  9(8).
           02 CAP-HORA              PIC  9(6).
           02 CAP-MOTIVO            PIC  9(1).
               88 CAP-POR-BLOQUEO   VALUE 1.
               88 CAP-POR-CADUCIDAD VALUE 2.
               88 CAP-POR-PIN       VALUE 3.
           02 CAP-ESTADO            PIC  9(1).
               88 CAP-EN-CUSTODIA   VALUE 1.
               88 CAP-DEVUELTA      VALUE 2.
               88 CAP-DESTRUIDA     VALUE 3.
           02 CAP-FECHA-RESOL       PIC  9(8).
           02 CAP-OPERADOR          PIC  9(4).
           02 CAP-DOCUMENTO         PIC X(12).

       FD MARCADOR-FORM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "enformacion.ubd".
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

       *> Ficha de documento del cliente (ver REVISAR_DOCUMENTOS);
       *> aqui solo interesa si esta restringida
       FD KYC-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "kyc_clientes.ubd".
       01 KYC-REG.
           02 KYC-CLIENTE           PIC  9(8).
           02 KYC-TIPO-DOC          PIC  9(1).
           02 KYC-NUM-DOC           PIC X(15).
           02 KYC-FECHA-CADUCIDAD   PIC  9(8).
           02 KYC-RIESGO            PIC  9(1).
           02 KYC-FECHA-REVISION    PIC  9(8).
           02 KYC-PROXIMA-REVISION  PIC  9(8).
           02 KYC-AVISO-DOC         PIC  9(8).
           02 KYC-AVISO-REV         PIC  9(8).
           02 KYC-ESTADO            PIC  9(1).
               88 KYC-AL-DIA        VALUES 0 1.
               88 KYC-RESTRINGIDO   VALUE 2.
           02 KYC-MOTIVO            PIC  X(1).
           02 KYC-FECHA-RESTRICCION PIC  9(8).
           02 KYC-OPERADOR          PIC  9(4).

       *> Clave repuesta en la sucursal por olvido (ver
       *> GESTION_REPOSICION): mientras la tarjeta este aqui, el
       *> cliente no entra al menu sin cambiarla antes en BANK8
       FD CAMBIOS-PIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambio_pin.ubd".
       01 CAMBIO-PIN-REG.
           02 CPI-TARJETA           PIC 9(16).
           02 CPI-FECHA             PIC  9(8).
           02 CPI-SOBRE             PIC  9(9).
           02 CPI-OPERADOR          PIC  9(4).

       WORKING-STORAGE SECTION.
       *> Idioma de la sesion (F2 en la bienvenida lo alterna); los
       *> literales de pantalla salen del fichero de textos, que se
       77 FSFN                     PIC  X(2).
       77 FUERA-SERVICIO-SW        PIC  X(1).
       77 CUENTA-INACTIVA-SW       PIC  X(1).
       77 FSKY                     PIC  X(2).
       77 RESTRINGIDA-SW           PIC  X(1).
       77 STANDIN-SW               PIC  X(1) VALUE "N".
       77 FSMAR                    PIC  X(2).
       *> EL MARCADOR enformacion.ubd SOLO EXISTE EN LA COPIA SOMBRA
       77 CENT-RETIRADO-HOY       PIC  9(9) VALUE 0.
       77 MOV-IMPORTE-ENT-R        PIC S9(7).
       77 CON                      PIC X(35) VALUE "Retirada".
       77 CON-VENTANILLA           PIC X(35)
           VALUE "Retirada en ventanilla".
       77 CENT-EFECTIVO-DISPONIBLE PIC  9(9).
       77 CENT-RESTANTE-DISPENSAR  PIC  9(9).
       77 BILLETES-A-DAR           PIC  9(7).
       77 FSOR                     PIC  X(2).
       77 ORDEN-PEND-SW            PIC  X(1).
       77 FECHA-HOY-ORD            PIC  9(8).
       77 FSSO                     PIC  X(2).
       *> Las solicitudes de pago recibidas se ensenan solas una vez
       *> por sesion, al entrar al menu
       77 SOLICITUDES-VISTAS-SW    PIC  X(1).
       77 SOLICITUD-PEND-SW        PIC  X(1).
       *> Y la oferta comercial de la noche (ver BANK36), tambien
       *> una sola vez por sesion
       77 OFERTA-VISTA-SW          PIC  X(1).
       *> Las condiciones nuevas por aceptar (ver BANK41), una vez
       *> por sesion; la que restringe y ya esta en vigor sin aceptar
       *> deja la sesion en el menu reducido
       77 CONDICIONES-VISTAS-SW    PIC  X(1).
       77 CONDICIONES-RESTR-SW     PIC  X(1).
       *> El cambio obligado de la clave repuesta, al entrar
       77 FSCPI                    PIC  X(2).
       77 CAMBIO-PIN-VISTO-SW      PIC  X(1).
       77 CAMBIO-PIN-SW            PIC  X(1).
       77 SIN-SOLICITUD-PAGO       PIC  9(9) VALUE 0.
       77 FSCP                     PIC  X(2).
       *> Motivo de la retencion de la tarjeta (CAP-MOTIVO)
       77 MOTIVO-CAPTURA           PIC  9(1).
       77 CAPTURA-PREVIA-SW        PIC  X(1).
       77 LAST-CAP-NUM             PIC  9(35).


       SCREEN SECTION.
           OPEN I-O TARJETAS.
           IF FST NOT = 00 THEN
               GO TO PSYS-ERR.
           *> UNA TARJETA QUE NO ES NUESTRA SE ATIENDE COMO TARJETA DE
           *> OTRA ENTIDAD A TRAVES DE LA RED (VER BANK35)
           READ TARJETAS INVALID KEY GO TO PTARJETA-AJENA.

           *> LA TARJETA PUEDE ESTAR BLOQUEADA POR EL PERSONAL DE LA
           *> SUCURSAL, O HABER CADUCADO YA; SE COMPRUEBA ANTES DE


           PERFORM REINICIAR-INTENTOS THRU REINICIAR-INTENTOS.
           MOVE "N" TO SOLICITUDES-VISTAS-SW.
           MOVE "N" TO OFERTA-VISTA-SW.
           MOVE "N" TO CONDICIONES-VISTAS-SW.
           MOVE "N" TO CONDICIONES-RESTR-SW.
           MOVE "N" TO CAMBIO-PIN-VISTO-SW.

       PMENU.
           CLOSE TARJETAS.
           CLOSE INTENTOS.

           *> Con la clave del sobre (ver GESTION_REPOSICION) lo
           *> primero es cambiarla; si la deja sin cambiar, la sesion
           *> termina aqui
           IF CAMBIO-PIN-VISTO-SW = "N"
               MOVE "S" TO CAMBIO-PIN-VISTO-SW
               PERFORM COMPROBAR-CAMBIO-PIN
                   THRU COMPROBAR-CAMBIO-PIN-FIN
               IF CAMBIO-PIN-SW = "S"
                   MOVE "N" TO TIMEOUT-AVISO-SESION
                   CALL "BANK8" USING TNUM IDIOMA-SESION
                       TIMEOUT-AVISO-SESION
                   IF TIMEOUT-AVISO-SESION = "S"
                       GO TO TIMEOUT-SESION
                   END-IF
                   PERFORM CALCULAR-INTENTOS THRU CALCULAR-INTENTOS
                   PERFORM COMPROBAR-CAMBIO-PIN
                       THRU COMPROBAR-CAMBIO-PIN-FIN
                   IF CAMBIO-PIN-SW = "S"
                       GO TO IMPRIMIR-CABECERA
                   END-IF
               END-IF
           END-IF.

           *> SI LA CUENTA ESTA DECLARADA INACTIVA (VER
           *> DETECTAR_INACTIVAS), EL CLIENTE NO ENTRA AL MENU: SE LE
           *> REMITE A LA SUCURSAL PARA REACTIVARLA
           PERFORM COMPROBAR-CUENTA-INACTIVA
               THRU COMPROBAR-CUENTA-INACTIVA-FIN.
           *> CON EL DOCUMENTO CADUCADO O LA REVISION DE DATOS VENCIDA
           *> (VER REVISAR_DOCUMENTOS) SOLO SE DEJA CONSULTAR EL SALDO
           PERFORM COMPROBAR-RESTRICCION-DOC
               THRU COMPROBAR-RESTRICCION-DOC-FIN.

           *> Cuentas caidas: retiradas pequenas en modo respaldo
           *> contra la ultima posicion conocida, y a casa
           IF CUENTA-INACTIVA-SW = "S"
               GO TO PCUENTA-INACTIVA.

           *> Condiciones de contrato nuevas pendientes de aceptar
           *> (ver GESTION_CONDICIONES)
           IF CONDICIONES-VISTAS-SW = "N"
               MOVE "S" TO CONDICIONES-VISTAS-SW
               MOVE "N" TO TIMEOUT-AVISO-SESION
               CALL "BANK41" USING TNUM IDIOMA-SESION
                   TIMEOUT-AVISO-SESION CONDICIONES-RESTR-SW
               IF TIMEOUT-AVISO-SESION = "S"
                   GO TO TIMEOUT-SESION
               END-IF
           END-IF.

           IF RESTRINGIDA-SW = "S"
               GO TO PMENU-RESTRINGIDO.
           IF CONDICIONES-RESTR-SW = "S"
               GO TO PMENU-RESTRINGIDO.

           *> Si otro titular le ha pedido un pago (ver BANK33), la
           *> lista sale sola la primera vez que llega al menu
           IF SOLICITUDES-VISTAS-SW = "N"
               MOVE "S" TO SOLICITUDES-VISTAS-SW
               PERFORM COMPROBAR-SOLICITUD-PAGO
                   THRU COMPROBAR-SOLICITUD-PAGO-FIN
               IF SOLICITUD-PEND-SW = "S"
                   MOVE "N" TO TIMEOUT-AVISO-SESION
                   CALL "BANK34" USING TNUM IDIOMA-SESION
                       TIMEOUT-AVISO-SESION
                   IF TIMEOUT-AVISO-SESION = "S"
                       GO TO TIMEOUT-SESION
                   END-IF
               END-IF
           END-IF.

           *> La oferta que le haya tocado (ver SELECCIONAR_OFERTAS);
           *> BANK36 vuelve sin pintar nada si no tiene ninguna
           IF OFERTA-VISTA-SW = "N"
               MOVE "S" TO OFERTA-VISTA-SW
               MOVE "N" TO TIMEOUT-AVISO-SESION
               CALL "BANK36" USING TNUM IDIOMA-SESION
                   TIMEOUT-AVISO-SESION
               IF TIMEOUT-AVISO-SESION = "S"
                   GO TO TIMEOUT-SESION
               END-IF
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "1 - Consultar saldo"
               TO TEXTO-PANTALLA.

           IF CHOICE = 5
               CALL "BANK6" USING TNUM IDIOMA-SESION
                   TIMEOUT-AVISO-SESION SIN-SOLICITUD-PAGO.
           IF CHOICE = 6
               CALL "BANK9" USING TNUM IDIOMA-SESION
                   TIMEOUT-AVISO-SESION.
       PTARJETA-BLOQUEADA-ERR.
           CLOSE TARJETAS.

           MOVE 1 TO MOTIVO-CAPTURA.
           PERFORM REGISTRAR-CAPTURA THRU REGISTRAR-CAPTURA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Esta tarjeta ha sido bloqueada"
               TO TEXTO-PANTALLA
               AT LINE 11 COL 19
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           PERFORM AVISAR-CAPTURA THRU AVISAR-CAPTURA.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           GO TO PINT-ERR-ENTER.


       *>TARJETA DE OTRA ENTIDAD: SOLO RETIRADA DE EFECTIVO, CON EL
       *> PIN Y EL IMPORTE AUTORIZADOS POR EL EMISOR A TRAVES DE LA
       *> RED DE CAJEROS (VER BANK35 Y AUTORIZAR_AJENA)
       PTARJETA-AJENA.
           CLOSE TARJETAS.

           IF AVERIA-DISPENSADOR-SW = "S"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               MOVE "Retirada no disponible por averia"
                   TO TEXTO-PANTALLA
               MOVE 94 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA
                   AT LINE 9 COL 22
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               MOVE "Enter - Aceptar"
                   TO TEXTO-PANTALLA
               MOVE 51 TO TEXTO-ID
               PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
               DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33
               GO TO PINT-ERR-ENTER.

           MOVE "N" TO TIMEOUT-AVISO-SESION.
           CALL "BANK35" USING TNUM PIN-INTRODUCIDO IDIOMA-SESION
               TIMEOUT-AVISO-SESION.
           GO TO IMPRIMIR-CABECERA.


       *>LA TARJETA YA HA SUPERADO SU FECHA DE CADUCIDAD
       PTARJETA-CADUCADA-ERR.
           CLOSE TARJETAS.

           MOVE 2 TO MOTIVO-CAPTURA.
           PERFORM REGISTRAR-CAPTURA THRU REGISTRAR-CAPTURA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Esta tarjeta ha caducado"
               TO TEXTO-PANTALLA
               AT LINE 11 COL 14
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           PERFORM AVISAR-CAPTURA THRU AVISAR-CAPTURA.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           COMPUTE MINUTOS-RESTANTES =
               ((IBLOQUEO-HASTA - TS-AHORA) / 60) + 1.

           MOVE 3 TO MOTIVO-CAPTURA.
           PERFORM REGISTRAR-CAPTURA THRU REGISTRAR-CAPTURA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Se ha sobrepasado el numero de intentos"
               TO TEXTO-PANTALLA
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.

           PERFORM AVISAR-CAPTURA THRU AVISAR-CAPTURA.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
               GO TO LEER-RETIRADO-HOY-COD.

           IF MOV-CONCEPTO NOT = CON
               AND MOV-CONCEPTO NOT = CON-VENTANILLA
               GO TO LEER-RETIRADO-HOY-COD.

           MOVE MOV-IMPORTE-ENT TO MOV-IMPORTE-ENT-R.

           GO TO PINT-ERR-ENTER.

       COMPROBAR-RESTRICCION-DOC.
           MOVE "N" TO RESTRINGIDA-SW.
           OPEN INPUT KYC-CLIENTES.
           IF FSKY <> 00
               CLOSE KYC-CLIENTES
               GO TO COMPROBAR-RESTRICCION-DOC-FIN.
           MOVE TCLIENTE TO KYC-CLIENTE.
           READ KYC-CLIENTES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF KYC-RESTRINGIDO
                   MOVE "S" TO RESTRINGIDA-SW
               END-IF
           END-READ.
           CLOSE KYC-CLIENTES.
       COMPROBAR-RESTRICCION-DOC-FIN.
           EXIT.

      *> MENU REDUCIDO DE LA TARJETA RESTRINGIDA: SOLO EL SALDO Y EL
      *> AVISO DE PASAR POR LA SUCURSAL A RENOVAR EL DOCUMENTO. CON
      *> CONDICIONES EN VIGOR SIN ACEPTAR, EL SALDO Y VOLVER A VERLAS
       PMENU-RESTRINGIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF RESTRINGIDA-SW NOT = "S"
               GO TO PMENU-RESTRINGIDO-COND.
           MOVE "Su documento de identidad no esta al dia"
               TO TEXTO-PANTALLA
           MOVE 421 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 8 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Acuda a su sucursal para actualizarlo"
               TO TEXTO-PANTALLA
           MOVE 422 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PMENU-RESTRINGIDO-OPC.

       PMENU-RESTRINGIDO-COND.
           MOVE "Tiene condiciones en vigor sin aceptar"
               TO TEXTO-PANTALLA
           MOVE 569 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 8 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Aceptelas aqui o en su sucursal para operar"
               TO TEXTO-PANTALLA
           MOVE 570 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "2 - Ver y aceptar las condiciones"
               TO TEXTO-PANTALLA.
           MOVE 571 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 13 COL 15.

       PMENU-RESTRINGIDO-OPC.
           MOVE "1 - Consultar saldo"
               TO TEXTO-PANTALLA.
           MOVE 31 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 15.
           MOVE "ESC - Salir"
               TO TEXTO-PANTALLA
           MOVE 58 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

       PMENU-RESTRINGIDO-A.
           ACCEPT CHOICE AT LINE 24 COL 78
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SESION
               END-IF
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PMENU-RESTRINGIDO-A.

           MOVE "N" TO TIMEOUT-AVISO-SESION.

           IF CHOICE = 2 AND RESTRINGIDA-SW NOT = "S"
               CALL "BANK41" USING TNUM IDIOMA-SESION
                   TIMEOUT-AVISO-SESION CONDICIONES-RESTR-SW
               IF TIMEOUT-AVISO-SESION = "S"
                   GO TO TIMEOUT-SESION
               END-IF
               GO TO PMENU
           END-IF.
           IF CHOICE NOT = 1
               GO TO PMENU-RESTRINGIDO-A.
           CALL "BANK2" USING TNUM IDIOMA-SESION
               TIMEOUT-AVISO-SESION.
           IF TIMEOUT-AVISO-SESION = "S"
               GO TO TIMEOUT-SESION.

           GO TO PMENU.

       *> DIARIO DE INTENCIONES (VER RECUPERAR_OPERACIONES): ANTES DE
       *> TOCAR LOS FICHEROS SE DEJA ANOTADA LA OPERACION EN CURSO, Y
       *> AL TERMINAR SE CONFIRMA; UN CORTE DE LUZ ENTRE MEDIAS DEJA
       COMPROBAR-ORDEN-PENDIENTE-FIN.
           EXIT.

      *> BUSCA UNA SOLICITUD DE PAGO PENDIENTE Y SIN CADUCAR DIRIGIDA
      *> A LA TARJETA (VER BANK34)
       COMPROBAR-SOLICITUD-PAGO.
           MOVE "N" TO SOLICITUD-PEND-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-ORD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN INPUT SOLICITUDES-PAGO.
           IF FSSO <> 00
               CLOSE SOLICITUDES-PAGO
               GO TO COMPROBAR-SOLICITUD-PAGO-FIN.
           MOVE TNUM TO SOL-PAGADOR.
           START SOLICITUDES-PAGO KEY IS EQUAL TO SOL-PAGADOR
               INVALID KEY
                   GO TO CERRAR-SOLICITUDES-PEND
           END-START.

       LEER-SOLICITUD-PENDIENTE.
           READ SOLICITUDES-PAGO NEXT RECORD AT END
               GO TO CERRAR-SOLICITUDES-PEND.
           IF SOL-PAGADOR NOT = TNUM
               GO TO CERRAR-SOLICITUDES-PEND.
           IF NOT SOL-PENDIENTE
               GO TO LEER-SOLICITUD-PENDIENTE.
           IF SOL-FECHA-CADUCIDAD < FECHA-HOY-ORD
               GO TO LEER-SOLICITUD-PENDIENTE.

           MOVE "S" TO SOLICITUD-PEND-SW.

       CERRAR-SOLICITUDES-PEND.
           CLOSE SOLICITUDES-PAGO.
       COMPROBAR-SOLICITUD-PAGO-FIN.
           EXIT.

      *> LA TARJETA TIENE PENDIENTE CAMBIAR LA CLAVE DEL SOBRE (VER
      *> GESTION_REPOSICION); BANK8 QUITA LA MARCA AL CAMBIARLA
       COMPROBAR-CAMBIO-PIN.
           MOVE "N" TO CAMBIO-PIN-SW.
           OPEN INPUT CAMBIOS-PIN.
           IF FSCPI <> 00
               CLOSE CAMBIOS-PIN
               GO TO COMPROBAR-CAMBIO-PIN-FIN.
           MOVE TNUM TO CPI-TARJETA.
           READ CAMBIOS-PIN INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO CAMBIO-PIN-SW
           END-READ.
           CLOSE CAMBIOS-PIN.
       COMPROBAR-CAMBIO-PIN-FIN.
           EXIT.

      *> ANOTA EN CAPTURAS.UBD LA TARJETA QUE EL CAJERO SE QUEDA AL
      *> RECHAZARLA (MOTIVO EN MOTIVO-CAPTURA). SI YA HAY UNA CAPTURA
      *> DE ESA TARJETA EN CUSTODIA NO SE DUPLICA; LA SUCURSAL LA
      *> RESUELVE DESDE GESTION_CAPTURAS
       REGISTRAR-CAPTURA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE "N" TO CAPTURA-PREVIA-SW.

           OPEN I-O CAPTURAS.
           CLOSE CAPTURAS.
           OPEN I-O CAPTURAS.
           IF FSCP <> 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CAP-TARJETA.
           START CAPTURAS KEY IS EQUAL TO CAP-TARJETA
               INVALID KEY
                   GO TO ANOTAR-CAPTURA
           END-START.

       BUSCAR-CAPTURA-PREVIA.
           READ CAPTURAS NEXT RECORD AT END
               GO TO ANOTAR-CAPTURA.
           IF CAP-TARJETA NOT = TNUM
               GO TO ANOTAR-CAPTURA.
           IF CAP-EN-CUSTODIA
               MOVE "S" TO CAPTURA-PREVIA-SW
               CLOSE CAPTURAS
               GO TO REGISTRAR-CAPTURA-FIN.
           GO TO BUSCAR-CAPTURA-PREVIA.

       ANOTAR-CAPTURA.
           CLOSE CAPTURAS.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "CAPTURA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CAP-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CAP-NUM
           END-READ.
           ADD 1 TO LAST-CAP-NUM.
           MOVE LAST-CAP-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O CAPTURAS.
           IF FSCP <> 00
               GO TO PSYS-ERR.
           INITIALIZE CAPTURA-REG.
           MOVE LAST-CAP-NUM    TO CAP-NUM.
           MOVE TNUM            TO CAP-TARJETA.
           MOVE TERMINAL-ACTUAL TO CAP-TERMINAL.
           COMPUTE CAP-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE CAP-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE MOTIVO-CAPTURA  TO CAP-MOTIVO.
           MOVE 1               TO CAP-ESTADO.
           WRITE CAPTURA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAPTURAS.

           MOVE "TARJETA CAPTURADA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-SEGURIDAD.
       REGISTRAR-CAPTURA-FIN.
           EXIT.

      *> AVISO EN PANTALLA DE QUE LA TARJETA HA QUEDADO RETENIDA
       AVISAR-CAPTURA.
           MOVE "El cajero ha retenido la tarjeta"
               TO TEXTO-PANTALLA
           MOVE 463 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA
               AT LINE 14 COL 24
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.

      *> BANDERA DE FORMACION DEL CAJERO: SE COMPRUEBA EL MARCADOR
      *> UNA SOLA VEZ Y SE REPINTA EN CADA CABECERA
       COMPROBAR-FORMACION-ATM.
