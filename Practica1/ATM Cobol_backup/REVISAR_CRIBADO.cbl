       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR_CRIBADO.
       *> Pantalla de sucursal de revision de los casos de cribado
       *> contra las listas de sanciones abiertos por CRIBAR_NOMBRE
       *> (casos_cribado.ubd): lista los casos pendientes con el nombre
       *> cribado y la entrada de la lista con la que coincide, y el
       *> operador firmado resuelve cada uno:
       *>   1 - falso positivo: el caso se descarta y lo retenido se
       *>       libera. La transferencia saliente vuelve a pendiente
       *>       y sale en la siguiente remesa; el abono entrante se
       *>       abona en ese momento en la cuenta destino. La misma
       *>       entrada de la lista ya no vuelve a saltar para ese
       *>       cliente u orden.
       *>   2 - coincidencia confirmada: se congela. La transferencia
       *>       saliente queda bloqueada y no sale; el abono entrante
       *>       no se aplica; si es un cliente del maestro se bloquean
       *>       todas sus tarjetas.
       *> El caso guarda quien lo resolvio y cuando, y la resolucion
       *> queda tambien en seguridad.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASOSCRIBADO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRB-NUM
           FILE STATUS IS FSCB.

           SELECT OPTIONAL TRANSFEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEXT-NUM
           FILE STATUS IS FSTX.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL BLOQUEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLK-TARJETA
           FILE STATUS IS FSBL.

           SELECT OPTIONAL FORMACION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOR-OPERADOR
           FILE STATUS IS FSFOR.

           SELECT OPTIONAL OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSOE.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

       DATA DIVISION.
       FILE SECTION.
       FD CASOSCRIBADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "casos_cribado.ubd".
       01 CASOCRIBADO-REG.
           02 CRB-NUM               PIC  9(9).
           02 CRB-ORIGEN            PIC  X(1).
               88 CRB-CLIENTE       VALUE "C".
               88 CRB-SALIENTE      VALUE "S".
               88 CRB-ENTRANTE      VALUE "E".
           02 CRB-CLAVE             PIC 9(35).
           02 CRB-TARJETA           PIC 9(16).
           02 CRB-TIPO-CTA          PIC  9(1).
           02 CRB-CENT-IMPORTE      PIC  9(9).
           02 CRB-REFERENCIA        PIC X(30).
           02 CRB-NOMBRE            PIC X(30).
           02 CRB-LISTA             PIC X(10).
           02 CRB-ENTRADA           PIC X(15).
           02 CRB-NOMBRE-LISTA      PIC X(40).
           02 CRB-COINCIDENCIA      PIC  9(1).
               88 CRB-EXACTA        VALUE 1.
               88 CRB-APROXIMADA    VALUE 2.
           02 CRB-PUNTUACION        PIC  9(3).
           02 CRB-FECHA             PIC  9(8).
           02 CRB-ESTADO            PIC  9(1).
               88 CRB-PENDIENTE     VALUE 1.
               88 CRB-DESCARTADO    VALUE 2.
               88 CRB-CONFIRMADO    VALUE 3.
           02 CRB-OPERADOR          PIC  9(4).
           02 CRB-FECHA-RESOL       PIC  9(8).

       FD TRANSFEXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transfext.ubd".
       01 TRANSFEXT-REG.
           02 TEXT-NUM              PIC  9(35).
           02 TEXT-TARJETA-ORD      PIC  9(16).
           02 TEXT-IBAN-DST         PIC  X(24).
           02 TEXT-NOMBRE-DST       PIC  X(30).
           02 TEXT-ANO              PIC   9(4).
           02 TEXT-MES              PIC   9(2).
           02 TEXT-DIA              PIC   9(2).
           02 TEXT-IMPORTE-ENT      PIC  S9(7).
           02 TEXT-IMPORTE-DEC      PIC   9(2).
           02 TEXT-REFERENCIA       PIC  X(30).
           02 TEXT-ESTADO           PIC   9(1).
               88 TEXT-PENDIENTE    VALUE 1.
               88 TEXT-ENVIADA      VALUE 2.
               88 TEXT-LIQUIDADA    VALUE 3.
               88 TEXT-RECHAZADA    VALUE 4.
               88 TEXT-DEVUELTA     VALUE 5.
               88 TEXT-RETENIDA-CRIBADO  VALUE 6.
               88 TEXT-BLOQUEADA-CRIBADO VALUE 7.
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-E      PIC  9(9).
           02 TNOMBRE-E   PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD BLOQUEOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bloqueos.ubd".
       01 BLOQUEO-REG.
           02 BLK-TARJETA           PIC 9(16).
           02 BLK-TERMINAL          PIC  9(3).
           02 BLK-FECHA             PIC  9(8).
           02 BLK-HOR               PIC  9(2).
           02 BLK-MIN               PIC  9(2).
           02 BLK-SEG               PIC  9(2).

       FD FORMACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion.ubd".
       01 FORMACION-REG.
           02 FOR-OPERADOR          PIC  9(4).
           02 FOR-MODO              PIC  9(1).
               88 OPERADOR-EN-FORMACION VALUE 1.

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OPE-ID                PIC  9(4).
           02 OPE-PIN               PIC  9(9).
           02 OPE-NOMBRE            PIC X(30).
           02 OPE-ROL               PIC  9(1).
               88 OPERADOR-CAJERO     VALUE 1.
               88 OPERADOR-SUPERVISOR VALUE 2.

       FD SEGURIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "seguridad.ubd".
       01 SEGURIDAD-REG.
           02 SEG-NUM          PIC 9(35).
           02 SEG-TARJETA      PIC 9(16).
           02 SEG-ANO          PIC  9(4).
           02 SEG-MES          PIC  9(2).
           02 SEG-DIA          PIC  9(2).
           02 SEG-HOR          PIC  9(2).
           02 SEG-MIN          PIC  9(2).
           02 SEG-SEG          PIC  9(2).
           02 SEG-TIPO         PIC X(20).
           02 SEG-TERMINAL     PIC  9(3).
           02 SEG-OPERADOR     PIC  9(4).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID          PIC X(10).
           02 SEC-ULTIMO-NUM  PIC 9(35).

       WORKING-STORAGE SECTION.
       *> BLOQUEO DE CUENTA DURANTE LA ACTUALIZACION (VER BANK4):
       *> TODO EL QUE REESCRIBE cuentas.ubd TIENE QUE PASAR POR EL,
       *> O DOS PANTALLAS A LA VEZ SE PISAN EL REWRITE
       77 FSBL                     PIC  X(2).
       77 BLOQUEO-SEG              PIC  9(4) VALUE 120.
       77 BLOQUEO-OK-SW            PIC  X(1).
       77 BLK-TARJETA-W            PIC 9(16).
       77 SEG-ABS-AHORA            PIC S9(12).
       77 SEG-ABS-BLOQUEO          PIC S9(12).
       77 FECHA-ABS-TMP            PIC  9(8).
       *> IDENTIDAD DE ESTE PUESTO PARA EL BLOQUEO: LAS PANTALLAS
       *> DE SUCURSAL USAN EL PSEUDOTERMINAL 999 PARA NO CONFUNDIRSE
       *> CON EL TERMINALID DE NINGUN CAJERO
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 999.

       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSCB                      PIC   X(2).
       77 FSTX                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSSEC                     PIC   X(2).
       77 FSOE                      PIC   X(2).
       77 FSG                       PIC   X(2).
       77 OPERADOR-TECLEADO BLANK WHEN ZERO PIC 9(4).
       77 PIN-OPERADOR BLANK WHEN ZERO PIC 9(4).
       77 OPERADOR-SESION           PIC   9(4) VALUE 0.
       77 ROL-SESION                PIC   9(1).
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
       77 TARJETA-EVENTO            PIC  9(16).
       77 LAST-MOV-NUM              PIC  9(35).
       77 CENT-SALDO-CTA            PIC  S9(9).
       77 FECHA-HOY                 PIC   9(8).

       77 MSJ-RECIBIDA              PIC X(35)
           VALUE "Transferencia recibida otra entidad".

       77 FILAS-MOSTRADAS           PIC  9(2).
       77 LINEA-CUADRO              PIC  9(2).
       77 ORIGEN-TEXTO              PIC X(17).
       77 CASO-USUARIO BLANK WHEN ZERO PIC 9(9).
       77 DECISION-USUARIO BLANK WHEN ZERO PIC 9(1).
           88 DECISION-DESCARTAR    VALUE 1.
           88 DECISION-CONFIRMAR    VALUE 2.
       77 CNT-TARJETAS-BLOQ         PIC  9(3).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED         VALUE    0.
           88 ESC-PRESSED           VALUE 2005.
       77 PRESSED-KEY   BLANK WHEN ZERO            PIC   9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCEPT-FIRMA-OPERADOR.
           05 FILLER LINE 10 COL 15
               VALUE "Numero de operador:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 40 PIC 9(4) USING OPERADOR-TECLEADO.
           05 FILLER LINE 12 COL 15
               VALUE "Clave de operador:".
           05 FILLER BLANK WHEN ZERO SECURE UNDERLINE
               LINE 12 COL 40 PIC 9(4) USING PIN-OPERADOR.

       01 ACCEPT-RESOLUCION-CASO.
           05 FILLER LINE 19 COL 13 VALUE "Numero de caso:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 19 COL 30 PIC 9(9) USING CASO-USUARIO.
           05 FILLER LINE 20 COL 13
               VALUE "Decision (1 falso positivo, 2 confirmar):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 56 PIC 9(1) USING DECISION-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CASOSCRIBADO CLOSE CASOSCRIBADO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

       PANTALLA-CASOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Casos pendientes de cribado de sanciones"
               AT LINE 6 COL 20.
           DISPLAY "Caso       Fecha     Origen            Coincid."
               AT LINE 8 COL 13.

           PERFORM LISTAR-CASOS THRU LISTAR-CASOS-FIN.

           IF FILAS-MOSTRADAS = 0
               DISPLAY "No hay casos pendientes" AT LINE 11 COL 29
               DISPLAY "Enter - Salir" AT LINE 24 COL 33
               GO TO SALIR-ENTER.

           DISPLAY "Enter - Resolver caso" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           INITIALIZE CASO-USUARIO.
           INITIALIZE DECISION-USUARIO.
           ACCEPT ACCEPT-RESOLUCION-CASO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF CASO-USUARIO = 0
               GO TO PANTALLA-CASOS.
           IF NOT DECISION-DESCARTAR AND NOT DECISION-CONFIRMAR
               DISPLAY "La decision es 1 o 2" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CASOS.

       RESOLVER-CASO.
           OPEN I-O CASOSCRIBADO.
           IF FSCB <> 00
               GO TO PSYS-ERR.
           MOVE CASO-USUARIO TO CRB-NUM.
           READ CASOSCRIBADO INVALID KEY
               CLOSE CASOSCRIBADO
               DISPLAY "El caso no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CASOS.
           IF NOT CRB-PENDIENTE
               CLOSE CASOSCRIBADO
               DISPLAY "El caso ya esta resuelto" AT LINE 22 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CASOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           *> Primero lo retenido y despues el caso: si algo falla
           *> a medias el caso sigue pendiente y se puede repetir
           IF DECISION-DESCARTAR
               PERFORM LIBERAR-RETENIDO THRU LIBERAR-RETENIDO-FIN
           ELSE
               PERFORM CONGELAR-RETENIDO THRU CONGELAR-RETENIDO-FIN
           END-IF.

           IF DECISION-DESCARTAR
               MOVE 2 TO CRB-ESTADO
               MOVE "DESCARTE CRIBADO" TO EVENTO-TIPO
           ELSE
               MOVE 3 TO CRB-ESTADO
               MOVE "CONFIRMA CRIBADO" TO EVENTO-TIPO
           END-IF.
           MOVE OPERADOR-SESION TO CRB-OPERADOR.
           MOVE FECHA-HOY       TO CRB-FECHA-RESOL.
           MOVE CRB-TARJETA     TO TARJETA-EVENTO.
           REWRITE CASOCRIBADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CASOSCRIBADO.

           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           GO TO PANTALLA-CASOS.

      *> FALSO POSITIVO: LA ORDEN SALIENTE VUELVE A PENDIENTE PARA LA
      *> SIGUIENTE REMESA Y EL ABONO ENTRANTE SE APLICA AHORA
       LIBERAR-RETENIDO.
           IF CRB-SALIENTE
               OPEN I-O TRANSFEXT
               IF FSTX <> 00
                   GO TO PSYS-ERR
               END-IF
               MOVE CRB-CLAVE TO TEXT-NUM
               READ TRANSFEXT INVALID KEY
                   CLOSE TRANSFEXT
                   GO TO LIBERAR-RETENIDO-FIN
               END-READ
               IF TEXT-RETENIDA-CRIBADO
                   MOVE 1 TO TEXT-ESTADO
                   REWRITE TRANSFEXT-REG INVALID KEY GO TO PSYS-ERR
                   END-REWRITE
               END-IF
               CLOSE TRANSFEXT
               GO TO LIBERAR-RETENIDO-FIN.

           IF CRB-ENTRANTE
               PERFORM ABONAR-RETENIDO THRU ABONAR-RETENIDO-FIN.
       LIBERAR-RETENIDO-FIN.
           EXIT.

      *> CONFIRMADA: LA ORDEN SALIENTE QUEDA BLOQUEADA, EL ABONO
      *> ENTRANTE SIGUE SIN APLICAR Y AL CLIENTE SE LE BLOQUEAN TODAS
      *> LAS TARJETAS
       CONGELAR-RETENIDO.
           IF CRB-SALIENTE
               OPEN I-O TRANSFEXT
               IF FSTX <> 00
                   GO TO PSYS-ERR
               END-IF
               MOVE CRB-CLAVE TO TEXT-NUM
               READ TRANSFEXT INVALID KEY
                   CLOSE TRANSFEXT
                   GO TO CONGELAR-RETENIDO-FIN
               END-READ
               IF TEXT-RETENIDA-CRIBADO
                   MOVE 7 TO TEXT-ESTADO
                   REWRITE TRANSFEXT-REG INVALID KEY GO TO PSYS-ERR
                   END-REWRITE
               END-IF
               CLOSE TRANSFEXT
               GO TO CONGELAR-RETENIDO-FIN.

           IF NOT CRB-CLIENTE
               GO TO CONGELAR-RETENIDO-FIN.

           MOVE 0 TO CNT-TARJETAS-BLOQ.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

       BLOQUEAR-TARJETA-CLIENTE.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO CONGELAR-RETENIDO-FIN.
           IF TCLIENTE NOT = CRB-CLAVE
               GO TO BLOQUEAR-TARJETA-CLIENTE.
           IF TARJETA-BLOQUEADA
               GO TO BLOQUEAR-TARJETA-CLIENTE.
           MOVE 2 TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CNT-TARJETAS-BLOQ.
           GO TO BLOQUEAR-TARJETA-CLIENTE.
       CONGELAR-RETENIDO-FIN.
           EXIT.

      *> ABONO LIBERADO: MISMO APUNTE QUE HABRIA HECHO
      *> RECIBIR_TRANSFEXT, CON LA FECHA DE HOY
       ABONAR-RETENIDO.
           MOVE CRB-TARJETA TO BLK-TARJETA-W.
           PERFORM ADQUIRIR-BLOQUEO THRU ADQUIRIR-BLOQUEO-FIN.
           IF BLOQUEO-OK-SW = "N"
               GO TO PSYS-ERR.

           OPEN I-O CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE CRB-TARJETA  TO CTA-TARJETA.
           MOVE CRB-TIPO-CTA TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO PSYS-ERR.

           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           ADD CRB-CENT-IMPORTE TO CENT-SALDO-CTA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "MOVIMIENTO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-MOV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-MOV-NUM
           END-READ.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CRB-TARJETA     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = (CRB-CENT-IMPORTE / 100).
           MOVE FUNCTION MOD(CRB-CENT-IMPORTE, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-RECIBIDA    TO MOV-CONCEPTO.
           MOVE CRB-REFERENCIA  TO MOV-REFERENCIA.
           IF CENT-SALDO-CTA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   - (FUNCTION ABS(CENT-SALDO-CTA) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-CTA), 100)
                   TO MOV-SALDOPOS-DEC
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-CTA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.
           MOVE 1 TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

           *> Cuenta reescrita: se suelta el bloqueo
           MOVE CRB-TARJETA TO BLK-TARJETA-W.
           PERFORM LIBERAR-BLOQUEO THRU LIBERAR-BLOQUEO-FIN.
       ABONAR-RETENIDO-FIN.
           EXIT.

      *> LISTA LOS CASOS PENDIENTES (HASTA 3) CON EL NOMBRE CRIBADO Y
      *> LA ENTRADA DE LA LISTA DEBAJO
       LISTAR-CASOS.
           MOVE 0 TO FILAS-MOSTRADAS.
           MOVE 9 TO LINEA-CUADRO.

           OPEN INPUT CASOSCRIBADO.
           IF FSCB <> 00
               CLOSE CASOSCRIBADO
               GO TO LISTAR-CASOS-FIN.

       LEER-CASO-LISTA.
           READ CASOSCRIBADO NEXT RECORD AT END
               CLOSE CASOSCRIBADO
               GO TO LISTAR-CASOS-FIN.
           IF NOT CRB-PENDIENTE
               GO TO LEER-CASO-LISTA.
           IF FILAS-MOSTRADAS >= 3
               CLOSE CASOSCRIBADO
               GO TO LISTAR-CASOS-FIN.

           IF CRB-CLIENTE
               MOVE "Cliente"          TO ORIGEN-TEXTO.
           IF CRB-SALIENTE
               MOVE "Transf. saliente" TO ORIGEN-TEXTO.
           IF CRB-ENTRANTE
               MOVE "Abono entrante"   TO ORIGEN-TEXTO.

           DISPLAY CRB-NUM AT LINE LINEA-CUADRO COL 13.
           DISPLAY CRB-FECHA AT LINE LINEA-CUADRO COL 24.
           DISPLAY ORIGEN-TEXTO AT LINE LINEA-CUADRO COL 34.
           IF CRB-EXACTA
               DISPLAY "Exacta" AT LINE LINEA-CUADRO COL 52
           ELSE
               DISPLAY "Aprox." AT LINE LINEA-CUADRO COL 52
               DISPLAY CRB-PUNTUACION AT LINE LINEA-CUADRO COL 59
               DISPLAY "%" AT LINE LINEA-CUADRO COL 62
           END-IF.
           ADD 1 TO LINEA-CUADRO.
           DISPLAY "  Nombre:" AT LINE LINEA-CUADRO COL 13.
           DISPLAY CRB-NOMBRE AT LINE LINEA-CUADRO COL 23.
           IF CRB-CLIENTE
               DISPLAY CRB-CLAVE(28:8) AT LINE LINEA-CUADRO COL 55.
           ADD 1 TO LINEA-CUADRO.
           DISPLAY "  Lista:" AT LINE LINEA-CUADRO COL 13.
           DISPLAY CRB-LISTA AT LINE LINEA-CUADRO COL 23.
           DISPLAY CRB-NOMBRE-LISTA AT LINE LINEA-CUADRO COL 34.

           ADD 1 TO FILAS-MOSTRADAS.
           ADD 1 TO LINEA-CUADRO.
           GO TO LEER-CASO-LISTA.
       LISTAR-CASOS-FIN.
           EXIT.

       SALIR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIN
           ELSE
               GO TO SALIR-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno"
               AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde"
               AT LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIN
           ELSE
               GO TO PSYS-ERR-ENTER.

       FIN.
           STOP RUN.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Revision de cribado - UnizarBank"
               AT LINE 2 COL 24
               WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.

      *> FIRMA DE OPERADOR AL ENTRAR, IGUAL QUE EN GESTION_ORDENES:
      *> NADIE RESUELVE CASOS SIN QUEDAR IDENTIFICADO
       FIRMAR-OPERADOR.
           INITIALIZE OPERADOR-TECLEADO.
           INITIALIZE PIN-OPERADOR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Identificacion del operador" AT LINE 7 COL 27.
           DISPLAY "Enter - Entrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT ACCEPT-FIRMA-OPERADOR ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.

           IF OPERADOR-TECLEADO = 0
               GO TO FIRMAR-OPERADOR.

           OPEN I-O OPERADORES CLOSE OPERADORES.
           OPEN I-O OPERADORES.
           IF FSOE <> 00
               GO TO FIRMAR-OPERADOR.

           READ OPERADORES NEXT RECORD AT END
               PERFORM CARGAR-SUPERVISOR-ARRANQUE
                   THRU CARGAR-SUPERVISOR-ARRANQUE
           END-READ.

           MOVE OPERADOR-TECLEADO TO OPE-ID.
           READ OPERADORES INVALID KEY
               CLOSE OPERADORES
               GO TO FIRMA-ERR.

           MOVE PIN-OPERADOR TO HASH-CLARO-OPE.
           MOVE OPE-ID       TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           IF HASH-RESULT-OPE NOT = OPE-PIN
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

           PERFORM COMPROBAR-FORMACION
               THRU COMPROBAR-FORMACION-FIN.
       FIRMAR-OPERADOR-FIN.
           EXIT.

       CARGAR-SUPERVISOR-ARRANQUE.
           MOVE 1000 TO OPE-ID.
           MOVE 1234 TO HASH-CLARO-OPE.
           MOVE 1000 TO HASH-SALT-OPE.
           CALL "HASH_PIN" USING HASH-CLARO-OPE HASH-SALT-OPE
               HASH-RESULT-OPE.
           MOVE HASH-RESULT-OPE TO OPE-PIN.
           MOVE "Supervisor de arranque" TO OPE-NOMBRE.
           MOVE 2 TO OPE-ROL.
           WRITE OPERADOR-REG INVALID KEY CONTINUE.

       FIRMA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador o clave incorrectos"
               AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       FIRMA-ERR-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO FIRMAR-OPERADOR
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

      *> EL EVENTO SE DEJA EN EVENTO-TIPO Y LA TARJETA EN
      *> TARJETA-EVENTO ANTES DE HACER ESTE PERFORM
       REGISTRAR-EVENTO-SEGURIDAD.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE "SEGURIDAD" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SEG-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SEG-NUM
           END-READ.
           ADD 1 TO LAST-SEG-NUM.
           MOVE LAST-SEG-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O SEGURIDAD.
           IF FSG <> 00
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE LAST-SEG-NUM TO SEG-NUM.
           MOVE TARJETA-EVENTO TO SEG-TARJETA.
           MOVE ANO          TO SEG-ANO.
           MOVE MES          TO SEG-MES.
           MOVE DIA          TO SEG-DIA.
           MOVE HORAS        TO SEG-HOR.
           MOVE MINUTOS      TO SEG-MIN.
           MOVE SEGUNDOS     TO SEG-SEG.
           MOVE EVENTO-TIPO  TO SEG-TIPO.
           MOVE 1            TO SEG-TERMINAL.
           MOVE OPERADOR-SESION TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> SI EL OPERADOR ESTA MARCADO EN FORMACION, TODA LA SESION SE
      *> MUDA AL DIRECTORIO DE LA COPIA SOMBRA (VER COPIAR_FORMACION):
      *> DESDE ESE MOMENTO NINGUNA PANTALLA PUEDE ABRIR UN FICHERO
      *> REAL, PORQUE TODAS LAS RUTAS SON RELATIVAS
       COMPROBAR-FORMACION.
           MOVE "N" TO FORMACION-SW.
           OPEN INPUT FORMACION.
           IF FSFOR <> 00
               CLOSE FORMACION
               GO TO COMPROBAR-FORMACION-FIN.
           MOVE OPERADOR-SESION TO FOR-OPERADOR.
           READ FORMACION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF OPERADOR-EN-FORMACION
                   MOVE "S" TO FORMACION-SW
               END-IF
           END-READ.
           CLOSE FORMACION.
           IF FORMACION-SW NOT = "S"
               GO TO COMPROBAR-FORMACION-FIN.
           CALL "CBL_CHANGE_DIR" USING DIR-FORMACION.
           IF RETURN-CODE NOT = 0
               DISPLAY "Entorno de formacion no preparado"
                   AT LINE 9 COL 24
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Ejecute antes la copia de formacion"
                   AT LINE 11 COL 23
               GOBACK.
           MOVE 0 TO RETURN-CODE.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
       COMPROBAR-FORMACION-FIN.
           EXIT.

      *> BANDERA INCONFUNDIBLE EN TODAS LAS PANTALLAS DE LA SESION
      *> DE FORMACION
       PINTAR-BANNER-FORMACION.
           IF FORMACION-SW = "S"
               DISPLAY "*** ENTORNO DE FORMACION - DATOS NO REALES ***"
                   AT LINE 1 COL 17
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
           END-IF.
       PINTAR-BANNER-FORMACION-FIN.
           EXIT.

      *> BLOQUEO DE LA CUENTA DE BLK-TARJETA-W, IGUAL QUE EN BANK4:
      *> SI YA ESTA BLOQUEADA POR OTRO TERMINAL Y NO HA CADUCADO
      *> (BLOQUEO-SEG), LA OPERACION NO SIGUE
       ADQUIRIR-BLOQUEO.
           MOVE "N" TO BLOQUEO-OK-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O BLOQUEOS CLOSE BLOQUEOS.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               *> Sin fichero de bloqueos se sigue como siempre
               MOVE "S" TO BLOQUEO-OK-SW
               GO TO ADQUIRIR-BLOQUEO-FIN.

           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               MOVE BLK-TARJETA-W   TO BLK-TARJETA
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               WRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-WRITE
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           *> El bloqueo ya existe: nuestro propio terminal puede
           *> reentrar, y un bloqueo caducado se roba
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               MOVE "S" TO BLOQUEO-OK-SW
               CLOSE BLOQUEOS
               GO TO ADQUIRIR-BLOQUEO-FIN.

           COMPUTE FECHA-ABS-TMP = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE SEG-ABS-AHORA =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (HORAS * 3600) + (MINUTOS * 60) + SEGUNDOS.
           MOVE BLK-FECHA TO FECHA-ABS-TMP.
           COMPUTE SEG-ABS-BLOQUEO =
               (FUNCTION INTEGER-OF-DATE(FECHA-ABS-TMP) * 86400)
               + (BLK-HOR * 3600) + (BLK-MIN * 60) + BLK-SEG.

           IF (SEG-ABS-AHORA - SEG-ABS-BLOQUEO) > BLOQUEO-SEG
               MOVE TERMINAL-ACTUAL TO BLK-TERMINAL
               COMPUTE BLK-FECHA = (ANO * 10000) + (MES * 100) + DIA
               MOVE HORAS    TO BLK-HOR
               MOVE MINUTOS  TO BLK-MIN
               MOVE SEGUNDOS TO BLK-SEG
               REWRITE BLOQUEO-REG INVALID KEY CONTINUE
               END-REWRITE
               MOVE "S" TO BLOQUEO-OK-SW.

           CLOSE BLOQUEOS.
       ADQUIRIR-BLOQUEO-FIN.
           EXIT.

      *> SUELTA EL BLOQUEO DE BLK-TARJETA-W SI ES DE ESTE TERMINAL
       LIBERAR-BLOQUEO.
           OPEN I-O BLOQUEOS.
           IF FSBL <> 00
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           MOVE BLK-TARJETA-W TO BLK-TARJETA.
           READ BLOQUEOS INVALID KEY
               CLOSE BLOQUEOS
               GO TO LIBERAR-BLOQUEO-FIN.
           IF BLK-TERMINAL = TERMINAL-ACTUAL
               DELETE BLOQUEOS RECORD INVALID KEY CONTINUE
               END-DELETE.
           CLOSE BLOQUEOS.
       LIBERAR-BLOQUEO-FIN.
           EXIT.
