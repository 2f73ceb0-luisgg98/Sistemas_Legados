       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_CAJAS.
       *> Pantalla de sucursal de las cajas de seguridad de alquiler,
       *> que hasta ahora se llevaban en el libro de papel:
       *>   - el inventario de cajas (cajas_seguridad.ubd) con su
       *>     sucursal, tamano (1 pequena, 2 mediana, 3 grande) y
       *>     estado (libre, alquilada, fuera de servicio);
       *>   - el contrato de alquiler (contratos_cajas.ubd), que une
       *>     la caja con hasta tres titulares de clientes.ubd y con
       *>     la tarjeta de debito de uno de ellos, en cuya cuenta
       *>     corriente se carga la cuota anual (COBRAR_CAJAS, tarifa
       *>     CAJASEG por tamano; la primera se carga en la noche del
       *>     alta) y la baja del contrato, que deja la caja libre;
       *>   - la apertura de la caja: el visitante tiene que ser uno
       *>     de los titulares del contrato vigente y ensenar el
       *>     documento cuyo numero consta en su ficha de cliente. Cada
       *>     apertura queda en accesos_cajas.ubd con la fecha, la hora
       *>     y el operador que acompana al cliente, y cada intento
       *>     rechazado en seguridad.ubd. El historial por caja lo
       *>     saca INFORME_ACCESOS_CAJAS.
       *> Un operador que no es supervisor solo trabaja con las cajas
       *> de su sucursal (SUCURSAL_ASIGNADA). Dar de baja un contrato
       *> con cuotas pendientes es cosa del supervisor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-NUM
           FILE STATUS IS FSCJ.

           SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-NUM
           FILE STATUS IS FSCO.

           SELECT OPTIONAL ACCESOS-CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACJ-NUM
           ALTERNATE RECORD KEY IS ACJ-CAJA WITH DUPLICATES
           FILE STATUS IS FSAJ.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS FSSU.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

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
       FD CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajas_seguridad.ubd".
       01 CAJA-SEGURIDAD-REG.
           02 CSG-NUM               PIC  9(5).
           02 CSG-SUCURSAL          PIC  9(4).
           02 CSG-TAMANO            PIC  9(1).
               88 CSG-PEQUENA       VALUE 1.
               88 CSG-MEDIANA       VALUE 2.
               88 CSG-GRANDE        VALUE 3.
           02 CSG-ESTADO            PIC  9(1).
               88 CSG-LIBRE         VALUE 1.
               88 CSG-ALQUILADA     VALUE 2.
               88 CSG-FUERA-SERVICIO VALUE 3.
           02 CSG-CONTRATO          PIC  9(9).
           02 CSG-FECHA-ESTADO      PIC  9(8).

       FD CONTRATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contratos_cajas.ubd".
       01 CONTRATO-CAJA-REG.
           02 CCO-NUM               PIC  9(9).
           02 CCO-CAJA              PIC  9(5).
           02 CCO-TARJETA           PIC 9(16).
           02 CCO-TITULAR           PIC  9(8) OCCURS 3 TIMES.
           02 CCO-FECHA-ALTA        PIC  9(8).
           02 CCO-FECHA-COBRO       PIC  9(8).
           02 CCO-CENT-PENDIENTE    PIC  9(9).
           02 CCO-FECHA-IMPAGO      PIC  9(8).
           02 CCO-ESTADO            PIC  9(1).
               88 CCO-VIGENTE       VALUE 1.
               88 CCO-CANCELADO     VALUE 2.
           02 CCO-FECHA-BAJA        PIC  9(8).
           02 CCO-OPERADOR          PIC  9(4).

       FD ACCESOS-CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesos_cajas.ubd".
       01 ACCESO-CAJA-REG.
           02 ACJ-NUM               PIC  9(9).
           02 ACJ-CAJA              PIC  9(5).
           02 ACJ-CONTRATO          PIC  9(9).
           02 ACJ-CLIENTE           PIC  9(8).
           02 ACJ-FECHA             PIC  9(8).
           02 ACJ-HORA              PIC  9(6).
           02 ACJ-OPERADOR          PIC  9(4).
           02 ACJ-SUCURSAL          PIC  9(4).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-ID                PIC  9(8).
           02 CLI-DNI               PIC  X(9).
           02 CLI-NOMBRE            PIC X(30).
           02 CLI-DIRECCION         PIC X(40).
           02 CLI-TELEFONO          PIC  9(9).
           02 CLI-EMAIL             PIC X(30).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA           PIC  9(16).
               03 CTA-TIPO              PIC  9(1).
                   88 CTA-CORRIENTE VALUE 1.
                   88 CTA-AHORRO    VALUE 2.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD SUCURSALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursales.ubd".
       01 SUCURSAL-REG.
           02 SUC-CODIGO            PIC  9(4).
           02 SUC-NOMBRE            PIC X(30).
           02 SUC-DOMICILIO         PIC X(40).
           02 SUC-ESTADO            PIC  9(1).
               88 SUC-ABIERTA       VALUE 1.
               88 SUC-CERRADA       VALUE 2.
           02 SUC-FECHA-ALTA        PIC  9(8).

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFA-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION     PIC X(10).
               03 TAR-CLASE         PIC  9(2).
           02 TAR-FIJO-CENT         PIC  9(7).
           02 TAR-PCT-X10000        PIC  9(4).
           02 TAR-MIN-CENT          PIC  9(7).

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
       77 FSFOR                    PIC  X(2).
       *> MODO FORMACION (VER GESTION_OPERADORES y COPIAR_FORMACION):
       *> LA SESION TRABAJA SOBRE LA COPIA SOMBRA DEL DIRECTORIO
       *> formacion Y NO PUEDE TOCAR LOS FICHEROS REALES
       77 FORMACION-SW             PIC  X(1) VALUE "N".
       77 DIR-FORMACION            PIC  X(9) VALUE "formacion".

       77 FSCJ                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSSU                      PIC   X(2).
       77 FSTA                      PIC   X(2).
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

       77 OPCION-MENU BLANK WHEN ZERO PIC 9(1).
       77 CAJA-USUARIO BLANK WHEN ZERO PIC 9(5).
       77 SUCURSAL-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 TAMANO-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 ESTADO-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 TARJETA-USUARIO BLANK WHEN ZERO PIC 9(16).
       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 DNI-USUARIO               PIC   X(9).
       *> Titulares del contrato tal como se teclean
       01 TITULARES-USUARIO.
           02 TITULAR-U BLANK WHEN ZERO PIC 9(8) OCCURS 3 TIMES.

       *> Copias numericas de los campos de pantalla (que llevan
       *> BLANK WHEN ZERO y no valen como operandos)
       77 CAJA-W                    PIC   9(5).
       77 TARJETA-W                 PIC  9(16).

       77 IND-TIT                   PIC   9(1).
       77 NUM-TITULARES             PIC   9(1).
       77 TITULAR-OK-SW             PIC   X(1).
       77 CLIENTE-TARJETA-SW        PIC   X(1).
       77 CAJA-EXISTE-SW            PIC   X(1).
       77 MOTIVO-RECHAZO            PIC  X(40).
       77 LAST-CON-NUM              PIC  9(35).
       77 LAST-ACJ-NUM              PIC  9(35).
       77 FECHA-HOY                 PIC  9(8).
       77 FECHA-EDIT                PIC X(10).

       *> Cuota anual de la caja segun su tamano (ver CALCULAR-TARIFA)
       77 TARIFA-OPERACION          PIC  X(10) VALUE "CAJASEG".
       77 TARIFA-CLASE              PIC   9(2) VALUE 0.
       77 CENT-BASE-TARIFA          PIC   9(9) VALUE 0.
       77 CENT-COMISION-TARIFA      PIC   9(9).
       77 IMP-ENT-EDIT              PIC  ZZZZZZ9.
       77 IMP-DEC-EDIT              PIC  99.

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       *> SUCURSAL DEL OPERADOR FIRMADO (VER SUCURSAL_ASIGNADA): UN
       *> CAJERO SOLO TRABAJA CON LAS CAJAS DE SU SUCURSAL; EL
       *> SUPERVISOR, CON TODAS
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

       01 ACCEPT-DATOS-CAJA.
           05 FILLER LINE 8 COL 10 VALUE "Numero de caja:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 45 PIC 9(5) USING CAJA-USUARIO.
           05 FILLER LINE 10 COL 10 VALUE "Sucursal:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 45 PIC 9(4) USING SUCURSAL-USUARIO.
           05 FILLER LINE 12 COL 10
               VALUE "Tamano (1 peq, 2 med, 3 gran):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 45 PIC 9(1) USING TAMANO-USUARIO.
           05 FILLER LINE 14 COL 10
               VALUE "Estado (1 libre, 3 fuera serv.):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 14 COL 45 PIC 9(1) USING ESTADO-USUARIO.

       01 ACCEPT-DATOS-CONTRATO.
           05 FILLER LINE 8 COL 10 VALUE "Numero de caja:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 40 PIC 9(5) USING CAJA-USUARIO.
           05 FILLER LINE 10 COL 10 VALUE "Tarjeta de cargo:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 12 COL 10 VALUE "Cliente titular 1:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 40 PIC 9(8) USING TITULAR-U(1).
           05 FILLER LINE 13 COL 10 VALUE "Cliente titular 2:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 40 PIC 9(8) USING TITULAR-U(2).
           05 FILLER LINE 14 COL 10 VALUE "Cliente titular 3:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 14 COL 40 PIC 9(8) USING TITULAR-U(3).

       01 ACCEPT-NUM-CAJA.
           05 FILLER LINE 9 COL 10 VALUE "Numero de caja:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 9 COL 40 PIC 9(5) USING CAJA-USUARIO.

       01 ACCEPT-DATOS-APERTURA.
           05 FILLER LINE 8 COL 10 VALUE "Numero de caja:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 40 PIC 9(5) USING CAJA-USUARIO.
           05 FILLER LINE 10 COL 10 VALUE "Numero de cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 40 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 12 COL 10 VALUE "Documento de identidad:".
           05 FILLER UNDERLINE
               LINE 12 COL 40 PIC X(9) USING DNI-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CAJAS CLOSE CAJAS.
           OPEN I-O CONTRATOS CLOSE CONTRATOS.
           OPEN I-O ACCESOS-CAJAS CLOSE ACCESOS-CAJAS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cajas de seguridad" AT LINE 6 COL 31.
           DISPLAY "1 - Alta o cambio de caja" AT LINE 9 COL 15.
           DISPLAY "2 - Contrato de alquiler" AT LINE 11 COL 15.
           DISPLAY "3 - Baja de contrato" AT LINE 13 COL 15.
           DISPLAY "4 - Apertura de caja" AT LINE 15 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PEDIR-OPCION.
           INITIALIZE OPCION-MENU.
           ACCEPT OPCION-MENU AT LINE 17 COL 40 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN
               END-IF
           END-ACCEPT.
           IF OPCION-MENU = 1
               GO TO PANTALLA-CAJA.
           IF OPCION-MENU = 2
               GO TO PANTALLA-CONTRATO.
           IF OPCION-MENU = 3
               GO TO PANTALLA-BAJA.
           IF OPCION-MENU = 4
               GO TO PANTALLA-APERTURA.
           GO TO PEDIR-OPCION.

      *> INVENTARIO: UNA CAJA NUEVA O EL CAMBIO DE SUCURSAL, TAMANO O
      *> ESTADO DE UNA LIBRE. LA CAJA ALQUILADA NO SE TOCA HASTA LA
      *> BAJA DEL CONTRATO
       PANTALLA-CAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o cambio de caja" AT LINE 6 COL 29.
           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CAJA.
           INITIALIZE CAJA-USUARIO.
           MOVE SUCURSAL-SESION TO SUCURSAL-USUARIO.
           INITIALIZE TAMANO-USUARIO.
           MOVE 1 TO ESTADO-USUARIO.
           ACCEPT ACCEPT-DATOS-CAJA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.

           IF CAJA-USUARIO = 0 OR SUCURSAL-USUARIO = 0
               GO TO ACEPTAR-CAJA.
           IF TAMANO-USUARIO < 1 OR TAMANO-USUARIO > 3
               DISPLAY "Tamano 1, 2 o 3" AT LINE 17 COL 32
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CAJA.
           IF ESTADO-USUARIO NOT = 1 AND ESTADO-USUARIO NOT = 3
               DISPLAY "Estado 1 o 3" AT LINE 17 COL 34
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CAJA.
           IF ROL-SESION NOT = 2
               AND SUCURSAL-USUARIO NOT = SUCURSAL-SESION
               DISPLAY "Caja de otra sucursal" AT LINE 17 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CAJA.

           OPEN INPUT SUCURSALES.
           IF FSSU <> 00
               GO TO PSYS-ERR.
           MOVE SUCURSAL-USUARIO TO SUC-CODIGO.
           READ SUCURSALES INVALID KEY
               MOVE 2 TO SUC-ESTADO.
           CLOSE SUCURSALES.
           IF NOT SUC-ABIERTA
               DISPLAY "Sucursal inexistente o cerrada"
                   AT LINE 17 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CAJA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.
           MOVE CAJA-USUARIO TO CSG-NUM.
           READ CAJAS INVALID KEY
               MOVE "N" TO CAJA-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO CAJA-EXISTE-SW
           END-READ.

           IF CAJA-EXISTE-SW = "S"
               IF ROL-SESION NOT = 2
                   AND CSG-SUCURSAL NOT = SUCURSAL-SESION
                   CLOSE CAJAS
                   DISPLAY "Caja de otra sucursal" AT LINE 17 COL 29
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-CAJA
               END-IF
               IF CSG-ALQUILADA
                   CLOSE CAJAS
                   DISPLAY "Caja alquilada: de antes la baja"
                       AT LINE 17 COL 24
                       WITH BACKGROUND-COLOR RED
                   GO TO ACEPTAR-CAJA
               END-IF
           END-IF.

           MOVE CAJA-USUARIO     TO CSG-NUM.
           MOVE SUCURSAL-USUARIO TO CSG-SUCURSAL.
           MOVE TAMANO-USUARIO   TO CSG-TAMANO.
           MOVE ESTADO-USUARIO   TO CSG-ESTADO.
           MOVE 0                TO CSG-CONTRATO.
           MOVE FECHA-HOY        TO CSG-FECHA-ESTADO.
           IF CAJA-EXISTE-SW = "S"
               REWRITE CAJA-SEGURIDAD-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE CAJA-SEGURIDAD-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CAJAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Caja guardada" AT LINE 9 COL 33.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> CONTRATO DE ALQUILER SOBRE UNA CAJA LIBRE: TITULARES DE
      *> CLIENTES.UBD Y TARJETA DE DEBITO DE UNO DE ELLOS CON CUENTA
      *> CORRIENTE, DONDE SE CARGARA LA CUOTA ANUAL
       PANTALLA-CONTRATO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Contrato de alquiler" AT LINE 6 COL 30.
           DISPLAY "Enter - Contratar" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-CONTRATO.
           INITIALIZE CAJA-USUARIO.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE TITULARES-USUARIO.
           ACCEPT ACCEPT-DATOS-CONTRATO ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.

           MOVE CAJA-USUARIO    TO CAJA-W.
           MOVE TARJETA-USUARIO TO TARJETA-W.
           IF CAJA-W = 0 OR TARJETA-W = 0 OR TITULAR-U(1) = 0
               GO TO ACEPTAR-CONTRATO.

           OPEN INPUT CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.
           MOVE CAJA-W TO CSG-NUM.
           READ CAJAS INVALID KEY
               CLOSE CAJAS
               DISPLAY "La caja no existe" AT LINE 17 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.
           CLOSE CAJAS.
           IF ROL-SESION NOT = 2
               AND CSG-SUCURSAL NOT = SUCURSAL-SESION
               DISPLAY "Caja de otra sucursal" AT LINE 17 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.
           IF NOT CSG-LIBRE
               DISPLAY "La caja no esta libre" AT LINE 17 COL 29
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" AT LINE 17 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.
           CLOSE TARJETAS.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-W TO CTA-TARJETA.
           MOVE 1         TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "La tarjeta no tiene cuenta corriente"
                   AT LINE 17 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.
           CLOSE CUENTAS.

           *> Cada titular tecleado tiene que ser cliente, y la
           *> tarjeta de cargo tiene que ser de uno de ellos
           MOVE "S" TO TITULAR-OK-SW.
           MOVE "N" TO CLIENTE-TARJETA-SW.
           MOVE 0   TO NUM-TITULARES.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE 1 TO IND-TIT.
           PERFORM COMPROBAR-TITULAR THRU COMPROBAR-TITULAR-FIN.
           CLOSE CLIENTES.
           IF TITULAR-OK-SW = "N"
               DISPLAY "Titular que no es cliente" AT LINE 17 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.
           IF CLIENTE-TARJETA-SW = "N"
               DISPLAY "La tarjeta no es de ningun titular"
                   AT LINE 17 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.

           MOVE "T" TO PSU-TIPO.
           MOVE TARJETA-W TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Tarjeta de otra sucursal" AT LINE 17 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-CONTRATO.

       GRABAR-CONTRATO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM OBTENER-SEC-CONTRATO
               THRU OBTENER-SEC-CONTRATO-FIN.

           *> La primera cuota vence el mismo dia del alta: la carga
           *> COBRAR_CAJAS esa noche
           OPEN I-O CONTRATOS.
           IF FSCO <> 00
               GO TO PSYS-ERR.
           INITIALIZE CONTRATO-CAJA-REG.
           MOVE LAST-CON-NUM(27:9)  TO CCO-NUM.
           MOVE CAJA-W              TO CCO-CAJA.
           MOVE TARJETA-W           TO CCO-TARJETA.
           MOVE TITULAR-U(1)        TO CCO-TITULAR(1).
           MOVE TITULAR-U(2)        TO CCO-TITULAR(2).
           MOVE TITULAR-U(3)        TO CCO-TITULAR(3).
           MOVE FECHA-HOY           TO CCO-FECHA-ALTA.
           MOVE FECHA-HOY           TO CCO-FECHA-COBRO.
           MOVE 0                   TO CCO-CENT-PENDIENTE.
           MOVE 0                   TO CCO-FECHA-IMPAGO.
           MOVE 1                   TO CCO-ESTADO.
           MOVE 0                   TO CCO-FECHA-BAJA.
           MOVE OPERADOR-SESION     TO CCO-OPERADOR.
           WRITE CONTRATO-CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTRATOS.

           OPEN I-O CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.
           MOVE CAJA-W TO CSG-NUM.
           READ CAJAS INVALID KEY GO TO PSYS-ERR.
           MOVE 2         TO CSG-ESTADO.
           MOVE CCO-NUM   TO CSG-CONTRATO.
           MOVE FECHA-HOY TO CSG-FECHA-ESTADO.
           REWRITE CAJA-SEGURIDAD-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAJAS.

           MOVE "ALQUILER CAJA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           MOVE CSG-TAMANO TO TARIFA-CLASE.
           PERFORM CALCULAR-TARIFA THRU CALCULAR-TARIFA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Contrato de alquiler registrado" AT LINE 9 COL 25.
           DISPLAY "Numero de contrato:" AT LINE 11 COL 20.
           DISPLAY CCO-NUM AT LINE 11 COL 45.
           DISPLAY "Cuota anual:" AT LINE 13 COL 20.
           COMPUTE IMP-ENT-EDIT = CENT-COMISION-TARIFA / 100.
           MOVE FUNCTION MOD(CENT-COMISION-TARIFA, 100)
               TO IMP-DEC-EDIT.
           DISPLAY IMP-ENT-EDIT AT LINE 13 COL 45.
           DISPLAY "," AT LINE 13 COL 52.
           DISPLAY IMP-DEC-EDIT AT LINE 13 COL 53.
           DISPLAY "EUR" AT LINE 13 COL 56.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> CADA TITULAR TECLEADO (IND-TIT EN ADELANTE) TIENE QUE ESTAR
      *> EN CLIENTES.UBD; DE PASO SE MIRA SI LA TARJETA DE CARGO
      *> (LEIDA EN TAJETAREG) ES DE ALGUNO
       COMPROBAR-TITULAR.
           IF IND-TIT > 3
               GO TO COMPROBAR-TITULAR-FIN.
           IF TITULAR-U(IND-TIT) = 0
               ADD 1 TO IND-TIT
               GO TO COMPROBAR-TITULAR.
           MOVE TITULAR-U(IND-TIT) TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE "N" TO TITULAR-OK-SW
           END-READ.
           IF TITULAR-U(IND-TIT) = TCLIENTE
               MOVE "S" TO CLIENTE-TARJETA-SW.
           ADD 1 TO NUM-TITULARES.
           ADD 1 TO IND-TIT.
           GO TO COMPROBAR-TITULAR.
       COMPROBAR-TITULAR-FIN.
           EXIT.

      *> BAJA DEL CONTRATO VIGENTE DE LA CAJA: LA CAJA QUEDA LIBRE.
      *> CON CUOTAS SIN PAGAR SOLO LA DA EL SUPERVISOR
       PANTALLA-BAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Baja de contrato de caja" AT LINE 6 COL 28.
           DISPLAY "Enter - Dar de baja" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-BAJA.
           INITIALIZE CAJA-USUARIO.
           ACCEPT ACCEPT-NUM-CAJA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE CAJA-USUARIO TO CAJA-W.
           IF CAJA-W = 0
               GO TO ACEPTAR-BAJA.

           PERFORM LEER-CONTRATO-CAJA THRU LEER-CONTRATO-CAJA-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 12 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BAJA.

           IF CCO-CENT-PENDIENTE > 0 AND ROL-SESION NOT = 2
               DISPLAY "Cuotas pendientes: baja del supervisor"
                   AT LINE 12 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-BAJA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O CONTRATOS.
           IF FSCO <> 00
               GO TO PSYS-ERR.
           READ CONTRATOS INVALID KEY GO TO PSYS-ERR.
           MOVE 2         TO CCO-ESTADO.
           MOVE FECHA-HOY TO CCO-FECHA-BAJA.
           REWRITE CONTRATO-CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTRATOS.

           OPEN I-O CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.
           MOVE CAJA-W TO CSG-NUM.
           READ CAJAS INVALID KEY GO TO PSYS-ERR.
           MOVE 1         TO CSG-ESTADO.
           MOVE 0         TO CSG-CONTRATO.
           MOVE FECHA-HOY TO CSG-FECHA-ESTADO.
           REWRITE CAJA-SEGURIDAD-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAJAS.

           MOVE CCO-TARJETA TO TARJETA-USUARIO.
           MOVE "BAJA CAJA" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Contrato dado de baja: caja libre"
               AT LINE 9 COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

      *> APERTURA: EL VISITANTE TIENE QUE SER TITULAR DEL CONTRATO
      *> VIGENTE Y SU DOCUMENTO EL DE SU FICHA. LA APERTURA QUEDA EN
      *> ACCESOS_CAJAS.UBD; EL INTENTO RECHAZADO, EN SEGURIDAD.UBD
       PANTALLA-APERTURA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Apertura de caja" AT LINE 6 COL 32.
           DISPLAY "Enter - Abrir" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-APERTURA.
           INITIALIZE CAJA-USUARIO.
           INITIALIZE CLIENTE-USUARIO.
           MOVE SPACES TO DNI-USUARIO.
           ACCEPT ACCEPT-DATOS-APERTURA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-MENU
              END-IF
           END-ACCEPT.
           MOVE CAJA-USUARIO TO CAJA-W.
           IF CAJA-W = 0 OR CLIENTE-USUARIO = 0
               OR DNI-USUARIO = SPACES
               GO TO ACEPTAR-APERTURA.

           PERFORM LEER-CONTRATO-CAJA THRU LEER-CONTRATO-CAJA-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY MOTIVO-RECHAZO AT LINE 15 COL 20
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-APERTURA.

           MOVE "N" TO TITULAR-OK-SW.
           MOVE 1 TO IND-TIT.
           PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-FIN.
           IF TITULAR-OK-SW = "N"
               MOVE "No es titular de la caja" TO MOTIVO-RECHAZO
               GO TO APERTURA-RECHAZADA.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE SPACES TO CLI-DNI
           END-READ.
           CLOSE CLIENTES.
           INSPECT DNI-USUARIO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CLI-DNI CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CLI-DNI = SPACES OR CLI-DNI NOT = DNI-USUARIO
               MOVE "El documento no coincide" TO MOTIVO-RECHAZO
               GO TO APERTURA-RECHAZADA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM OBTENER-SEC-ACCESO THRU OBTENER-SEC-ACCESO-FIN.
           OPEN I-O ACCESOS-CAJAS.
           IF FSAJ <> 00
               GO TO PSYS-ERR.
           MOVE LAST-ACJ-NUM(27:9) TO ACJ-NUM.
           MOVE CAJA-W             TO ACJ-CAJA.
           MOVE CCO-NUM            TO ACJ-CONTRATO.
           MOVE CLIENTE-USUARIO    TO ACJ-CLIENTE.
           MOVE FECHA-HOY          TO ACJ-FECHA.
           COMPUTE ACJ-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE OPERADOR-SESION    TO ACJ-OPERADOR.
           MOVE CSG-SUCURSAL       TO ACJ-SUCURSAL.
           WRITE ACCESO-CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ACCESOS-CAJAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Apertura registrada" AT LINE 9 COL 31.
           DISPLAY CLI-NOMBRE AT LINE 11 COL 26.
           *> La cuota impagada no impide abrir, pero la sucursal
           *> tiene que reclamarla
           IF CCO-CENT-PENDIENTE > 0
               DISPLAY "Atencion: cuota de alquiler pendiente"
                   AT LINE 13 COL 22
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

       APERTURA-RECHAZADA.
           MOVE CCO-TARJETA TO TARJETA-USUARIO.
           MOVE "CAJA ACCESO DENEGADO" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Apertura denegada" AT LINE 9 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY MOTIVO-RECHAZO AT LINE 11 COL 20.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-MENU-ENTER.

       BUSCAR-TITULAR.
           IF IND-TIT > 3
               GO TO BUSCAR-TITULAR-FIN.
           IF CCO-TITULAR(IND-TIT) = CLIENTE-USUARIO
               MOVE "S" TO TITULAR-OK-SW
               GO TO BUSCAR-TITULAR-FIN.
           ADD 1 TO IND-TIT.
           GO TO BUSCAR-TITULAR.
       BUSCAR-TITULAR-FIN.
           EXIT.

      *> LEE LA CAJA CAJA-W Y SU CONTRATO VIGENTE (QUEDAN EN
      *> CAJA-SEGURIDAD-REG Y CONTRATO-CAJA-REG); SI NO SE PUEDE
      *> TRABAJAR CON ELLA DEJA EL MOTIVO EN MOTIVO-RECHAZO
       LEER-CONTRATO-CAJA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           OPEN INPUT CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.
           MOVE CAJA-W TO CSG-NUM.
           READ CAJAS INVALID KEY
               MOVE "La caja no existe" TO MOTIVO-RECHAZO
           END-READ.
           CLOSE CAJAS.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO LEER-CONTRATO-CAJA-FIN.
           IF ROL-SESION NOT = 2
               AND CSG-SUCURSAL NOT = SUCURSAL-SESION
               MOVE "Caja de otra sucursal" TO MOTIVO-RECHAZO
               GO TO LEER-CONTRATO-CAJA-FIN.
           IF NOT CSG-ALQUILADA
               MOVE "La caja no esta alquilada" TO MOTIVO-RECHAZO
               GO TO LEER-CONTRATO-CAJA-FIN.

           OPEN INPUT CONTRATOS.
           IF FSCO <> 00
               GO TO PSYS-ERR.
           MOVE CSG-CONTRATO TO CCO-NUM.
           READ CONTRATOS INVALID KEY
               MOVE "La caja no tiene contrato" TO MOTIVO-RECHAZO
           END-READ.
           CLOSE CONTRATOS.
           IF MOTIVO-RECHAZO = SPACES AND NOT CCO-VIGENTE
               MOVE "El contrato no esta vigente" TO MOTIVO-RECHAZO.
       LEER-CONTRATO-CAJA-FIN.
           EXIT.

       VOLVER-MENU-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-MENU
           ELSE
               GO TO VOLVER-MENU-ENTER.

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

       OBTENER-SEC-CONTRATO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "CONTRCAJA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CON-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CON-NUM
           END-READ.
           ADD 1 TO LAST-CON-NUM.
           MOVE LAST-CON-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       OBTENER-SEC-CONTRATO-FIN.
           EXIT.

       OBTENER-SEC-ACCESO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO PSYS-ERR.
           MOVE "ACCESOCAJA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-ACJ-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-ACJ-NUM
           END-READ.
           ADD 1 TO LAST-ACJ-NUM.
           MOVE LAST-ACJ-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.
       OBTENER-SEC-ACCESO-FIN.
           EXIT.

      *> CONSULTA EL CUADRO DE TARIFAS (tarifas.ubd): COMISION =
      *> FIJO + PORCENTAJE SOBRE EL IMPORTE, CON MINIMO; SI LA CLASE
      *> NO TIENE TARIFA PROPIA SE CAE A LA CLASE GENERAL 0, Y SIN
      *> TARIFA NO SE COBRA COMISION
       CALCULAR-TARIFA.
           MOVE 0 TO CENT-COMISION-TARIFA.
           OPEN INPUT TARIFAS.
           IF FSTA <> 00
               CLOSE TARIFAS
               GO TO CALCULAR-TARIFA-FIN.
           MOVE TARIFA-OPERACION TO TAR-OPERACION.
           MOVE TARIFA-CLASE     TO TAR-CLASE.
           READ TARIFAS INVALID KEY
               MOVE 0 TO TAR-CLASE
               READ TARIFAS INVALID KEY
                   CLOSE TARIFAS
                   GO TO CALCULAR-TARIFA-FIN
               END-READ
           END-READ.
           COMPUTE CENT-COMISION-TARIFA ROUNDED = TAR-FIJO-CENT
               + (CENT-BASE-TARIFA * TAR-PCT-X10000 / 10000).
           IF CENT-COMISION-TARIFA < TAR-MIN-CENT
               MOVE TAR-MIN-CENT TO CENT-COMISION-TARIFA.
           CLOSE TARIFAS.
       CALCULAR-TARIFA-FIN.
           EXIT.

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
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Cajas de seguridad - UnizarBank"
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
      *> NADIE TOCA UNA CAJA SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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

      *> EL EVENTO SE DEJA EN EVENTO-TIPO ANTES DE HACER ESTE
      *> PERFORM; EL NUMERO DE EVENTO SALE DE SECUENCIAS COMO EN
      *> GESTION_ORDENES
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
           MOVE TARJETA-USUARIO TO SEG-TARJETA.
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
