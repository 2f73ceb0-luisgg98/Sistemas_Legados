       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_CONDICIONES.
       *> Pantalla de sucursal del registro de documentos
       *> contractuales (condiciones.ubd): cada vez que cambian las
       *> comisiones de tarifas.ubd o los tipos de un producto se da
       *> de alta una version nueva de sus condiciones, con la fecha
       *> desde la que se ensena al cliente (publicacion) y la fecha
       *> en que entra en vigor (efecto). Productos: 0 condiciones
       *> generales de la tarjeta, 1 cuenta corriente y 2 cuenta de
       *> ahorro. La version vigente de un producto es la mas alta
       *> ya publicada. El resumen que ve el cliente se escribe aqui
       *> en castellano y en ingles y se guarda en textos.ubd a
       *> partir del identificador indicado (5000 en adelante, para
       *> no pisar los literales de las pantallas), con el castellano
       *> tambien en la ficha como respaldo. Una version ya publicada
       *> no se puede cambiar: lo aceptado por los clientes es lo que
       *> se publico. Si la version pide aceptacion, BANK41 se la
       *> ensena al cliente despues de identificarse en el cajero; si
       *> ademas restringe, pasada la fecha de efecto sin aceptarla
       *> el cliente solo puede consultar el saldo. Con F1 se anota
       *> la aceptacion firmada en la oficina. Las aceptaciones
       *> quedan en condiciones_aceptadas.ubd (version, cuando y
       *> donde) y SEGUIR_CONDICIONES saca cada noche la lista de
       *> clientes que no han aceptado a tiempo.
       *> Un operador que no es supervisor solo anota aceptaciones de
       *> clientes de su sucursal (SUCURSAL_ASIGNADA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONDICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COND-CLAVE
           FILE STATUS IS FSCD.

           SELECT OPTIONAL ACEPTACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACE-CLAVE
           FILE STATUS IS FSAC.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

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
       FD CONDICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones.ubd".
       01 CONDICION-REG.
           02 COND-CLAVE.
               03 COND-PRODUCTO     PIC  9(1).
                   88 COND-GENERALES VALUE 0.
                   88 COND-CORRIENTE VALUE 1.
                   88 COND-AHORRO    VALUE 2.
               03 COND-VERSION      PIC  9(3).
           02 COND-TITULO           PIC X(30).
           02 COND-FECHA-PUBLICACION PIC 9(8).
           02 COND-FECHA-EFECTO     PIC  9(8).
           02 COND-ACEPTACION       PIC  X(1).
           02 COND-RESTRINGE        PIC  X(1).
           02 COND-TEXTO-ID         PIC  9(4).
           02 COND-LINEAS           PIC  9(1).
           02 COND-RESUMEN-1        PIC X(50).
           02 COND-RESUMEN-2        PIC X(50).
           02 COND-RESUMEN-3        PIC X(50).
           02 COND-RESUMEN-4        PIC X(50).
           02 COND-FECHA-ALTA       PIC  9(8).
           02 COND-OPERADOR         PIC  9(4).

       FD ACEPTACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones_aceptadas.ubd".
       01 ACEPTACION-REG.
           02 ACE-CLAVE.
               03 ACE-CLIENTE       PIC  9(8).
               03 ACE-PRODUCTO      PIC  9(1).
               03 ACE-VERSION       PIC  9(3).
           02 ACE-FECHA             PIC  9(8).
           02 ACE-HORA              PIC  9(6).
           02 ACE-CANAL             PIC  X(1).
               88 ACE-EN-CAJERO     VALUE "C".
               88 ACE-EN-SUCURSAL   VALUE "S".
           02 ACE-TERMINAL          PIC  9(3).
           02 ACE-SUCURSAL          PIC  9(4).
           02 ACE-TARJETA           PIC 9(16).
           02 ACE-OPERADOR          PIC  9(4).

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       01 TEXTO-REG.
           02 TXT-CLAVE.
               03 TXT-ID            PIC  9(4).
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

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

       77 FSCD                      PIC   X(2).
       77 FSAC                      PIC   X(2).
       77 FSTXO                     PIC   X(2).
       77 FSCL                      PIC   X(2).
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

       77 PRODUCTO-USUARIO          PIC   9(1).
       77 VERSION-USUARIO BLANK WHEN ZERO PIC 9(3).
       77 TITULO-USUARIO            PIC  X(30).
       77 PUBLICA-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 EFECTO-USUARIO  BLANK WHEN ZERO PIC 9(8).
       77 ACEPTA-USUARIO            PIC  X(1).
       77 RESTRINGE-USUARIO         PIC  X(1).
       77 TEXTOID-USUARIO BLANK WHEN ZERO PIC 9(4).
       77 RESUMEN1-USUARIO          PIC  X(50).
       77 RESUMEN2-USUARIO          PIC  X(50).
       77 RESUMEN3-USUARIO          PIC  X(50).
       77 RESUMEN4-USUARIO          PIC  X(50).
       77 INGLES1-USUARIO           PIC  X(50).
       77 INGLES2-USUARIO           PIC  X(50).
       77 INGLES3-USUARIO           PIC  X(50).
       77 INGLES4-USUARIO           PIC  X(50).
       77 CLIENTE-USUARIO BLANK WHEN ZERO PIC 9(8).
       77 COND-EXISTE-SW            PIC   X(1).
       77 LINEAS-RESUMEN            PIC   9(1).
       77 FECHA-HOY                 PIC   9(8).
       77 NOMBRE-CLIENTE            PIC  X(30).

       *> Identificador y texto que GUARDAR-TEXTO deja en textos.ubd
       77 TEXTO-GUARDAR-ID          PIC   9(4).
       77 TEXTO-GUARDAR-IDIOMA      PIC   X(2).
       77 TEXTO-GUARDAR             PIC  X(50).

       *> Los textos de documentos van a partir de este identificador
       *> para no pisar los literales de las pantallas del cajero
       77 TEXTO-ID-MINIMO           PIC   9(4) VALUE 5000.

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
           88 F1-PRESSED            VALUE 1001.
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

       01 ACCEPT-DATOS-CONDICION.
           05 FILLER LINE 6 COL 3 VALUE
               "Producto (0 generales, 1 corriente, 2 ahorro):".
           05 FILLER UNDERLINE AUTO
               LINE 6 COL 52 PIC 9(1) USING PRODUCTO-USUARIO.
           05 FILLER LINE 7 COL 3 VALUE "Version:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 7 COL 52 PIC 9(3) USING VERSION-USUARIO.
           05 FILLER LINE 8 COL 3 VALUE "Titulo:".
           05 FILLER UNDERLINE AUTO
               LINE 8 COL 20 PIC X(30) USING TITULO-USUARIO.
           05 FILLER LINE 9 COL 3 VALUE
               "Se ensena desde (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 9 COL 52 PIC 9(8) USING PUBLICA-USUARIO.
           05 FILLER LINE 10 COL 3 VALUE
               "En vigor desde (AAAAMMDD):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 10 COL 52 PIC 9(8) USING EFECTO-USUARIO.
           05 FILLER LINE 11 COL 3 VALUE
               "Pide aceptacion del cliente (S/N):".
           05 FILLER UNDERLINE AUTO
               LINE 11 COL 52 PIC X(1) USING ACEPTA-USUARIO.
           05 FILLER LINE 12 COL 3 VALUE
               "Sin aceptar en vigor, menu restringido (S/N):".
           05 FILLER UNDERLINE AUTO
               LINE 12 COL 52 PIC X(1) USING RESTRINGE-USUARIO.
           05 FILLER LINE 13 COL 3 VALUE
               "Texto en textos.ubd (0 ninguno):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 13 COL 52 PIC 9(4) USING TEXTOID-USUARIO.
           05 FILLER LINE 14 COL 3 VALUE "Resumen 1 (ES):".
           05 FILLER UNDERLINE AUTO
               LINE 14 COL 20 PIC X(50) USING RESUMEN1-USUARIO.
           05 FILLER LINE 15 COL 3 VALUE "Resumen 2 (ES):".
           05 FILLER UNDERLINE AUTO
               LINE 15 COL 20 PIC X(50) USING RESUMEN2-USUARIO.
           05 FILLER LINE 16 COL 3 VALUE "Resumen 3 (ES):".
           05 FILLER UNDERLINE AUTO
               LINE 16 COL 20 PIC X(50) USING RESUMEN3-USUARIO.
           05 FILLER LINE 17 COL 3 VALUE "Resumen 4 (ES):".
           05 FILLER UNDERLINE AUTO
               LINE 17 COL 20 PIC X(50) USING RESUMEN4-USUARIO.
           05 FILLER LINE 18 COL 3 VALUE "Resumen 1 (EN):".
           05 FILLER UNDERLINE AUTO
               LINE 18 COL 20 PIC X(50) USING INGLES1-USUARIO.
           05 FILLER LINE 19 COL 3 VALUE "Resumen 2 (EN):".
           05 FILLER UNDERLINE AUTO
               LINE 19 COL 20 PIC X(50) USING INGLES2-USUARIO.
           05 FILLER LINE 20 COL 3 VALUE "Resumen 3 (EN):".
           05 FILLER UNDERLINE AUTO
               LINE 20 COL 20 PIC X(50) USING INGLES3-USUARIO.
           05 FILLER LINE 21 COL 3 VALUE "Resumen 4 (EN):".
           05 FILLER UNDERLINE
               LINE 21 COL 20 PIC X(50) USING INGLES4-USUARIO.

       01 ACCEPT-DATOS-ACEPTACION.
           05 FILLER LINE 8 COL 15 VALUE "Cliente:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 8 COL 50 PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER LINE 10 COL 15 VALUE
               "Producto (0, 1 o 2):".
           05 FILLER UNDERLINE AUTO
               LINE 10 COL 50 PIC 9(1) USING PRODUCTO-USUARIO.
           05 FILLER LINE 12 COL 15 VALUE
               "Version (0 la vigente):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 12 COL 50 PIC 9(3) USING VERSION-USUARIO.

       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CONDICIONES CLOSE CONDICIONES.
           OPEN I-O ACEPTACIONES CLOSE ACEPTACIONES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.
           PERFORM OBTENER-SUCURSAL-SESION
               THRU OBTENER-SUCURSAL-SESION-FIN.

       PANTALLA-CONDICION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Version de condiciones de producto"
               AT LINE 5 COL 23.

           DISPLAY "Enter - Guardar" AT LINE 24 COL 2.
           DISPLAY "F1 - Aceptacion en oficina" AT LINE 24 COL 27.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-DATOS.
           INITIALIZE PRODUCTO-USUARIO.
           INITIALIZE VERSION-USUARIO.
           MOVE SPACES TO TITULO-USUARIO.
           INITIALIZE PUBLICA-USUARIO.
           INITIALIZE EFECTO-USUARIO.
           MOVE "S" TO ACEPTA-USUARIO.
           MOVE "N" TO RESTRINGE-USUARIO.
           INITIALIZE TEXTOID-USUARIO.
           MOVE SPACES TO RESUMEN1-USUARIO.
           MOVE SPACES TO RESUMEN2-USUARIO.
           MOVE SPACES TO RESUMEN3-USUARIO.
           MOVE SPACES TO RESUMEN4-USUARIO.
           MOVE SPACES TO INGLES1-USUARIO.
           MOVE SPACES TO INGLES2-USUARIO.
           MOVE SPACES TO INGLES3-USUARIO.
           MOVE SPACES TO INGLES4-USUARIO.
           ACCEPT ACCEPT-DATOS-CONDICION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
              IF F1-PRESSED THEN
                  GO TO PANTALLA-ACEPTACION
              END-IF
           END-ACCEPT.

           IF PRODUCTO-USUARIO > 2
               DISPLAY "Producto 0, 1 o 2" AT LINE 22 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF VERSION-USUARIO = 0 OR TITULO-USUARIO = SPACES
               GO TO ACEPTAR-DATOS.
           IF PUBLICA-USUARIO = 0 OR EFECTO-USUARIO = 0
               GO TO ACEPTAR-DATOS.
           IF EFECTO-USUARIO < PUBLICA-USUARIO
               DISPLAY "La fecha de efecto es anterior a la publicacion"
                   AT LINE 22 COL 16
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF ACEPTA-USUARIO NOT = "S" AND ACEPTA-USUARIO NOT = "N"
               GO TO ACEPTAR-DATOS.
           IF RESTRINGE-USUARIO NOT = "S"
               AND RESTRINGE-USUARIO NOT = "N"
               GO TO ACEPTAR-DATOS.
           IF RESTRINGE-USUARIO = "S" AND ACEPTA-USUARIO = "N"
               DISPLAY "Solo restringe si pide aceptacion"
                   AT LINE 22 COL 23
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF RESUMEN1-USUARIO = SPACES
               DISPLAY "El resumen para el cliente es obligatorio"
                   AT LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF TEXTOID-USUARIO > 0
               AND TEXTOID-USUARIO < TEXTO-ID-MINIMO
               DISPLAY "Texto de documento desde el 5000"
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.
           IF TEXTOID-USUARIO > 9996
               GO TO ACEPTAR-DATOS.

           *> El resumen son las lineas hasta la ultima escrita
           MOVE 1 TO LINEAS-RESUMEN.
           IF RESUMEN2-USUARIO NOT = SPACES
               MOVE 2 TO LINEAS-RESUMEN.
           IF RESUMEN3-USUARIO NOT = SPACES
               MOVE 3 TO LINEAS-RESUMEN.
           IF RESUMEN4-USUARIO NOT = SPACES
               MOVE 4 TO LINEAS-RESUMEN.

       GUARDAR-CONDICION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O CONDICIONES.
           IF FSCD <> 00
               GO TO PSYS-ERR.
           MOVE PRODUCTO-USUARIO TO COND-PRODUCTO.
           MOVE VERSION-USUARIO  TO COND-VERSION.
           READ CONDICIONES INVALID KEY
               MOVE "N" TO COND-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO COND-EXISTE-SW
           END-READ.

           *> Lo ya publicado no se toca: hay clientes que lo pueden
           *> haber aceptado tal cual
           IF COND-EXISTE-SW = "S"
               AND COND-FECHA-PUBLICACION NOT > FECHA-HOY
               CLOSE CONDICIONES
               DISPLAY "Version ya publicada: registre una nueva"
                   AT LINE 22 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-DATOS.

           MOVE PRODUCTO-USUARIO  TO COND-PRODUCTO.
           MOVE VERSION-USUARIO   TO COND-VERSION.
           MOVE TITULO-USUARIO    TO COND-TITULO.
           MOVE PUBLICA-USUARIO   TO COND-FECHA-PUBLICACION.
           MOVE EFECTO-USUARIO    TO COND-FECHA-EFECTO.
           MOVE ACEPTA-USUARIO    TO COND-ACEPTACION.
           MOVE RESTRINGE-USUARIO TO COND-RESTRINGE.
           MOVE TEXTOID-USUARIO   TO COND-TEXTO-ID.
           MOVE LINEAS-RESUMEN    TO COND-LINEAS.
           MOVE RESUMEN1-USUARIO  TO COND-RESUMEN-1.
           MOVE RESUMEN2-USUARIO  TO COND-RESUMEN-2.
           MOVE RESUMEN3-USUARIO  TO COND-RESUMEN-3.
           MOVE RESUMEN4-USUARIO  TO COND-RESUMEN-4.
           MOVE FECHA-HOY         TO COND-FECHA-ALTA.
           MOVE OPERADOR-SESION   TO COND-OPERADOR.
           IF COND-EXISTE-SW = "S"
               REWRITE CONDICION-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               WRITE CONDICION-REG INVALID KEY GO TO PSYS-ERR
           END-IF.
           CLOSE CONDICIONES.

           IF TEXTOID-USUARIO > 0
               PERFORM GUARDAR-RESUMEN THRU GUARDAR-RESUMEN-FIN.

           *> Quien cambia lo que firma el cliente queda identificado
           MOVE "ALTA CONDICIONES" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Version de condiciones guardada"
               AT LINE 9 COL 25.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-CONDICION
           ELSE
               GO TO EXITO-ENTER.

      *> EL RESUMEN VA A textos.ubd EN LINEAS SEGUIDAS DESDE
      *> COND-TEXTO-ID, EN CASTELLANO Y, SI SE HA ESCRITO, EN INGLES;
      *> EL CAJERO LO LEE EN EL IDIOMA DE LA SESION
       GUARDAR-RESUMEN.
           OPEN I-O TEXTOS CLOSE TEXTOS.
           OPEN I-O TEXTOS.
           IF FSTXO <> 00
               CLOSE TEXTOS
               GO TO GUARDAR-RESUMEN-FIN.

           MOVE "ES" TO TEXTO-GUARDAR-IDIOMA.
           MOVE TEXTOID-USUARIO  TO TEXTO-GUARDAR-ID.
           MOVE RESUMEN1-USUARIO TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.
           ADD 1 TO TEXTO-GUARDAR-ID.
           MOVE RESUMEN2-USUARIO TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.
           ADD 1 TO TEXTO-GUARDAR-ID.
           MOVE RESUMEN3-USUARIO TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.
           ADD 1 TO TEXTO-GUARDAR-ID.
           MOVE RESUMEN4-USUARIO TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.

           MOVE "EN" TO TEXTO-GUARDAR-IDIOMA.
           MOVE TEXTOID-USUARIO  TO TEXTO-GUARDAR-ID.
           MOVE INGLES1-USUARIO  TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.
           ADD 1 TO TEXTO-GUARDAR-ID.
           MOVE INGLES2-USUARIO  TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.
           ADD 1 TO TEXTO-GUARDAR-ID.
           MOVE INGLES3-USUARIO  TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.
           ADD 1 TO TEXTO-GUARDAR-ID.
           MOVE INGLES4-USUARIO  TO TEXTO-GUARDAR.
           PERFORM GUARDAR-TEXTO THRU GUARDAR-TEXTO-FIN.

           CLOSE TEXTOS.
       GUARDAR-RESUMEN-FIN.
           EXIT.

      *> UNA LINEA EN BLANCO NO SE GUARDA: EL CAJERO SE QUEDA CON LA
      *> DE LA FICHA EN CASTELLANO
       GUARDAR-TEXTO.
           IF TEXTO-GUARDAR = SPACES
               GO TO GUARDAR-TEXTO-FIN.
           MOVE TEXTO-GUARDAR-ID     TO TXT-ID.
           MOVE TEXTO-GUARDAR-IDIOMA TO TXT-IDIOMA.
           READ TEXTOS INVALID KEY
               MOVE TEXTO-GUARDAR TO TXT-TEXTO
               WRITE TEXTO-REG INVALID KEY CONTINUE END-WRITE
               GO TO GUARDAR-TEXTO-FIN.
           MOVE TEXTO-GUARDAR TO TXT-TEXTO.
           REWRITE TEXTO-REG INVALID KEY CONTINUE.
       GUARDAR-TEXTO-FIN.
           EXIT.

      *> ACEPTACION FIRMADA EN LA OFICINA: QUEDA CON EL CANAL "S", LA
      *> SUCURSAL Y EL OPERADOR QUE LA RECOGE
       PANTALLA-ACEPTACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Aceptacion de condiciones en oficina"
               AT LINE 5 COL 22.
           DISPLAY "Enter - Registrar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ACEPTAR-ACEPTACION.
           INITIALIZE CLIENTE-USUARIO.
           INITIALIZE PRODUCTO-USUARIO.
           INITIALIZE VERSION-USUARIO.
           ACCEPT ACCEPT-DATOS-ACEPTACION ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-CONDICION
              END-IF
           END-ACCEPT.

           IF CLIENTE-USUARIO = 0
               GO TO ACEPTAR-ACEPTACION.
           IF PRODUCTO-USUARIO > 2
               DISPLAY "Producto 0, 1 o 2" AT LINE 22 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACEPTACION.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "El cliente no existe" AT LINE 22 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACEPTACION.
           MOVE CLI-NOMBRE TO NOMBRE-CLIENTE.
           CLOSE CLIENTES.
           MOVE "L" TO PSU-TIPO.
           MOVE CLIENTE-USUARIO TO PSU-ID.
           PERFORM COMPROBAR-SUCURSAL THRU COMPROBAR-SUCURSAL-FIN.
           IF SUCURSAL-OK-SW = "N"
               DISPLAY "Cliente de otra sucursal" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACEPTACION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN INPUT CONDICIONES.
           IF FSCD <> 00
               GO TO PSYS-ERR.
           IF VERSION-USUARIO = 0
               PERFORM BUSCAR-VIGENTE THRU BUSCAR-VIGENTE-FIN
           ELSE
               MOVE PRODUCTO-USUARIO TO COND-PRODUCTO
               MOVE VERSION-USUARIO  TO COND-VERSION
               READ CONDICIONES INVALID KEY
                   MOVE 0 TO VERSION-USUARIO
               END-READ
               IF VERSION-USUARIO > 0
                   AND COND-FECHA-PUBLICACION > FECHA-HOY
                   MOVE 0 TO VERSION-USUARIO
               END-IF
           END-IF.
           CLOSE CONDICIONES.
           IF VERSION-USUARIO = 0
               DISPLAY "No hay esa version publicada" AT LINE 22 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACEPTACION.

           OPEN I-O ACEPTACIONES.
           IF FSAC <> 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-USUARIO  TO ACE-CLIENTE.
           MOVE PRODUCTO-USUARIO TO ACE-PRODUCTO.
           MOVE VERSION-USUARIO  TO ACE-VERSION.
           READ ACEPTACIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               CLOSE ACEPTACIONES
               DISPLAY "El cliente ya la tenia aceptada"
                   AT LINE 22 COL 24
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACEPTACION
           END-READ.

           MOVE CLIENTE-USUARIO  TO ACE-CLIENTE.
           MOVE PRODUCTO-USUARIO TO ACE-PRODUCTO.
           MOVE VERSION-USUARIO  TO ACE-VERSION.
           MOVE FECHA-HOY        TO ACE-FECHA.
           COMPUTE ACE-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE "S"              TO ACE-CANAL.
           MOVE 0                TO ACE-TERMINAL.
           MOVE SUCURSAL-SESION  TO ACE-SUCURSAL.
           MOVE 0                TO ACE-TARJETA.
           MOVE OPERADOR-SESION  TO ACE-OPERADOR.
           WRITE ACEPTACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ACEPTACIONES.

           MOVE "ACEPTA CONDICIONES" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Aceptacion registrada para" AT LINE 9 COL 27.
           DISPLAY NOMBRE-CLIENTE AT LINE 11 COL 25.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       ACEPTACION-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-ACEPTACION
           ELSE
               GO TO ACEPTACION-ENTER.

      *> VERSION VIGENTE DE PRODUCTO-USUARIO: LA MAS ALTA YA
      *> PUBLICADA; DEJA SU NUMERO EN VERSION-USUARIO (0 SI NO HAY).
      *> CONDICIONES TIENE QUE ESTAR ABIERTO
       BUSCAR-VIGENTE.
           MOVE 0 TO VERSION-USUARIO.
           MOVE PRODUCTO-USUARIO TO COND-PRODUCTO.
           MOVE 0                TO COND-VERSION.
           START CONDICIONES KEY IS NOT LESS THAN COND-CLAVE
               INVALID KEY GO TO BUSCAR-VIGENTE-FIN.
       BUSCAR-VIGENTE-LEER.
           READ CONDICIONES NEXT RECORD AT END
               GO TO BUSCAR-VIGENTE-FIN.
           IF COND-PRODUCTO NOT = PRODUCTO-USUARIO
               GO TO BUSCAR-VIGENTE-FIN.
           IF COND-FECHA-PUBLICACION NOT > FECHA-HOY
               MOVE COND-VERSION TO VERSION-USUARIO.
           GO TO BUSCAR-VIGENTE-LEER.
       BUSCAR-VIGENTE-FIN.
           EXIT.

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
           DISPLAY "Condiciones contractuales - UnizarBank"
               AT LINE 2 COL 21
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
      *> NADIE TOCA LAS CONDICIONES SIN QUEDAR IDENTIFICADO
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
           MOVE 0            TO SEG-TARJETA.
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
