       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_DESCUADRES.
       *> Pantalla de sucursal de los descuadres con la red de
       *> compensacion que deja abiertos CONCILIAR_RED
       *> (descuadres_red.ubd): lista los abiertos con su ciclo,
       *> fichero, tipo (D importe distinto, N liquidado sin fichero
       *> nuestro, R liquidado dos veces, S sin liquidar, T liquidado
       *> tarde) y la diferencia entre lo liquidado por la red y lo
       *> esperado. El supervisor firmado, una vez aclarado con la red
       *> o con contabilidad, da el descuadre por resuelto con una nota
       *> de lo que se hizo; desde ese momento deja de arrastrarse en
       *> el informe de conciliacion. El descuadre guarda quien lo
       *> resolvio, cuando y la nota, y la resolucion queda tambien en
       *> seguridad.ubd. Solo entra el rol supervisor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DESCUADRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DES-NUM
           FILE STATUS IS FSDS.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

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
       FD DESCUADRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descuadres_red.ubd".
       01 DESCUADRE-REG.
           02 DES-NUM               PIC  9(6).
           02 DES-FECHA             PIC  9(8).
           02 DES-FICHERO           PIC X(12).
           02 DES-SECUENCIA         PIC  9(6).
           02 DES-TIPO              PIC  X(1).
           02 DES-OPS-ESPERADAS     PIC  9(7).
           02 DES-CENT-ESPERADO     PIC S9(13).
           02 DES-OPS-RED           PIC  9(7).
           02 DES-CENT-RED          PIC S9(13).
           02 DES-FECHA-ALTA        PIC  9(8).
           02 DES-ESTADO            PIC  9(1).
               88 DES-ABIERTO       VALUE 1.
               88 DES-RESUELTO      VALUE 2.
           02 DES-FECHA-RESOL       PIC  9(8).
           02 DES-OPERADOR          PIC  9(4).
           02 DES-NOTA              PIC X(40).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       01 FNEG-REG.
           02 FNEG-ID               PIC  9(1).
           02 FNEG-FECHA.
               03 FNEG-ANO          PIC  9(4).
               03 FNEG-MES          PIC  9(2).
               03 FNEG-DIA          PIC  9(2).
           02 FNEG-ESTADO           PIC  9(1).
               88 CAJERO-EN-SERVICIO    VALUE 1.
               88 CAJERO-FUERA-SERVICIO VALUE 2.

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

       77 FSDS                      PIC   X(2).
       77 FSFN                      PIC   X(2).
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
       77 TARJETA-USUARIO           PIC  9(16) VALUE 0.

       77 FECHA-NEGOCIO             PIC  9(8).
       77 FILAS-MOSTRADAS           PIC  9(2).
       77 CNT-ABIERTOS              PIC  9(5).
       77 LINEA-CUADRO              PIC  9(2).
       77 COLUMNA-IMPORTE           PIC  9(2).
       77 CENT-EDITAR               PIC S9(13).
       77 IMPORTE-ENT-EDIT          PIC -ZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT          PIC  99.
       77 DESCUADRE-USUARIO BLANK WHEN ZERO PIC 9(6).
       77 NOTA-USUARIO              PIC X(40).
       77 CONFIRMAR-USUARIO         PIC  X(1).

       01 FECHA-DESGLOSE           PIC  9(8).
       01 FECHA-DESGLOSE-R REDEFINES FECHA-DESGLOSE.
           02 FDE-ANO               PIC  9(4).
           02 FDE-MES               PIC  9(2).
           02 FDE-DIA               PIC  9(2).
       01 FECHA-EDIT.
           02 FEC-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-ANO               PIC  9(4).

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

       01 ACCEPT-RESOLUCION-DESCUADRE.
           05 FILLER LINE 18 COL 8 VALUE "Numero de descuadre:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 18 COL 30 PIC 9(6) USING DESCUADRE-USUARIO.
           05 FILLER LINE 19 COL 8 VALUE "Nota:".
           05 FILLER UNDERLINE
               LINE 19 COL 30 PIC X(40) USING NOTA-USUARIO.

       01 ACCEPT-CONFIRMAR-RESOLUCION.
           05 FILLER LINE 20 COL 8
               VALUE "Confirma que esta resuelto (S/N):".
           05 FILLER UNDERLINE
               LINE 20 COL 43 PIC X(1) USING CONFIRMAR-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O DESCUADRES CLOSE DESCUADRES.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

           *> Dar un descuadre con la red por resuelto es cosa del
           *> supervisor: el cajero de ventanilla no entra
           IF ROL-SESION NOT = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Solo el supervisor resuelve descuadres"
                   AT LINE 10 COL 21
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Salir" AT LINE 24 COL 33
               GO TO PSYS-ERR-ENTER.

       PANTALLA-DESCUADRES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Descuadres abiertos con la red" AT LINE 6 COL 25.
           DISPLAY "Num.   Ciclo      Fichero      T" AT LINE 8 COL 8.
           DISPLAY "Diferencia  Alta" AT LINE 8 COL 44.

           PERFORM LISTAR-DESCUADRES THRU LISTAR-DESCUADRES-FIN.

           IF FILAS-MOSTRADAS = 0
               DISPLAY "No hay descuadres abiertos" AT LINE 11 COL 27
               DISPLAY "Enter - Salir" AT LINE 24 COL 33
               GO TO SALIR-ENTER.

           IF CNT-ABIERTOS > FILAS-MOSTRADAS
               DISPLAY "Abiertos en total:" AT LINE 16 COL 8
               DISPLAY CNT-ABIERTOS AT LINE 16 COL 27.

           DISPLAY "Enter - Resolver" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           INITIALIZE DESCUADRE-USUARIO.
           MOVE SPACES TO NOTA-USUARIO.
           ACCEPT ACCEPT-RESOLUCION-DESCUADRE ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF DESCUADRE-USUARIO = 0
               GO TO PANTALLA-DESCUADRES.
           *> Sin nota no queda constancia de como se aclaro
           IF NOTA-USUARIO = SPACES
               DISPLAY "Indique en la nota como se resolvio"
                   AT LINE 22 COL 22
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-DESCUADRES.

       VALIDAR-DESCUADRE.
           OPEN I-O DESCUADRES.
           IF FSDS <> 00
               GO TO PSYS-ERR.
           MOVE DESCUADRE-USUARIO TO DES-NUM.
           READ DESCUADRES INVALID KEY
               CLOSE DESCUADRES
               DISPLAY "El descuadre no existe" AT LINE 22 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-DESCUADRES.
           IF NOT DES-ABIERTO
               CLOSE DESCUADRES
               DISPLAY "El descuadre ya esta resuelto" AT LINE 22 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-DESCUADRES.

       CONFIRMAR-RESOLUCION.
           MOVE SPACES TO CONFIRMAR-USUARIO.
           ACCEPT ACCEPT-CONFIRMAR-RESOLUCION ON EXCEPTION
              IF ESC-PRESSED THEN
                  CLOSE DESCUADRES
                  GO TO PANTALLA-DESCUADRES
              END-IF
           END-ACCEPT.
           IF CONFIRMAR-USUARIO = "n" OR CONFIRMAR-USUARIO = "N"
               CLOSE DESCUADRES
               GO TO PANTALLA-DESCUADRES.
           IF CONFIRMAR-USUARIO NOT = "s"
              AND CONFIRMAR-USUARIO NOT = "S"
               GO TO CONFIRMAR-RESOLUCION.

       GUARDAR-RESOLUCION.
           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.
           MOVE 2               TO DES-ESTADO.
           MOVE FECHA-NEGOCIO   TO DES-FECHA-RESOL.
           MOVE OPERADOR-SESION TO DES-OPERADOR.
           MOVE NOTA-USUARIO    TO DES-NOTA.
           REWRITE DESCUADRE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE DESCUADRES.

           *> Quien dio el descuadre por resuelto queda identificado
           MOVE "RESUELVE DESCUADRE" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Descuadre resuelto:" AT LINE 9 COL 27.
           DISPLAY DESCUADRE-USUARIO AT LINE 9 COL 47.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-DESCUADRES
           ELSE
               GO TO EXITO-ENTER.

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

      *> LISTA LOS DESCUADRES ABIERTOS (HASTA 7), UNO POR LINEA, CON
      *> LA DIFERENCIA LIQUIDADO MENOS ESPERADO; CUENTA TODOS
       LISTAR-DESCUADRES.
           MOVE 0 TO FILAS-MOSTRADAS.
           MOVE 0 TO CNT-ABIERTOS.
           MOVE 9 TO LINEA-CUADRO.

           OPEN INPUT DESCUADRES.
           IF FSDS <> 00
               CLOSE DESCUADRES
               GO TO LISTAR-DESCUADRES-FIN.

       LEER-DESCUADRE-LISTA.
           READ DESCUADRES NEXT RECORD AT END
               CLOSE DESCUADRES
               GO TO LISTAR-DESCUADRES-FIN.
           IF NOT DES-ABIERTO
               GO TO LEER-DESCUADRE-LISTA.
           ADD 1 TO CNT-ABIERTOS.
           IF FILAS-MOSTRADAS >= 7
               GO TO LEER-DESCUADRE-LISTA.

           DISPLAY DES-NUM AT LINE LINEA-CUADRO COL 8.
           MOVE DES-FECHA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           DISPLAY FECHA-EDIT AT LINE LINEA-CUADRO COL 15.
           DISPLAY DES-FICHERO AT LINE LINEA-CUADRO COL 26.
           DISPLAY DES-TIPO AT LINE LINEA-CUADRO COL 39.
           COMPUTE CENT-EDITAR = DES-CENT-RED - DES-CENT-ESPERADO.
           MOVE 41 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           MOVE DES-FECHA-ALTA TO FECHA-DESGLOSE.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           DISPLAY FECHA-EDIT AT LINE LINEA-CUADRO COL 56.

           ADD 1 TO FILAS-MOSTRADAS.
           ADD 1 TO LINEA-CUADRO.
           GO TO LEER-DESCUADRE-LISTA.
       LISTAR-DESCUADRES-FIN.
           EXIT.

       EDITAR-FECHA.
           MOVE FDE-DIA TO FEC-DIA.
           MOVE FDE-MES TO FEC-MES.
           MOVE FDE-ANO TO FEC-ANO.
       EDITAR-FECHA-FIN.
           EXIT.

      *> PINTA EL IMPORTE EN CENTIMOS DE CENT-EDITAR EN LA LINEA
      *> LINEA-CUADRO A PARTIR DE LA COLUMNA COLUMNA-IMPORTE, CON EL
      *> FORMATO ENT,DEC DE TODA LA CASA
       PINTAR-IMPORTE.
           IF CENT-EDITAR < 0
               COMPUTE IMPORTE-ENT-EDIT =
                   - (FUNCTION ABS(CENT-EDITAR) / 100)
               MOVE FUNCTION MOD(FUNCTION ABS(CENT-EDITAR), 100)
                   TO IMPORTE-DEC-EDIT
           ELSE
               COMPUTE IMPORTE-ENT-EDIT = (CENT-EDITAR / 100)
               MOVE FUNCTION MOD(CENT-EDITAR, 100)
                   TO IMPORTE-DEC-EDIT
           END-IF.
           DISPLAY IMPORTE-ENT-EDIT
               AT LINE LINEA-CUADRO COL COLUMNA-IMPORTE.
           ADD 10 TO COLUMNA-IMPORTE.
           DISPLAY "," AT LINE LINEA-CUADRO COL COLUMNA-IMPORTE.
           ADD 1 TO COLUMNA-IMPORTE.
           DISPLAY IMPORTE-DEC-EDIT
               AT LINE LINEA-CUADRO COL COLUMNA-IMPORTE.
       PINTAR-IMPORTE-FIN.
           EXIT.

      *> LA RESOLUCION SE FECHA CON LA FECHA DE NEGOCIO (VER
      *> CIERRE_DIA/APERTURA_DIA); SIN FICHERO, LA DEL SISTEMA
       OBTENER-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-NEGOCIO = (ANO * 10000) + (MES * 100)
               + DIA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN <> 00
               CLOSE FECHANEGOCIO
               GO TO OBTENER-FECHA-NEGOCIO-FIN.
           MOVE 1 TO FNEG-ID.
           READ FECHANEGOCIO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               COMPUTE FECHA-NEGOCIO = (FNEG-ANO * 10000)
                   + (FNEG-MES * 100) + FNEG-DIA
           END-READ.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-NEGOCIO-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Descuadres con la red - UnizarBank"
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
      *> NADIE TOCA CUENTAS SIN QUEDAR IDENTIFICADO EN SEGURIDAD.UBD
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
