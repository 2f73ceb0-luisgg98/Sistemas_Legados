       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION_PROPUESTAS.
       *> Pantalla de sucursal de aprobacion de las previas de fin de
       *> mes: lista las propuestas de propuestas.ubd que dejan
       *> LIQUIDAR_INTERESES, COBRAR_MANTENIMIENTO,
       *> LIQUIDAR_DESCUBIERTOS y DONAR_REDONDEOS (ver
       *> PROPUESTA_LIQUIDACION) con su periodo, estado, numero de
       *> apuntes y total, y para la elegida ensena los cinco mayores
       *> apuntes. El supervisor firmado la aprueba o la rechaza; el
       *> detalle apunte por apunte esta en propuestas_lineas.ubd y el
       *> resumen en informe_propuestas.ubd. CADENA_NOCTURNA solo
       *> anota una propuesta aprobada cuya previa de esa noche da los
       *> mismos totales. La aprobacion y el rechazo quedan en
       *> seguridad.ubd con el operador. Solo entra el rol supervisor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROPUESTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRP-PROGRAMA
           FILE STATUS IS FSPR.

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
       FD PROPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "propuestas.ubd".
       01 PROPUESTA-REG.
           02 PRP-PROGRAMA          PIC X(20).
           02 PRP-PERIODO           PIC  9(8).
           02 PRP-ESTADO            PIC  9(1).
               88 PRP-SIN-APUNTES   VALUE 0.
               88 PRP-PENDIENTE     VALUE 1.
               88 PRP-APROBADA      VALUE 2.
               88 PRP-RECHAZADA     VALUE 3.
               88 PRP-ANOTADA       VALUE 4.
           02 PRP-MODO-SIGUIENTE    PIC  X(1).
           02 PRP-FECHA-CALCULO     PIC  9(8).
           02 PRP-HORA-CALCULO      PIC  9(4).
           02 PRP-APUNTES           PIC  9(9).
           02 PRP-CENT-TOTAL        PIC S9(13).
           02 PRP-MAYOR OCCURS 5 TIMES.
               03 PRP-MAY-TARJETA   PIC  9(16).
               03 PRP-MAY-CENT      PIC S9(11).
           02 PRP-APROB-FECHA       PIC  9(8).
           02 PRP-APROB-HORA        PIC  9(4).
           02 PRP-APROB-OPERADOR    PIC  9(4).
           02 PRP-ANOT-APUNTES      PIC  9(9).
           02 PRP-ANOT-CENT-TOTAL   PIC S9(13).

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

       77 FSPR                      PIC   X(2).
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

       *> Propuestas en pantalla, una por programa
       01 TABLA-PROPUESTAS.
           02 TPR-PROGRAMA OCCURS 8 TIMES PIC X(20).
       77 CNT-PROPUESTAS            PIC  9(1) VALUE 0.
       77 IND-PRP                   PIC  9(2).
       77 IND-MAY                   PIC  9(1).
       77 LINEA-PRP                 PIC  9(2).
       77 NUMERO-USUARIO BLANK WHEN ZERO PIC 9(1).
       77 ACCION-USUARIO            PIC  X(1).

       *> Lo que vio el supervisor: si la previa cambia mientras
       *> decide, no se graba
       77 DET-ESTADO                PIC  9(1).
       77 DET-APUNTES               PIC  9(9).
       77 DET-CENT-TOTAL            PIC S9(13).

       77 PERIODO-EDIT              PIC  9(6).
       77 ESTADO-TXT                PIC X(10).
       77 CNT-EDIT                  PIC ZZZZZZZZ9.
       77 CENT-EDITAR               PIC S9(13).
       77 IMPORTE-ENT-EDIT          PIC -ZZZZZZZZ9.
       77 IMPORTE-DEC-EDIT          PIC  99.
       77 TARJETA-EDIT              PIC  X(16).

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

       01 ACCEPT-NUMERO-PROPUESTA.
           05 FILLER LINE 19 COL 15 VALUE "Propuesta (numero):".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 19 COL 40 PIC 9(1) USING NUMERO-USUARIO.

       01 ACCEPT-ACCION-PROPUESTA.
           05 FILLER LINE 20 COL 15
               VALUE "Accion (A aprobar / R rechazar):".
           05 FILLER UNDERLINE
               LINE 20 COL 50 PIC X(1) USING ACCION-USUARIO.


       PROCEDURE DIVISION.
       INICIO.
           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O PROPUESTAS CLOSE PROPUESTAS.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

           PERFORM FIRMAR-OPERADOR THRU FIRMAR-OPERADOR-FIN.

           *> Aprobar lo que se anota en cuentas es cosa del
           *> supervisor: el cajero de ventanilla no entra
           IF ROL-SESION NOT = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Solo el supervisor puede aprobar propuestas"
                   AT LINE 10 COL 19
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Salir" AT LINE 24 COL 33
               GO TO PSYS-ERR-ENTER.

       PANTALLA-PROPUESTAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Previas de fin de mes" AT LINE 6 COL 30.
           DISPLAY "N Programa             Periodo Estado"
               AT LINE 8 COL 3.
           DISPLAY "Apuntes      Total" AT LINE 8 COL 46.

           MOVE 0 TO CNT-PROPUESTAS.
           MOVE 9 TO LINEA-PRP.
           OPEN INPUT PROPUESTAS.
           IF FSPR <> 00
               GO TO PSYS-ERR.

       LEER-PROPUESTA.
           READ PROPUESTAS NEXT RECORD AT END
               GO TO PROPUESTAS-LISTADAS.
           IF CNT-PROPUESTAS = 8
               GO TO PROPUESTAS-LISTADAS.
           ADD 1 TO CNT-PROPUESTAS.
           MOVE PRP-PROGRAMA TO TPR-PROGRAMA(CNT-PROPUESTAS).

           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-FIN.
           MOVE PRP-PERIODO    TO PERIODO-EDIT.
           MOVE PRP-APUNTES    TO CNT-EDIT.
           MOVE PRP-CENT-TOTAL TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY CNT-PROPUESTAS   AT LINE LINEA-PRP COL 3.
           DISPLAY PRP-PROGRAMA     AT LINE LINEA-PRP COL 5.
           DISPLAY PERIODO-EDIT     AT LINE LINEA-PRP COL 26.
           DISPLAY ESTADO-TXT       AT LINE LINEA-PRP COL 34.
           DISPLAY CNT-EDIT         AT LINE LINEA-PRP COL 44.
           DISPLAY IMPORTE-ENT-EDIT AT LINE LINEA-PRP COL 54.
           DISPLAY ","              AT LINE LINEA-PRP COL 64.
           DISPLAY IMPORTE-DEC-EDIT AT LINE LINEA-PRP COL 65.
           ADD 1 TO LINEA-PRP.
           GO TO LEER-PROPUESTA.

       PROPUESTAS-LISTADAS.
           CLOSE PROPUESTAS.
           IF CNT-PROPUESTAS = 0
               DISPLAY "No hay propuestas calculadas" AT LINE 12 COL 26.

           DISPLAY "Enter - Elegir" AT LINE 24 COL 2.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       ACEPTAR-NUMERO.
           INITIALIZE NUMERO-USUARIO.
           ACCEPT ACCEPT-NUMERO-PROPUESTA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO FIN
              END-IF
           END-ACCEPT.

           IF NUMERO-USUARIO = 0
               GO TO ACEPTAR-NUMERO.
           IF NUMERO-USUARIO > CNT-PROPUESTAS
               DISPLAY "Numero no valido" AT LINE 21 COL 32
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-NUMERO.
           MOVE NUMERO-USUARIO TO IND-PRP.

       LEER-DETALLE.
           OPEN INPUT PROPUESTAS.
           IF FSPR <> 00
               GO TO PSYS-ERR.
           MOVE TPR-PROGRAMA(IND-PRP) TO PRP-PROGRAMA.
           READ PROPUESTAS INVALID KEY
               CLOSE PROPUESTAS
               GO TO PANTALLA-PROPUESTAS.
           CLOSE PROPUESTAS.

           *> Solo se decide sobre una previa con apuntes que todavia
           *> no se ha anotado
           IF PRP-SIN-APUNTES OR PRP-ANOTADA
               DISPLAY "Esa propuesta no tiene nada que aprobar"
                   AT LINE 21 COL 21
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-NUMERO.

           MOVE PRP-ESTADO     TO DET-ESTADO.
           MOVE PRP-APUNTES    TO DET-APUNTES.
           MOVE PRP-CENT-TOTAL TO DET-CENT-TOTAL.

       PANTALLA-DETALLE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY PRP-PROGRAMA AT LINE 6 COL 30.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-FIN.
           MOVE PRP-PERIODO TO PERIODO-EDIT.
           DISPLAY "Periodo:" AT LINE 7 COL 15.
           DISPLAY PERIODO-EDIT AT LINE 7 COL 35.
           DISPLAY "Estado:" AT LINE 8 COL 15.
           DISPLAY ESTADO-TXT AT LINE 8 COL 35.
           IF PRP-APROBADA
               DISPLAY "operador" AT LINE 8 COL 46
               DISPLAY PRP-APROB-OPERADOR AT LINE 8 COL 55
           END-IF.
           MOVE PRP-APUNTES TO CNT-EDIT.
           DISPLAY "Apuntes:" AT LINE 9 COL 15.
           DISPLAY CNT-EDIT AT LINE 9 COL 35.
           MOVE PRP-CENT-TOTAL TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY "Total:" AT LINE 10 COL 15.
           DISPLAY IMPORTE-ENT-EDIT AT LINE 10 COL 34.
           DISPLAY "," AT LINE 10 COL 44.
           DISPLAY IMPORTE-DEC-EDIT AT LINE 10 COL 45.

           DISPLAY "Mayores apuntes:" AT LINE 12 COL 15.
           MOVE 1  TO IND-MAY.
           MOVE 13 TO LINEA-PRP.

       MOSTRAR-MAYOR.
           IF IND-MAY > 5
               GO TO ACEPTAR-ACCION.
           IF PRP-MAY-TARJETA(IND-MAY) = 0
               GO TO ACEPTAR-ACCION.
           MOVE PRP-MAY-TARJETA(IND-MAY) TO TARJETA-EDIT.
           MOVE "********" TO TARJETA-EDIT(5:8).
           MOVE PRP-MAY-CENT(IND-MAY) TO CENT-EDITAR.
           PERFORM EDITAR-IMPORTE THRU EDITAR-IMPORTE-FIN.
           DISPLAY TARJETA-EDIT     AT LINE LINEA-PRP COL 17.
           DISPLAY IMPORTE-ENT-EDIT AT LINE LINEA-PRP COL 34.
           DISPLAY ","              AT LINE LINEA-PRP COL 44.
           DISPLAY IMPORTE-DEC-EDIT AT LINE LINEA-PRP COL 45.
           ADD 1 TO IND-MAY.
           ADD 1 TO LINEA-PRP.
           GO TO MOSTRAR-MAYOR.

       ACEPTAR-ACCION.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 2.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.
           MOVE SPACES TO ACCION-USUARIO.
           ACCEPT ACCEPT-ACCION-PROPUESTA ON EXCEPTION
              IF ESC-PRESSED THEN
                  GO TO PANTALLA-PROPUESTAS
              END-IF
           END-ACCEPT.
           IF ACCION-USUARIO = "a"
               MOVE "A" TO ACCION-USUARIO.
           IF ACCION-USUARIO = "r"
               MOVE "R" TO ACCION-USUARIO.
           IF ACCION-USUARIO NOT = "A" AND ACCION-USUARIO NOT = "R"
               GO TO ACEPTAR-ACCION.
           IF ACCION-USUARIO = "A" AND DET-ESTADO = 2
               DISPLAY "La propuesta ya esta aprobada"
                   AT LINE 21 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACCION.
           IF ACCION-USUARIO = "R" AND DET-ESTADO = 3
               DISPLAY "La propuesta ya esta rechazada"
                   AT LINE 21 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO ACEPTAR-ACCION.

       GUARDAR-DECISION.
           OPEN I-O PROPUESTAS.
           IF FSPR <> 00
               GO TO PSYS-ERR.
           MOVE TPR-PROGRAMA(IND-PRP) TO PRP-PROGRAMA.
           READ PROPUESTAS INVALID KEY
               CLOSE PROPUESTAS
               GO TO PSYS-ERR.

           *> Una previa recalculada mientras el supervisor miraba la
           *> pantalla no se aprueba a ciegas
           IF PRP-ESTADO NOT = DET-ESTADO
              OR PRP-APUNTES NOT = DET-APUNTES
              OR PRP-CENT-TOTAL NOT = DET-CENT-TOTAL
               CLOSE PROPUESTAS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La propuesta ha cambiado, revisela de nuevo"
                   AT LINE 9 COL 19
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO EXITO-ENTER.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           IF ACCION-USUARIO = "A"
               MOVE 2 TO PRP-ESTADO
               MOVE "APROBAR PROPUESTA" TO EVENTO-TIPO
           ELSE
               MOVE 3 TO PRP-ESTADO
               MOVE "RECHAZAR PROPUESTA" TO EVENTO-TIPO
           END-IF.
           COMPUTE PRP-APROB-FECHA = (ANO * 10000) + (MES * 100)
                                   + DIA.
           COMPUTE PRP-APROB-HORA = (HORAS * 100) + MINUTOS.
           MOVE OPERADOR-SESION TO PRP-APROB-OPERADOR.
           REWRITE PROPUESTA-REG INVALID KEY
               CLOSE PROPUESTAS
               GO TO PSYS-ERR.
           CLOSE PROPUESTAS.

           *> Quien aprobo o rechazo la propuesta queda identificado
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ACCION-USUARIO = "A"
               DISPLAY "Propuesta aprobada:" AT LINE 9 COL 20
           ELSE
               DISPLAY "Propuesta rechazada:" AT LINE 9 COL 20
           END-IF.
           DISPLAY PRP-PROGRAMA AT LINE 9 COL 41.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXITO-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
           IF ENTER-PRESSED
               GO TO PANTALLA-PROPUESTAS
           ELSE
               GO TO EXITO-ENTER.

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

      *> NOMBRE DEL ESTADO DE LA PROPUESTA PARA LA PANTALLA
       TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN PRP-SIN-APUNTES
                   MOVE "sin apuntes" TO ESTADO-TXT
               WHEN PRP-PENDIENTE
                   MOVE "PENDIENTE" TO ESTADO-TXT
               WHEN PRP-APROBADA
                   MOVE "aprobada" TO ESTADO-TXT
               WHEN PRP-RECHAZADA
                   MOVE "RECHAZADA" TO ESTADO-TXT
               WHEN PRP-ANOTADA
                   MOVE "anotada" TO ESTADO-TXT
               WHEN OTHER
                   MOVE SPACES TO ESTADO-TXT
           END-EVALUATE.
       TEXTO-ESTADO-FIN.
           EXIT.

      *> CENT-EDITAR (CON SIGNO) A IMPORTE-ENT-EDIT/IMPORTE-DEC-EDIT
       EDITAR-IMPORTE.
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
       EDITAR-IMPORTE-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           PERFORM PINTAR-BANNER-FORMACION
               THRU PINTAR-BANNER-FORMACION-FIN.
           DISPLAY "Propuestas de fin de mes - UnizarBank"
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
