       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK37.
       *> Promociones de ahorro desde el cajero (opcion 16 de BANK18):
       *> ensena las campanas de promoahorro.ubd activas y en fecha
       *> (ver GESTION_PROMOAHORRO) y adhiere la tarjeta a la que
       *> elija el cliente. Hace falta cuenta de ahorro y solo se
       *> puede estar en una campana a la vez; si ya hay una adhesion
       *> viva se ensena esa con lo bonificado hasta hoy. Al adherirse
       *> se guarda en adhesiones_ahorro.ubd el saldo de ahorro de ese
       *> dia, que es la base sobre la que LIQUIDAR_INTERESES mide el
       *> dinero nuevo, y el saldo del resto de tarjetas del mismo
       *> cliente, para no bonificar lo que solo se traiga de ellas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMOAHORRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAH-COD
           FILE STATUS IS FSPA.

           SELECT OPTIONAL ADHESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-CLAVE
           FILE STATUS IS FSAD.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

       DATA DIVISION.
       FILE SECTION.
       FD PROMOAHORRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promoahorro.ubd".
       01 PROMOAHORRO-REG.
           02 PAH-COD               PIC  9(4).
           02 PAH-NOMBRE            PIC X(30).
           02 PAH-DESDE             PIC  9(8).
           02 PAH-HASTA             PIC  9(8).
           02 PAH-TASA-EXTRA-X100000 PIC 9(6).
           02 PAH-TOPE              PIC  9(7).
           02 PAH-ESTADO            PIC  9(1).
               88 PAH-ACTIVA        VALUE 1.
               88 PAH-SUSPENDIDA    VALUE 2.

       FD ADHESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adhesiones_ahorro.ubd".
       01 ADHESION-REG.
           02 ADH-CLAVE.
               03 ADH-TARJETA       PIC 9(16).
               03 ADH-CAMPANA       PIC  9(4).
           02 ADH-FECHA-ALTA        PIC  9(8).
           02 ADH-CENT-BASE         PIC S9(11).
           02 ADH-CENT-OTRAS        PIC S9(11).
           02 ADH-CENT-NUEVO        PIC S9(11).
           02 ADH-CENT-BONO         PIC  9(9).
           02 ADH-ULTIMA-LIQ        PIC  9(8).
           02 ADH-ESTADO            PIC  9(1).
               88 ADH-ACTIVA        VALUE 1.
               88 ADH-FINALIZADA    VALUE 2.

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
               88 CUENTA-CERRADA    VALUE 3.

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

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       01 TEXTO-REG.
           02 TXT-CLAVE.
               03 TXT-ID            PIC  9(4).
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

       WORKING-STORAGE SECTION.
       77 FSTXO                    PIC  X(2).
       77 TEXTO-ID                 PIC  9(4).
       77 TEXTO-PANTALLA           PIC X(50).
       77 TIMEOUT-SEG              PIC  9(4) VALUE 120.
       77 FSPA                     PIC  X(2).
       77 FSAD                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSFN                     PIC  X(2).

       77 FECHA-NEGOCIO            PIC  9(8).
       77 CENT-SALDO-AHORRO        PIC S9(11).
       77 CENT-SALDO-OTRAS         PIC S9(11).
       77 CENT-SALDO-CTA           PIC S9(11).
       77 CLIENTE-SESION           PIC  9(8).
       77 CAMPANA-ADHERIDA         PIC  9(4).
       77 ADHESION-VIVA-SW         PIC  X(1).
       77 CENT-BASE-ADHERIDA       PIC S9(11).
       77 CENT-BONO-ADHERIDA       PIC  9(9).

       *> Campanas que se pueden elegir hoy; en pantalla caben seis
       01 TABLA-PROMOS.
           02 PROMO-FILA OCCURS 6 TIMES.
               03 TP-COD            PIC  9(4).
               03 TP-NOMBRE         PIC X(30).
               03 TP-HASTA          PIC  9(8).
               03 TP-TASA           PIC  9(6).
               03 TP-TOPE           PIC  9(7).
       77 NUM-PROMOS               PIC  9(1).
       77 IND-PROMO                PIC  9(1).
       77 ELECCION BLANK WHEN ZERO PIC  9(1).
       77 IND-ELEGIDA              PIC  9(1).
       77 LINEA-CUADRO             PIC  9(2).
       77 COLUMNA-IMPORTE          PIC  9(2).

       77 CENT-EDITAR              PIC S9(11).
       77 IMPORTE-ENT-EDIT         PIC -ZZZZZZ9.
       77 IMPORTE-DEC-EDIT         PIC  99.
       77 TOPE-EDIT                PIC  ZZZZZZ9.
       *> La tasa extra es mensual por 100000; al cliente se le
       *> ensena anual en porcentaje con dos decimales
       77 TASA-ANUAL-X100          PIC  9(5).
       77 TASA-ENT-EDIT            PIC  Z9.
       77 TASA-DEC-EDIT            PIC  99.
       01 FECHA-EDIT.
           02 FED-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FED-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FED-ANO               PIC  9(4).
       01 FECHA-PARTES.
           02 FPA-ANO               PIC  9(4).
           02 FPA-MES               PIC  9(2).
           02 FPA-DIA               PIC  9(2).
       01 FECHA-PARTES-N REDEFINES FECHA-PARTES PIC 9(8).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED       VALUE      0.
           88 TIMEOUT-EXPIRADO    VALUE   8001.
           88 ESC-PRESSED         VALUE   2005.

       77 PRESSED-KEY BLANK WHEN ZERO PIC 9(4).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 IDIOMA                   PIC   X(2).
       77 TIMEOUT-AVISO            PIC   X(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       PROCEDURE DIVISION USING TNUM IDIOMA
           TIMEOUT-AVISO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O ADHESIONES CLOSE ADHESIONES.

           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.

       COMPROBAR-AHORRO.
           *> La bonificacion se paga en la cuenta de ahorro: sin ella
           *> no hay a que adherirse
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CTA-TARJETA.
           MOVE 2    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO SIN-AHORRO.
           CLOSE CUENTAS.
           IF NOT CUENTA-OPERATIVA
               GO TO SIN-AHORRO.
           PERFORM PASAR-SALDO-CENTIMOS THRU PASAR-SALDO-CENTIMOS.
           MOVE CENT-SALDO-CTA TO CENT-SALDO-AHORRO.

           PERFORM BUSCAR-ADHESION THRU BUSCAR-ADHESION-FIN.
           IF ADHESION-VIVA-SW = "S"
               GO TO YA-ADHERIDO.

           PERFORM CARGAR-PROMOCIONES THRU CARGAR-PROMOCIONES-FIN.
           IF NUM-PROMOS = 0
               GO TO SIN-PROMOCIONES.

       PANTALLA-PROMOCIONES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Promociones de ahorro" TO TEXTO-PANTALLA.
           MOVE 480 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 6 COL 29.

           DISPLAY "Hasta" AT LINE 8 COL 41.
           DISPLAY "Extra" AT LINE 8 COL 53.
           DISPLAY "Tope EUR" AT LINE 8 COL 62.

           MOVE 1 TO IND-PROMO.
           PERFORM PINTAR-PROMOCION THRU PINTAR-PROMOCION-FIN.

           MOVE "Saldo de partida de su ahorro:" TO TEXTO-PANTALLA.
           MOVE 485 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 17 COL 5.
           MOVE CENT-SALDO-AHORRO TO CENT-EDITAR.
           MOVE 17 TO LINEA-CUADRO.
           MOVE 45 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           MOVE "Solo se bonifica el saldo nuevo sobre esta base"
               TO TEXTO-PANTALLA.
           MOVE 486 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 18 COL 5.

           MOVE "Elija la promocion y pulse Enter:" TO TEXTO-PANTALLA.
           MOVE 484 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 21 COL 5.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 34.

       ELEGIR-PROMOCION.
           INITIALIZE ELECCION.
           ACCEPT ELECCION AT LINE 21 COL 45
               WITH TIME-OUT AFTER TIMEOUT-SEG ON EXCEPTION
               IF TIMEOUT-EXPIRADO
                   GO TO TIMEOUT-SALIDA
               END-IF
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO ELEGIR-PROMOCION.

           IF ELECCION = 0 OR ELECCION > NUM-PROMOS
               GO TO ELEGIR-PROMOCION.
           MOVE ELECCION TO IND-ELEGIDA.

       ADHERIR-PROMOCION.
           *> Lo que el cliente tiene hoy en sus otras tarjetas es la
           *> referencia para descontar lo que traiga de ellas
           PERFORM SUMAR-OTRAS-TARJETAS
               THRU SUMAR-OTRAS-TARJETAS-FIN.

           OPEN I-O ADHESIONES.
           IF FSAD <> 00
               GO TO PSYS-ERR.
           MOVE TNUM                TO ADH-TARJETA.
           MOVE TP-COD(IND-ELEGIDA)    TO ADH-CAMPANA.
           MOVE FECHA-NEGOCIO       TO ADH-FECHA-ALTA.
           MOVE CENT-SALDO-AHORRO   TO ADH-CENT-BASE.
           MOVE CENT-SALDO-OTRAS    TO ADH-CENT-OTRAS.
           MOVE 0                   TO ADH-CENT-NUEVO.
           MOVE 0                   TO ADH-CENT-BONO.
           MOVE 0                   TO ADH-ULTIMA-LIQ.
           MOVE 1                   TO ADH-ESTADO.
           *> Una adhesion anterior ya terminada a la misma campana
           *> se reabre con la base de hoy
           WRITE ADHESION-REG INVALID KEY
               REWRITE ADHESION-REG INVALID KEY
                   CLOSE ADHESIONES
                   GO TO PSYS-ERR
               END-REWRITE
           END-WRITE.
           CLOSE ADHESIONES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Adhesion realizada" TO TEXTO-PANTALLA.
           MOVE 488 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 31
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY TP-NOMBRE(IND-ELEGIDA) AT LINE 11 COL 25.
           GO TO PANTALLA-ACEPTAR.

       YA-ADHERIDO.
           OPEN INPUT PROMOAHORRO.
           MOVE SPACES TO PAH-NOMBRE.
           IF FSPA = 00
               MOVE CAMPANA-ADHERIDA TO PAH-COD
               READ PROMOAHORRO INVALID KEY
                   MOVE SPACES TO PAH-NOMBRE
               END-READ
           END-IF.
           CLOSE PROMOAHORRO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Ya esta adherido a la promocion" TO TEXTO-PANTALLA.
           MOVE 482 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 8 COL 15.
           DISPLAY PAH-NOMBRE AT LINE 10 COL 15
               WITH FOREGROUND-COLOR IS YELLOW.

           MOVE "Saldo de partida de su ahorro:" TO TEXTO-PANTALLA.
           MOVE 485 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 12 COL 15.
           MOVE CENT-BASE-ADHERIDA TO CENT-EDITAR.
           MOVE 12 TO LINEA-CUADRO.
           MOVE 55 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.

           MOVE "Bonificacion abonada hasta hoy:" TO TEXTO-PANTALLA.
           MOVE 489 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 13 COL 15.
           MOVE CENT-BONO-ADHERIDA TO CENT-EDITAR.
           MOVE 13 TO LINEA-CUADRO.
           MOVE 55 TO COLUMNA-IMPORTE.
           PERFORM PINTAR-IMPORTE THRU PINTAR-IMPORTE-FIN.
           GO TO PANTALLA-ACEPTAR.

       SIN-AHORRO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Necesita una cuenta de ahorro para adherirse"
               TO TEXTO-PANTALLA.
           MOVE 481 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PANTALLA-ACEPTAR.

       SIN-PROMOCIONES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "No hay promociones de ahorro abiertas"
               TO TEXTO-PANTALLA.
           MOVE 483 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 9 COL 20.

       PANTALLA-ACEPTAR.
           MOVE "Enter - Aceptar" TO TEXTO-PANTALLA.
           MOVE 51 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY OFF AT LINE 24 COL 79
               WITH TIME-OUT AFTER TIMEOUT-SEG
           IF TIMEOUT-EXPIRADO
               GO TO TIMEOUT-SALIDA
           END-IF.
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

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
           GO TO PANTALLA-ACEPTAR.

      *> DEJA ADHESION-VIVA-SW A "S" Y LA CAMPANA EN
      *> CAMPANA-ADHERIDA SI LA TARJETA TIENE UNA ADHESION ACTIVA
       BUSCAR-ADHESION.
           MOVE "N" TO ADHESION-VIVA-SW.
           OPEN INPUT ADHESIONES.
           IF FSAD <> 00
               CLOSE ADHESIONES
               GO TO BUSCAR-ADHESION-FIN.
           MOVE TNUM TO ADH-TARJETA.
           MOVE 0    TO ADH-CAMPANA.
           START ADHESIONES KEY NOT LESS THAN ADH-CLAVE
               INVALID KEY
                   CLOSE ADHESIONES
                   GO TO BUSCAR-ADHESION-FIN
           END-START.

       LEER-ADHESION.
           READ ADHESIONES NEXT RECORD AT END
               CLOSE ADHESIONES
               GO TO BUSCAR-ADHESION-FIN.
           IF ADH-TARJETA NOT = TNUM
               CLOSE ADHESIONES
               GO TO BUSCAR-ADHESION-FIN.
           IF NOT ADH-ACTIVA
               GO TO LEER-ADHESION.
           MOVE "S"         TO ADHESION-VIVA-SW.
           MOVE ADH-CAMPANA TO CAMPANA-ADHERIDA.
           MOVE ADH-CENT-BASE TO CENT-BASE-ADHERIDA.
           MOVE ADH-CENT-BONO TO CENT-BONO-ADHERIDA.
           CLOSE ADHESIONES.
       BUSCAR-ADHESION-FIN.
           EXIT.

      *> CARGA EN TABLA-PROMOS LAS CAMPANAS ACTIVAS CUYA VENTANA
      *> INCLUYE LA FECHA DE NEGOCIO
       CARGAR-PROMOCIONES.
           MOVE 0 TO NUM-PROMOS.
           OPEN INPUT PROMOAHORRO.
           IF FSPA <> 00
               CLOSE PROMOAHORRO
               GO TO CARGAR-PROMOCIONES-FIN.

       LEER-PROMOCION.
           READ PROMOAHORRO NEXT RECORD AT END
               CLOSE PROMOAHORRO
               GO TO CARGAR-PROMOCIONES-FIN.
           IF NOT PAH-ACTIVA
               GO TO LEER-PROMOCION.
           IF PAH-DESDE > FECHA-NEGOCIO OR PAH-HASTA < FECHA-NEGOCIO
               GO TO LEER-PROMOCION.
           IF NUM-PROMOS = 6
               CLOSE PROMOAHORRO
               GO TO CARGAR-PROMOCIONES-FIN.
           ADD 1 TO NUM-PROMOS.
           MOVE PAH-COD                TO TP-COD(NUM-PROMOS).
           MOVE PAH-NOMBRE             TO TP-NOMBRE(NUM-PROMOS).
           MOVE PAH-HASTA              TO TP-HASTA(NUM-PROMOS).
           MOVE PAH-TASA-EXTRA-X100000 TO TP-TASA(NUM-PROMOS).
           MOVE PAH-TOPE               TO TP-TOPE(NUM-PROMOS).
           GO TO LEER-PROMOCION.
       CARGAR-PROMOCIONES-FIN.
           EXIT.

      *> PINTA LAS FILAS DE TABLA-PROMOS DESDE IND-PROMO, UNA POR
      *> LINEA A PARTIR DE LA 10
       PINTAR-PROMOCION.
           IF IND-PROMO > NUM-PROMOS
               GO TO PINTAR-PROMOCION-FIN.
           COMPUTE LINEA-CUADRO = 9 + IND-PROMO.
           DISPLAY IND-PROMO AT LINE LINEA-CUADRO COL 5.
           DISPLAY "-" AT LINE LINEA-CUADRO COL 7.
           DISPLAY TP-NOMBRE(IND-PROMO) AT LINE LINEA-CUADRO COL 9.

           MOVE TP-HASTA(IND-PROMO) TO FECHA-PARTES-N.
           MOVE FPA-DIA TO FED-DIA.
           MOVE FPA-MES TO FED-MES.
           MOVE FPA-ANO TO FED-ANO.
           DISPLAY FECHA-EDIT AT LINE LINEA-CUADRO COL 41.

           COMPUTE TASA-ANUAL-X100 = (TP-TASA(IND-PROMO) * 12) / 10.
           COMPUTE TASA-ENT-EDIT = TASA-ANUAL-X100 / 100.
           MOVE FUNCTION MOD(TASA-ANUAL-X100, 100) TO TASA-DEC-EDIT.
           DISPLAY TASA-ENT-EDIT AT LINE LINEA-CUADRO COL 53.
           DISPLAY "," AT LINE LINEA-CUADRO COL 55.
           DISPLAY TASA-DEC-EDIT AT LINE LINEA-CUADRO COL 56.
           DISPLAY "%" AT LINE LINEA-CUADRO COL 58.

           MOVE TP-TOPE(IND-PROMO) TO TOPE-EDIT.
           DISPLAY TOPE-EDIT AT LINE LINEA-CUADRO COL 62.

           ADD 1 TO IND-PROMO.
           GO TO PINTAR-PROMOCION.
       PINTAR-PROMOCION-FIN.
           EXIT.

      *> SALDO DE TODAS LAS CUENTAS DE LAS DEMAS TARJETAS DEL MISMO
      *> CLIENTE (CORRIENTE, AHORRO Y CREDITO), EN CENTIMOS
       SUMAR-OTRAS-TARJETAS.
           MOVE 0 TO CENT-SALDO-OTRAS.
           MOVE 0 TO CLIENTE-SESION.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO SUMAR-OTRAS-TARJETAS-FIN.
           MOVE TNUM TO TNUM-E.
           READ TARJETAS INVALID KEY
               MOVE 0 TO TCLIENTE
           END-READ.
           MOVE TCLIENTE TO CLIENTE-SESION.
           CLOSE TARJETAS.
           *> Tarjeta sin cliente: no hay otras que mirar
           IF CLIENTE-SESION = 0
               GO TO SUMAR-OTRAS-TARJETAS-FIN.

           OPEN INPUT TARJETAS.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE TARJETAS
               CLOSE CUENTAS
               GO TO SUMAR-OTRAS-TARJETAS-FIN.

       LEER-OTRA-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               CLOSE CUENTAS
               GO TO SUMAR-OTRAS-TARJETAS-FIN.
           IF TCLIENTE NOT = CLIENTE-SESION OR TNUM-E = TNUM
               GO TO LEER-OTRA-TARJETA.
           MOVE 1      TO CTA-TIPO.
           PERFORM SUMAR-CUENTA-OTRA THRU SUMAR-CUENTA-OTRA-FIN.
           MOVE 2      TO CTA-TIPO.
           PERFORM SUMAR-CUENTA-OTRA THRU SUMAR-CUENTA-OTRA-FIN.
           MOVE 3      TO CTA-TIPO.
           PERFORM SUMAR-CUENTA-OTRA THRU SUMAR-CUENTA-OTRA-FIN.
           GO TO LEER-OTRA-TARJETA.
       SUMAR-OTRAS-TARJETAS-FIN.
           EXIT.

       SUMAR-CUENTA-OTRA.
           MOVE TNUM-E TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               GO TO SUMAR-CUENTA-OTRA-FIN.
           PERFORM PASAR-SALDO-CENTIMOS THRU PASAR-SALDO-CENTIMOS.
           ADD CENT-SALDO-CTA TO CENT-SALDO-OTRAS.
       SUMAR-CUENTA-OTRA-FIN.
           EXIT.

       PASAR-SALDO-CENTIMOS.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

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
           ADD 8 TO COLUMNA-IMPORTE.
           DISPLAY "," AT LINE LINEA-CUADRO COL COLUMNA-IMPORTE.
           ADD 1 TO COLUMNA-IMPORTE.
           DISPLAY IMPORTE-DEC-EDIT
               AT LINE LINEA-CUADRO COL COLUMNA-IMPORTE.
           ADD 3 TO COLUMNA-IMPORTE.
           DISPLAY "EUR" AT LINE LINEA-CUADRO COL COLUMNA-IMPORTE.
       PINTAR-IMPORTE-FIN.
           EXIT.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO TEXTO-PANTALLA.
           MOVE 1 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 2 COL 26
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

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
       *> VENIA PRECARGADO EN TEXTO-PANTALLA
       OBTENER-TEXTO.
           OPEN INPUT TEXTOS.
           IF FSTXO <> 00
               CLOSE TEXTOS
               GO TO OBTENER-TEXTO-FIN.
           MOVE TEXTO-ID TO TXT-ID.
           MOVE IDIOMA   TO TXT-IDIOMA.
           READ TEXTOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TXT-TEXTO TO TEXTO-PANTALLA
           END-READ.
           CLOSE TEXTOS.
       OBTENER-TEXTO-FIN.
           EXIT.

      *> LA PANTALLA HA CADUCADO SIN CLIENTE DELANTE: SE DEVUELVE EL
      *> AVISO A BANK1 PARA QUE CIERRE LA SESION INMEDIATAMENTE EN
      *> VEZ DE VOLVER A PINTAR EL MENU AUTENTICADO
       TIMEOUT-SALIDA.
           MOVE "S" TO TIMEOUT-AVISO.
           EXIT PROGRAM.
