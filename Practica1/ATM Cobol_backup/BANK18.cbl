           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 19 COL 15.

           MOVE "13 - Menores a mi cargo" TO TEXTO-PANTALLA.
           MOVE 428 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 20 COL 15.

           MOVE "14 - Solicitar un pago" TO TEXTO-PANTALLA.
           MOVE 437 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 21 COL 15.

           MOVE "15 - Solicitudes de pago recibidas" TO TEXTO-PANTALLA.
           MOVE 438 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 22 COL 15.

           MOVE "16 - Promociones de ahorro" TO TEXTO-PANTALLA.
           MOVE 490 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA AT LINE 23 COL 15.

           *> La lista ya no cabe en una columna: las opciones nuevas
           *> siguen a la derecha, recortadas para no pisar la linea
           MOVE "17 - Usos de la tarjeta" TO TEXTO-PANTALLA.
           MOVE 538 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:28) AT LINE 8 COL 52.

           MOVE "18 - Mis alertas" TO TEXTO-PANTALLA.
           MOVE 554 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:28) AT LINE 9 COL 52.

           MOVE "19 - Anticipo de nomina" TO TEXTO-PANTALLA.
           MOVE 584 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:28) AT LINE 10 COL 52.

           MOVE "20 - No pagar un cheque" TO TEXTO-PANTALLA.
           MOVE 585 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
           DISPLAY TEXTO-PANTALLA(1:28) AT LINE 11 COL 52.

           MOVE "ESC - Volver" TO TEXTO-PANTALLA.
           MOVE 303 TO TEXTO-ID.
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN.
               CALL "BANK31" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 13
               CALL "BANK32" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 14
               CALL "BANK33" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 15
               CALL "BANK34" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 16
               CALL "BANK37" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 17
               CALL "BANK38" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 18
               CALL "BANK39" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 19
               CALL "BANK42" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           IF CHOICE = 20
               CALL "BANK43" USING TNUM IDIOMA
                   TIMEOUT-AVISO.

           *> Una pantalla caducada dentro del subprograma cierra la
           *> sesion entera, no devuelve el submenu
           IF TIMEOUT-AVISO = "S"
