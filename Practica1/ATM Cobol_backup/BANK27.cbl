           VALUE "Pago recibo emisor".
       77 REFERENCIA-MOV           PIC X(30).

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

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
               THRU LEER-PARAMETROS-PAGO-FIN.
           PERFORM OBTENER-FECHA-NEGOCIO
               THRU OBTENER-FECHA-NEGOCIO-FIN.
           *> El titular puede haber apagado el pago de recibos
           MOVE "P" TO PUS-FUNCION.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           IF PUS-RESULTADO = "N"
               GO TO USO-NO-PERMITIDO.


       PANTALLA-PAGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
       IMPRIMIR-RECIBO-FIN.
           EXIT.

       USO-NO-PERMITIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM COMPROBAR-USO THRU COMPROBAR-USO-FIN.
           DISPLAY TEXTO-PANTALLA
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE "Puede cambiarlo en Otras operaciones"
               TO TEXTO-PANTALLA
           MOVE 541 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 11 COL 20.
           MOVE "Enter - Aceptar"
               TO TEXTO-PANTALLA
           MOVE 51 TO TEXTO-ID
           PERFORM OBTENER-TEXTO THRU OBTENER-TEXTO-FIN
           DISPLAY TEXTO-PANTALLA AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno"
       OBTENER-FECHA-NEGOCIO-FIN.
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

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
