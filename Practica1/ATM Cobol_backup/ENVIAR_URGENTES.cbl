       *> saliendo solo en la remesa nocturna de ENVIAR_TRANSFEXT;
       *> las urgentes que se queden sin corte las recoge igualmente
       *> la nocturna, porque siguen en estado pendiente. Cada corte
       *> se emite una sola vez por dia gracias al registro de
       *> checkpoint comun (REGISTRO_CHECKPOINT, programa + fecha, con
       *> el numero de corte en el nombre). Como el fichero urgente
       *> se regenera en cada ciclo, un corte que cayo a medias no se
       *> reanuda: lo que quedo pendiente sale en la nocturna.
       *> Como en la remesa nocturna, el beneficiario se criba antes
       *> contra las listas de sanciones (CRIBAR_NOMBRE): con
       *> coincidencia la orden queda retenida para cribado y pierde
       *> el canal urgente; si la sucursal la libera en
       *> REVISAR_CRIBADO sale en la remesa nocturna.
       *> Cada ciclo urgente enviado se anota como posicion con la
       *> red (POSICION_RED) para casarlo en CONCILIAR_RED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               88 TEXT-LIQUIDADA    VALUE 3.
               88 TEXT-RECHAZADA    VALUE 4.
               88 TEXT-DEVUELTA     VALUE 5.
               88 TEXT-RETENIDA-CRIBADO  VALUE 6.
               88 TEXT-BLOQUEADA-CRIBADO VALUE 7.
           02 TEXT-FECHA-ENVIO      PIC   9(8).
           02 TEXT-FECHA-LIQUID     PIC   9(8).

           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       FD FECHANEGOCIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechanegocio.ubd".
       77 FSIC                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 CORTE-2                  PIC  9(4) VALUE 1400.
       77 CORTE-3                  PIC  9(4) VALUE 1700.
       77 CORTE-DEBIDO             PIC  9(1) VALUE 0.
       77 CORTE-CONSULTA           PIC  9(1).

       77 CNT-URGENTES             PIC  9(7) VALUE 0.
       77 CNT-ENVIADAS             PIC  9(7) VALUE 0.
       77 CNT-RETENIDAS            PIC  9(7) VALUE 0.
       *> CONTROLES DEL FICHERO EMITIDO: CABECERA CON SECUENCIA DE
       *> SALIDA (controlcambio.ubd) Y PIE CON RECUENTO Y TOTAL,
       *> COMO EN ENVIAR_TRANSFEXT
       77 CENT-TOTAL-CTL           PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       *> Anotacion del fichero en la posicion con la red (ver
       *> POSICION_RED y CONCILIAR_RED)
       01 PETICION-POSICION.
           02 PR-FECHA              PIC  9(8).
           02 PR-FICHERO            PIC X(12).
           02 PR-SECUENCIA          PIC  9(6).
           02 PR-PROGRAMA           PIC X(20).
           02 PR-OPERACIONES        PIC  9(7).
           02 PR-CENT               PIC S9(13).
           02 PR-RESULTADO          PIC  X(1).

       *> Cortes emitidos en el registro de checkpoint comun
       01 PETICION-CHECKPOINT.
           02 PCK-OPERACION         PIC  X(1).
           02 PCK-PROGRAMA          PIC X(20).
           02 PCK-FECHA             PIC  9(8).
           02 PCK-CADA              PIC  9(5).
           02 PCK-PENDIENTES        PIC  9(5).
           02 PCK-SITUACION         PIC  X(1).
           02 PCK-DATOS.
               03 PCK-ULTIMA-CLAVE  PIC X(35).
               03 PCK-ULTIMA-NUM REDEFINES PCK-ULTIMA-CLAVE
                                    PIC  9(35).
               03 PCK-REGISTROS     PIC  9(9).
               03 PCK-CONTADOR      PIC  9(9) OCCURS 8 TIMES.
               03 PCK-IMPORTE       PIC S9(11)V9(2) OCCURS 4 TIMES.
           02 PCK-RESULTADO         PIC  X(1).

       *> Peticion y respuesta de CRIBAR_NOMBRE
       01 PETICION-CRIBADO.
           02 PCR-NOMBRE            PIC X(30).
           02 PCR-ORIGEN            PIC  X(1).
           02 PCR-CLAVE             PIC 9(35).
           02 PCR-TARJETA           PIC 9(16).
           02 PCR-TIPO-CTA          PIC  9(1).
           02 PCR-CENT-IMPORTE      PIC  9(9).
           02 PCR-REFERENCIA        PIC X(30).
           02 PCR-FECHA             PIC  9(8).
       01 RESPUESTA-CRIBADO.
           02 RCR-RESULTADO         PIC  9(1).
               88 RCR-COINCIDENCIA  VALUES 1 2.
           02 RCR-CASO              PIC  9(9).
           02 RCR-CASO-NUEVO        PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
       BUSCAR-CORTE-DEBIDO.
           *> Se emite el primer corte ya alcanzado que todavia no se
           *> haya emitido hoy; cada corte se emite una sola vez
           MOVE 0 TO CORTE-DEBIDO.

           IF CORTE-1 > 0 AND HORA-ACTUAL >= CORTE-1
               MOVE 1 TO CORTE-CONSULTA
               PERFORM CONSULTAR-CORTE THRU CONSULTAR-CORTE-FIN
           END-IF.
           IF CORTE-DEBIDO = 0
               AND CORTE-2 > 0 AND HORA-ACTUAL >= CORTE-2
               MOVE 2 TO CORTE-CONSULTA
               PERFORM CONSULTAR-CORTE THRU CONSULTAR-CORTE-FIN
           END-IF.
           IF CORTE-DEBIDO = 0
               AND CORTE-3 > 0 AND HORA-ACTUAL >= CORTE-3
               MOVE 3 TO CORTE-CONSULTA
               PERFORM CONSULTAR-CORTE THRU CONSULTAR-CORTE-FIN
           END-IF.

           IF CORTE-DEBIDO = 0
               DISPLAY "ENVIAR_URGENTES: NINGUN CORTE PENDIENTE"
               GO TO FIN.

           *> Se deja anotado el corte antes de emitir, para que un
           *> relanzamiento no duplique la remesa
           MOVE "I"               TO PCK-OPERACION.
           MOVE "ENVIAR_URGENTES_" TO PCK-PROGRAMA.
           MOVE CORTE-DEBIDO      TO PCK-PROGRAMA(17:1).
           MOVE FECHA-ENVIO       TO PCK-FECHA.
           MOVE 1                 TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

       NUMERAR-CICLO.
           OPEN I-O SECUENCIAS CLOSE SECUENCIAS.
               GO TO FIN.

       LEER-URGENTES.
           READ URGENTES NEXT RECORD AT END GO TO CORTE-EMITIDO.

           IF NOT URG-PENDIENTE
               GO TO LEER-URGENTES.
               END-REWRITE
               GO TO LEER-URGENTES.

           *> Cribado del beneficiario: con coincidencia la orden se
           *> retiene y la marca urgente se cierra
           INITIALIZE PETICION-CRIBADO.
           MOVE TEXT-NOMBRE-DST  TO PCR-NOMBRE.
           MOVE "S"              TO PCR-ORIGEN.
           MOVE TEXT-NUM         TO PCR-CLAVE.
           MOVE TEXT-TARJETA-ORD TO PCR-TARJETA.
           COMPUTE PCR-CENT-IMPORTE =
               (FUNCTION ABS(TEXT-IMPORTE-ENT) * 100)
               + TEXT-IMPORTE-DEC.
           MOVE TEXT-REFERENCIA  TO PCR-REFERENCIA.
           MOVE FECHA-ENVIO      TO PCR-FECHA.
           CALL "CRIBAR_NOMBRE" USING PETICION-CRIBADO
               RESPUESTA-CRIBADO.
           IF RCR-COINCIDENCIA
               MOVE 6 TO TEXT-ESTADO
               REWRITE TRANSFEXT-REG INVALID KEY GO TO FIN
               END-REWRITE
               MOVE 2 TO URG-ESTADO
               REWRITE URGENTE-REG INVALID KEY GO TO FIN
               END-REWRITE
               ADD 1 TO CNT-RETENIDAS
               GO TO LEER-URGENTES.

           MOVE CICLO-URGENTE(30:6) TO IC-CICLO.
           MOVE TEXT-NUM        TO IC-TEXT-NUM.
           MOVE TEXT-IBAN-DST   TO IC-IBAN-DST.

           GO TO LEER-URGENTES.

      *> CORTE COMPLETO: QUEDA TERMINADO CON SUS TOTALES
       CORTE-EMITIDO.
           MOVE "T"             TO PCK-OPERACION.
           MOVE CNT-URGENTES    TO PCK-CONTADOR(1).
           MOVE CNT-ENVIADAS    TO PCK-CONTADOR(2).
           MOVE CNT-RETENIDAS   TO PCK-CONTADOR(3).
           MOVE CNT-DETALLE-CTL TO PCK-CONTADOR(4).
           MOVE CENT-TOTAL-CTL  TO PCK-IMPORTE(1).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL CICLO FALLIDO
       FIN-ERROR.
           END-IF.
           CLOSE INTERCAMBIO.

           *> Cada ciclo urgente se liquida aparte: queda en la
           *> posicion con su numero de ciclo
           IF (FSIC = 00 OR FSIC = 05) AND CNT-DETALLE-CTL > 0
               MOVE FECHA-ENVIO     TO PR-FECHA
               MOVE "urgente"       TO PR-FICHERO
               MOVE CICLO-URGENTE(30:6) TO PR-SECUENCIA
               MOVE "ENVIAR_URGENTES" TO PR-PROGRAMA
               MOVE CNT-DETALLE-CTL TO PR-OPERACIONES
               COMPUTE PR-CENT = - CENT-TOTAL-CTL
               CALL "POSICION_RED" USING PETICION-POSICION
           END-IF.

           *>EL INFORME SE VA ACUMULANDO, UN CICLO POR BLOQUE; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RETENIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Ordenes retenidas para cribado: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME


           GOBACK.

      *> UN CORTE (CORTE-CONSULTA) QUE TODAVIA NO TIENE REGISTRO HOY
      *> QUEDA COMO CORTE DEBIDO
       CONSULTAR-CORTE.
           MOVE "C"               TO PCK-OPERACION.
           MOVE "ENVIAR_URGENTES_" TO PCK-PROGRAMA.
           MOVE CORTE-CONSULTA    TO PCK-PROGRAMA(17:1).
           MOVE FECHA-ENVIO       TO PCK-FECHA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "N"
               MOVE CORTE-CONSULTA TO CORTE-DEBIDO.
       CONSULTAR-CORTE-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA
