       *> devolver dos veces. Las entradas ya devueltas por el propio
       *> titular (Cancelacion compra entradas de BANK7) no llevan el
       *> espectaculo en el concepto, asi que se informan aparte como
       *> posible exceso de reembolso. Lo anticipado al promotor
       *> sobre el espectaculo y no recuperado (anticipos.ubd, ver
       *> GESTION_ANTICIPOS) queda a cobrar para INFORME_ANTICIPOS.
       *> Cada devolucion lleva su factura rectificativa de la
       *> simplificada con que se vendio la entrada (ver
       *> EMITIR_FACTURA).
       *> Se ejecuta de forma independiente, normalmente dentro de
       *> la cadena nocturna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUM
           FILE STATUS IS FSANT.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD ANTICIPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos.ubd".
       01 ANTICIPO-REG.
           02 ANT-NUM               PIC  9(9).
           02 ANT-PROMOTOR          PIC  9(4).
           *> Contra un espectaculo suelto o contra una produccion
           *> entera (ver GESTION_PRODUCCIONES): el otro va a cero
           02 ANT-ESPECT            PIC  9(4).
           02 ANT-PRODUCCION        PIC  9(4).
           02 ANT-FECHA             PIC  9(8).
           *> Importe anticipado, que es lo que se recupera en la
           *> liquidacion; la comision se descuenta del pago
           02 ANT-CENT              PIC  9(9).
           02 ANT-CENT-COMISION     PIC  9(9).
           02 ANT-CENT-RECUPERADO   PIC  9(9).
           02 ANT-ESTADO            PIC  9(1).
               88 ANT-PENDIENTE     VALUE 1.
               88 ANT-RECUPERADO    VALUE 2.
               88 ANT-A-COBRAR      VALUE 3.
           02 ANT-FECHA-ESTADO      PIC  9(8).
           02 ANT-OPERADOR          PIC  9(4).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".

       77 CNT-CANCELADOS           PIC  9(5) VALUE 0.
       77 CNT-ESPERA-LIMPIA        PIC  9(5) VALUE 0.
       *> ANTICIPOS AL PROMOTOR QUE LA CANCELACION DEJA SIN COBRAR
       *> (VER GESTION_ANTICIPOS E INFORME_ANTICIPOS)
       77 FSANT                    PIC  X(2).
       77 FECHA-PROCESO            PIC  9(8).
       77 CENT-A-COBRAR            PIC  9(9).
       77 CNT-ANT-A-COBRAR         PIC  9(5) VALUE 0.
       *> RECTIFICATIVAS DE LAS ENTRADAS DEVUELTAS
       77 CNT-RECTIFICATIVAS       PIC  9(5) VALUE 0.
       77 ABONADO-SW               PIC  X(1).
       *> Peticion a EMITIR_FACTURA (ver su cabecera)
       01 PETICION-FACTURA.
           02 PFA-OPERACION         PIC  X(1).
           02 PFA-DESTINO           PIC  X(1).
           02 PFA-SERIE             PIC  X(2).
           02 PFA-NUMERO            PIC  9(9).
           02 PFA-FECHA             PIC  9(8).
           02 PFA-TARJETA           PIC 9(16).
           02 PFA-PROMOTOR          PIC  9(4).
           02 PFA-NIF               PIC  X(9).
           02 PFA-NOMBRE            PIC X(30).
           02 PFA-DOMICILIO         PIC X(40).
           02 PFA-ESPECT            PIC  9(4).
           02 PFA-MOV-DESDE         PIC 9(35).
           02 PFA-MOV-HASTA         PIC 9(35).
           02 PFA-RECT-SERIE        PIC  X(2).
           02 PFA-RECT-NUMERO       PIC  9(9).
           02 PFA-IVA-INCLUIDO      PIC  X(1).
           02 PFA-LINEA OCCURS 2 TIMES.
               03 PFA-CONCEPTO      PIC X(30).
               03 PFA-UNIDADES      PIC  9(3).
               03 PFA-IVA-X100      PIC  9(4).
               03 PFA-CENT-IMPORTE  PIC S9(9).
           02 PFA-CENT-TOTAL        PIC S9(11).
           02 PFA-CENT-CUOTA        PIC S9(11).
           02 PFA-RESULTADO         PIC  X(1).
       77 CNT-EDIT                 PIC  ZZZZ9.
       77 TOTAL-R                  PIC S9(9).
       77 TOTAL-R-DEC              PIC  9(2).
       INICIO.
           PERFORM OBTENER-FECHA-PROCESO
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

       ESPECTACULOS-OPEN.
           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE

           PERFORM REEMBOLSAR-UNO THRU REEMBOLSAR-UNO-FIN.

           PERFORM ANTICIPOS-A-COBRAR
               THRU ANTICIPOS-A-COBRAR-FIN.

           MOVE 3 TO ESP-ESTADO.
           REWRITE ESPECTACULO-REG INVALID KEY GO TO FIN.

           MOVE ENT-MOV-NUM TO MOV-NUM-ORIGINAL.
           MOVE ENT-TARJETA TO TARJETA-COMPRADOR.
           PERFORM ABONAR-COMPRADOR THRU ABONAR-COMPRADOR-FIN.
           PERFORM FACTURAR-REEMBOLSO THRU FACTURAR-REEMBOLSO-FIN.

           MOVE 3 TO ENT-ESTADO.
           REWRITE ENTRADA-REG INVALID KEY CONTINUE.
           GO TO LIMPIAR-ESPERA.

       ABONAR-COMPRADOR.
           MOVE "N" TO ABONADO-SW.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN.
           CLOSE CUENTAS.
           MOVE "S" TO ABONADO-SW.

       ABONAR-COMPRADOR-FIN.
           EXIT.

       *> RECTIFICATIVA DE LA ENTRADA DEVUELTA, EN NEGATIVO Y AL TIPO
       *> DE IVA DE LA SIMPLIFICADA QUE LA COMPRENDE; LAS ENTRADAS
       *> VENDIDAS ANTES DE FACTURAR NO TIENEN NADA QUE RECTIFICAR
       FACTURAR-REEMBOLSO.
           IF ABONADO-SW NOT = "S"
               GO TO FACTURAR-REEMBOLSO-FIN.
           INITIALIZE PETICION-FACTURA.
           MOVE "B" TO PFA-OPERACION.
           MOVE TARJETA-COMPRADOR TO PFA-TARJETA.
           MOVE MOV-NUM-ORIGINAL  TO PFA-MOV-HASTA.
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO NOT = "S"
               GO TO FACTURAR-REEMBOLSO-FIN.

           MOVE "E"  TO PFA-OPERACION.
           MOVE "N"  TO PFA-DESTINO.
           MOVE "FR" TO PFA-SERIE.
           MOVE FECHA-PROCESO TO PFA-FECHA.
           MOVE LAST-MOV-NUM  TO PFA-MOV-DESDE.
           MOVE LAST-MOV-NUM  TO PFA-MOV-HASTA.
           MOVE "S" TO PFA-IVA-INCLUIDO.
           MOVE 1 TO PFA-UNIDADES(1).
           COMPUTE PFA-CENT-IMPORTE(1) = - CENT-IMPORTE.
           MOVE 0 TO PFA-CENT-IMPORTE(2).
           CALL "EMITIR_FACTURA" USING PETICION-FACTURA.
           IF PFA-RESULTADO = "S"
               ADD 1 TO CNT-RECTIFICATIVAS.
       FACTURAR-REEMBOLSO-FIN.
           EXIT.

       *> LAS PETICIONES PENDIENTES DE LA LISTA DE ESPERA DEL
       *> ESPECTACULO CANCELADO SE BORRAN: YA NO HAY NADA QUE ESPERAR
       LIMPIAR-ESPERA.
       REEMBOLSAR-UNO-FIN.
           EXIT.

      *> LOS ANTICIPOS PENDIENTES SOBRE EL ESPECTACULO CANCELADO YA
      *> NO SE RECUPERARAN EN LA LIQUIDACION: QUEDAN A COBRAR AL
      *> PROMOTOR. LOS DE UNA PRODUCCION SIGUEN PENDIENTES, PORQUE
      *> PUEDEN COBRARSE DE LAS DEMAS SESIONES
       ANTICIPOS-A-COBRAR.
           MOVE 0 TO CENT-A-COBRAR.
           OPEN I-O ANTICIPOS CLOSE ANTICIPOS.
           OPEN I-O ANTICIPOS.
           IF FSANT <> 00
               CLOSE ANTICIPOS
               GO TO ANTICIPOS-A-COBRAR-FIN.

       ANTICIPOS-A-COBRAR-LEER.
           READ ANTICIPOS NEXT RECORD AT END
               GO TO ANTICIPOS-A-COBRAR-CIERRE.
           IF NOT ANT-PENDIENTE OR ANT-ESPECT NOT = ESP-NUM
               GO TO ANTICIPOS-A-COBRAR-LEER.
           MOVE 3             TO ANT-ESTADO.
           MOVE FECHA-PROCESO TO ANT-FECHA-ESTADO.
           REWRITE ANTICIPO-REG INVALID KEY GO TO FIN.
           ADD 1 TO CNT-ANT-A-COBRAR.
           COMPUTE CENT-A-COBRAR = CENT-A-COBRAR
               + ANT-CENT - ANT-CENT-RECUPERADO.
           GO TO ANTICIPOS-A-COBRAR-LEER.

       ANTICIPOS-A-COBRAR-CIERRE.
           CLOSE ANTICIPOS.
           IF CENT-A-COBRAR > 0
               MOVE SPACES TO LINEA-INFORME
               STRING "   Anticipo al promotor a cobrar cent:"
                   DELIMITED BY SIZE
                   CENT-A-COBRAR DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       ANTICIPOS-A-COBRAR-FIN.
           EXIT.

       FIN.
           CLOSE F-ESPECTACULOS.

                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ANT-A-COBRAR TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Anticipos a promotores pasados a cobrar: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RECTIFICATIVAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Facturas rectificativas emitidas: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

