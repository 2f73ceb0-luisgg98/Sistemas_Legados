       *>   - genera un numero nuevo (contador TARJETANUM de
       *>     secuencias.ubd), da de alta el plastico nuevo con el
       *>     PIN y el titular arrastrados y 4 anos de vigencia
       *>   - traslada al numero nuevo las cuentas y todo lo que
       *>     cuelga de la tarjeta (ver TRASLADAR_TARJETA), y reinicia
       *>     intentos.ubd
       *>   - enlaza sustituida y sustituta en renovaciones.ubd
       *>   - anade la tarjeta al feed tarjetas_renovadas.txt, en el
       *>     mismo formato que ingiere CARGA_TARJETAS, para el
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL RENOVACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD RENOVACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovaciones.ubd".

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       *> Horizonte de renovacion en meses
       77 MESES-HORIZONTE          PIC  9(3) VALUE 2.

       77 MESES-CADUCIDAD          PIC S9(7).
       77 MESES-ACTUAL             PIC S9(7).

       77 TARJETA-VIEJA            PIC 9(16).
       77 TARJETA-NUEVA            PIC 9(16).
       77 PIN-VIEJO                PIC  9(9).
       77 NOMBRE-VIEJO             PIC X(30).
       77 CLIENTE-VIEJO            PIC  9(8).
       77 LIMITE-VIEJO             PIC  9(7).

       *> Peticion a TRASLADAR_TARJETA (ver su cabecera)
       01 PETICION-TRASLADO.
           02 PTR-TARJETA-VIEJA     PIC 9(16).
           02 PTR-TARJETA-NUEVA     PIC 9(16).
           02 PTR-TOTAL-FICHEROS    PIC  9(2).
           02 PTR-FICHERO OCCURS 50 TIMES.
               03 PTR-NOMBRE        PIC X(25).
               03 PTR-REGISTROS     PIC  9(7).
               03 PTR-ESTADO        PIC  X(2).
           02 PTR-RESULTADO         PIC  X(1).

       77 CNT-REVISADAS            PIC  9(7) VALUE 0.
       77 CNT-RENOVADAS            PIC  9(7) VALUE 0.
               MOVE PARAM-VALOR TO MESES-HORIZONTE
           END-READ.

           CLOSE PARAMETROS.

       FICHEROS-OPEN.
           MOVE CLIENTE-VIEJO TO TCLIENTE.
           WRITE TARJETAREG INVALID KEY GO TO FIN.

           PERFORM LEER-LIMITE-VIEJO THRU LEER-LIMITE-VIEJO-FIN.

           MOVE TARJETA-VIEJA TO PTR-TARJETA-VIEJA.
           MOVE TARJETA-NUEVA TO PTR-TARJETA-NUEVA.
           CALL "TRASLADAR_TARJETA" USING PETICION-TRASLADO.

           *> Enlace sustituida -> sustituta
           OPEN I-O RENOVACIONES.
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *> Algun fichero no se pudo abrir: lo que cuelga de el
           *> sigue en el numero viejo hasta repetir el traslado
           IF PTR-RESULTADO NOT = "S"
               MOVE SPACES TO LINEA-INFORME
               STRING "  Traslado incompleto, repetir para "
                      DELIMITED BY SIZE
                      TARJETA-VIEJA DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME.

       RENOVAR-TARJETA-FIN.
           EXIT.

       GENERAR-NUMERO-NUEVO-FIN.
           EXIT.

       *> EL DESCUBIERTO DE LA CORRIENTE VIAJA EN EL FEED DEL
       *> FABRICANTE; SE LEE ANTES DE QUE LA CUENTA CAMBIE DE NUMERO
       LEER-LIMITE-VIEJO.
           MOVE 0 TO LIMITE-VIEJO.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               CLOSE CUENTAS
               GO TO LEER-LIMITE-VIEJO-FIN.
           MOVE TARJETA-VIEJA TO CTA-TARJETA.
           MOVE 1             TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CTA-LIMITE-DESCUBIERTO TO LIMITE-VIEJO
           END-READ.
           CLOSE CUENTAS.
       LEER-LIMITE-VIEJO-FIN.
           EXIT.

       FIN.
