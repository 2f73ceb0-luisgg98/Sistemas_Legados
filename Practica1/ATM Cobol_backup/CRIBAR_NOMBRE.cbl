       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBAR_NOMBRE.
       *> Subprograma comun de cribado contra las listas de sanciones
       *> (sanciones.ubd, ver CARGAR_SANCIONES): recibe un nombre y el
       *> contexto en que aparece (cliente del maestro, beneficiario de
       *> una transferencia saliente u ordenante de un abono entrante)
       *> y lo compara con todas las entradas de la lista en vigor.
       *> Los dos nombres se normalizan antes (mayusculas, sin signos
       *> de puntuacion y con un solo blanco entre palabras) y se da
       *> por coincidencia:
       *>   - exacta, si los nombres normalizados son iguales;
       *>   - aproximada, si el parecido del nombre completo (distancia
       *>     de edicion) llega al umbral UMBRALCRIBADO (porcentaje,
       *>     85 si no esta dado de alta), o si todas las palabras
       *>     significativas de la entrada de la lista (al menos dos)
       *>     aparecen en el nombre cribado en cualquier orden, con una
       *>     errata tolerada en las palabras largas.
       *> Con coincidencia se abre un caso en casos_cribado.ubd para
       *> que la sucursal lo revise (ver REVISAR_CRIBADO) y se
       *> devuelve su numero. Si ya hay un caso para el mismo cliente
       *> o la misma orden y la misma entrada de la lista no se abre
       *> otro: se devuelve el existente, salvo que se descartara como
       *> falso positivo, en cuyo caso esa entrada ya no cuenta. Lo
       *> llaman CARGAR_SANCIONES, ENVIAR_TRANSFEXT, ENVIAR_URGENTES,
       *> RECIBIR_TRANSFEXT y GESTION_TARJETAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAN-CLAVE
           FILE STATUS IS FSSA.

           SELECT OPTIONAL CASOSCRIBADO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRB-NUM
           FILE STATUS IS FSCB.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.


       DATA DIVISION.
       FILE SECTION.

       FD SANCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sanciones.ubd".
       01 SANCION-REG.
           02 SAN-CLAVE.
               03 SAN-LISTA         PIC X(10).
               03 SAN-ENTRADA       PIC X(15).
           02 SAN-NOMBRE            PIC X(40).
           02 SAN-VERSION           PIC  9(6).
           02 SAN-FECHA-CARGA       PIC  9(8).

       FD CASOSCRIBADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "casos_cribado.ubd".
       01 CASOCRIBADO-REG.
           02 CRB-NUM               PIC  9(9).
           02 CRB-ORIGEN            PIC  X(1).
               88 CRB-CLIENTE       VALUE "C".
               88 CRB-SALIENTE      VALUE "S".
               88 CRB-ENTRANTE      VALUE "E".
           02 CRB-CLAVE             PIC 9(35).
           02 CRB-TARJETA           PIC 9(16).
           02 CRB-TIPO-CTA          PIC  9(1).
           02 CRB-CENT-IMPORTE      PIC  9(9).
           02 CRB-REFERENCIA        PIC X(30).
           02 CRB-NOMBRE            PIC X(30).
           02 CRB-LISTA             PIC X(10).
           02 CRB-ENTRADA           PIC X(15).
           02 CRB-NOMBRE-LISTA      PIC X(40).
           02 CRB-COINCIDENCIA      PIC  9(1).
               88 CRB-EXACTA        VALUE 1.
               88 CRB-APROXIMADA    VALUE 2.
           02 CRB-PUNTUACION        PIC  9(3).
           02 CRB-FECHA             PIC  9(8).
           02 CRB-ESTADO            PIC  9(1).
               88 CRB-PENDIENTE     VALUE 1.
               88 CRB-DESCARTADO    VALUE 2.
               88 CRB-CONFIRMADO    VALUE 3.
           02 CRB-OPERADOR          PIC  9(4).
           02 CRB-FECHA-RESOL       PIC  9(8).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSSA                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSP                      PIC  X(2).

       *> El umbral se lee una sola vez por unidad de ejecucion: el
       *> recribado de todo el maestro llama aqui una vez por cliente
       77 UMBRAL-LEIDO-SW          PIC  X(1) VALUE "N".
       77 UMBRAL-PARECIDO          PIC  9(3) VALUE 85.

       77 LAST-CASO-NUM            PIC  9(35).
       77 CASO-PREVIO-SW           PIC  X(1).
       77 DESCARTADA-SW            PIC  X(1).
       77 TIPO-COINCIDENCIA        PIC  9(1).
       77 PUNTUACION               PIC  9(3).
       77 PARECIDO                 PIC S9(5).
       77 LONG-MAYOR               PIC  9(2).
       77 DIFERENCIA-LONG          PIC  9(2).

       *> Nombre normalizado con sus palabras; la misma rutina sirve
       *> al nombre cribado y a cada entrada de la lista
       77 NORM-ENTRADA             PIC X(40).
       77 ESPACIO-PREVIO-SW        PIC  X(1).
       77 POS                      PIC  9(2) COMP.
       01 NORMALIZADO.
           02 NORM-TEXTO            PIC X(40).
           02 NORM-LONG             PIC  9(2) COMP.
           02 NORM-TOK-N            PIC  9(2) COMP.
           02 NORM-TOK OCCURS 8 TIMES.
               03 NORM-TOK-TEXTO    PIC X(20).
               03 NORM-TOK-LONG     PIC  9(2) COMP.
       01 CANDIDATO.
           02 CAND-TEXTO            PIC X(40).
           02 CAND-LONG             PIC  9(2) COMP.
           02 CAND-TOK-N            PIC  9(2) COMP.
           02 CAND-TOK OCCURS 8 TIMES.
               03 CAND-TOK-TEXTO    PIC X(20).
               03 CAND-TOK-LONG     PIC  9(2) COMP.
       01 LISTADO.
           02 LIS-TEXTO             PIC X(40).
           02 LIS-LONG              PIC  9(2) COMP.
           02 LIS-TOK-N             PIC  9(2) COMP.
           02 LIS-TOK OCCURS 8 TIMES.
               03 LIS-TOK-TEXTO     PIC X(20).
               03 LIS-TOK-LONG      PIC  9(2) COMP.

       *> Cotejo palabra a palabra
       77 TOK-I                    PIC  9(2) COMP.
       77 TOK-J                    PIC  9(2) COMP.
       77 TOK-UTILES               PIC  9(2) COMP.
       77 TOLERANCIA               PIC  9(2) COMP.
       77 TOKENS-CASAN-SW          PIC  X(1).
       77 TOKEN-HALLADO-SW         PIC  X(1).

       *> Distancia de edicion (Levenshtein) entre LEV-A y LEV-B,
       *> con dos filas de la matriz; la posicion J de la cadena B
       *> ocupa la casilla J + 1
       77 LEV-A                    PIC X(40).
       77 LEV-B                    PIC X(40).
       77 LEV-LA                   PIC  9(2) COMP.
       77 LEV-LB                   PIC  9(2) COMP.
       77 LEV-DIST                 PIC  9(2) COMP.
       77 LEV-I                    PIC  9(2) COMP.
       77 LEV-J                    PIC  9(2) COMP.
       77 LEV-COSTE                PIC  9(2) COMP.
       77 LEV-MIN                  PIC  9(2) COMP.
       77 LEV-V                    PIC  9(2) COMP.
       01 FILA-ANTERIOR.
           02 LEV-ANT OCCURS 41 TIMES PIC 9(2) COMP.
       01 FILA-ACTUAL.
           02 LEV-ACT OCCURS 41 TIMES PIC 9(2) COMP.

       LINKAGE SECTION.
       01 CN-PETICION.
           02 CN-NOMBRE             PIC X(30).
           02 CN-ORIGEN             PIC  X(1).
           02 CN-CLAVE              PIC 9(35).
           02 CN-TARJETA            PIC 9(16).
           02 CN-TIPO-CTA           PIC  9(1).
           02 CN-CENT-IMPORTE       PIC  9(9).
           02 CN-REFERENCIA         PIC X(30).
           02 CN-FECHA              PIC  9(8).
       01 CN-RESPUESTA.
           02 CN-RESULTADO          PIC  9(1).
           02 CN-CASO               PIC  9(9).
           02 CN-CASO-NUEVO         PIC  X(1).

       PROCEDURE DIVISION USING CN-PETICION CN-RESPUESTA.
       INICIO.
           MOVE 0   TO CN-RESULTADO.
           MOVE 0   TO CN-CASO.
           MOVE "N" TO CN-CASO-NUEVO.

           IF CN-NOMBRE = SPACES
               GO TO FIN.

           IF UMBRAL-LEIDO-SW NOT = "S"
               PERFORM LEER-UMBRAL THRU LEER-UMBRAL-FIN.

           MOVE CN-NOMBRE TO NORM-ENTRADA.
           PERFORM NORMALIZAR THRU NORMALIZAR-FIN.
           MOVE NORMALIZADO TO CANDIDATO.
           IF CAND-LONG = 0
               GO TO FIN.

           OPEN INPUT SANCIONES.
           IF FSSA <> 00
               *> Sin lista cargada no hay nada contra lo que cribar
               CLOSE SANCIONES
               GO TO FIN.

      *> RECORRIDO DE LA LISTA: LA PRIMERA ENTRADA QUE COINCIDE Y NO
      *> ESTA DESCARTADA PARA ESTE CLIENTE U ORDEN ABRE EL CASO
       LEER-SANCION.
           READ SANCIONES NEXT RECORD AT END
               CLOSE SANCIONES
               GO TO FIN.

           MOVE SAN-NOMBRE TO NORM-ENTRADA.
           PERFORM NORMALIZAR THRU NORMALIZAR-FIN.
           MOVE NORMALIZADO TO LISTADO.
           IF LIS-LONG = 0
               GO TO LEER-SANCION.

           PERFORM COTEJAR-ENTRADA THRU COTEJAR-ENTRADA-FIN.
           IF TIPO-COINCIDENCIA = 0
               GO TO LEER-SANCION.

           PERFORM BUSCAR-CASO-PREVIO THRU BUSCAR-CASO-PREVIO-FIN.
           IF DESCARTADA-SW = "S"
               GO TO LEER-SANCION.

           CLOSE SANCIONES.
           MOVE TIPO-COINCIDENCIA TO CN-RESULTADO.
           IF CASO-PREVIO-SW = "S"
               GO TO FIN.

           PERFORM ABRIR-CASO THRU ABRIR-CASO-FIN.

       FIN.
           GOBACK.

      *> COMPARA EL NOMBRE CRIBADO (CANDIDATO) CON LA ENTRADA DE LA
      *> LISTA (LISTADO); DEJA EN TIPO-COINCIDENCIA 0 (NADA), 1
      *> (EXACTA) O 2 (APROXIMADA) Y EL PARECIDO EN PUNTUACION
       COTEJAR-ENTRADA.
           MOVE 0 TO TIPO-COINCIDENCIA.
           MOVE 0 TO PUNTUACION.

           IF CAND-TEXTO = LIS-TEXTO
               MOVE 1   TO TIPO-COINCIDENCIA
               MOVE 100 TO PUNTUACION
               GO TO COTEJAR-ENTRADA-FIN.

           *> Parecido del nombre completo. Si la diferencia de
           *> longitud ya impide llegar al umbral no se calcula
           IF CAND-LONG > LIS-LONG
               MOVE CAND-LONG TO LONG-MAYOR
               COMPUTE DIFERENCIA-LONG = CAND-LONG - LIS-LONG
           ELSE
               MOVE LIS-LONG TO LONG-MAYOR
               COMPUTE DIFERENCIA-LONG = LIS-LONG - CAND-LONG
           END-IF.
           IF (DIFERENCIA-LONG * 100)
               <= ((100 - UMBRAL-PARECIDO) * LONG-MAYOR)
               MOVE CAND-TEXTO TO LEV-A
               MOVE CAND-LONG  TO LEV-LA
               MOVE LIS-TEXTO  TO LEV-B
               MOVE LIS-LONG   TO LEV-LB
               PERFORM DISTANCIA THRU DISTANCIA-FIN
               COMPUTE PARECIDO =
                   100 - ((LEV-DIST * 100) / LONG-MAYOR)
               IF PARECIDO > 0
                   MOVE PARECIDO TO PUNTUACION
               END-IF
           END-IF.
           IF PUNTUACION >= UMBRAL-PARECIDO
               MOVE 2 TO TIPO-COINCIDENCIA
               GO TO COTEJAR-ENTRADA-FIN.

           PERFORM COTEJAR-PALABRAS THRU COTEJAR-PALABRAS-FIN.
           IF TOKENS-CASAN-SW = "S"
               MOVE 2 TO TIPO-COINCIDENCIA.
       COTEJAR-ENTRADA-FIN.
           EXIT.

      *> CADA PALABRA SIGNIFICATIVA DE LA ENTRADA DE LA LISTA TIENE
      *> QUE APARECER EN EL NOMBRE CRIBADO, EN CUALQUIER POSICION; LAS
      *> PARTICULAS (DE, DEL, LA...) NO CUENTAN. LA TOLERANCIA ES DE
      *> UNA LETRA EN PALABRAS DE 5 A 8 LETRAS Y DOS EN LAS MAS LARGAS
       COTEJAR-PALABRAS.
           MOVE "S" TO TOKENS-CASAN-SW.
           MOVE 0   TO TOK-UTILES.
           MOVE 1   TO TOK-I.

       COTEJAR-PALABRA-LISTA.
           IF TOK-I > LIS-TOK-N
               GO TO COTEJAR-PALABRAS-CIERRE.

           IF LIS-TOK-TEXTO(TOK-I) = "DE" OR "DEL" OR "LA" OR "LAS"
               OR "LOS" OR "Y" OR "EL" OR "DA" OR "DO" OR "VAN"
               OR "VON" OR "AL"
               ADD 1 TO TOK-I
               GO TO COTEJAR-PALABRA-LISTA.

           ADD 1 TO TOK-UTILES.
           MOVE "N" TO TOKEN-HALLADO-SW.
           MOVE 0 TO TOLERANCIA.
           IF LIS-TOK-LONG(TOK-I) >= 5
               MOVE 1 TO TOLERANCIA.
           IF LIS-TOK-LONG(TOK-I) >= 9
               MOVE 2 TO TOLERANCIA.
           MOVE 1 TO TOK-J.

       COTEJAR-PALABRA-CANDIDATO.
           IF TOK-J > CAND-TOK-N
               MOVE "N" TO TOKENS-CASAN-SW
               GO TO COTEJAR-PALABRAS-FIN.

           IF LIS-TOK-LONG(TOK-I) > CAND-TOK-LONG(TOK-J)
               COMPUTE DIFERENCIA-LONG =
                   LIS-TOK-LONG(TOK-I) - CAND-TOK-LONG(TOK-J)
           ELSE
               COMPUTE DIFERENCIA-LONG =
                   CAND-TOK-LONG(TOK-J) - LIS-TOK-LONG(TOK-I)
           END-IF.
           IF DIFERENCIA-LONG > TOLERANCIA
               ADD 1 TO TOK-J
               GO TO COTEJAR-PALABRA-CANDIDATO.

           MOVE LIS-TOK-TEXTO(TOK-I)  TO LEV-A.
           MOVE LIS-TOK-LONG(TOK-I)   TO LEV-LA.
           MOVE CAND-TOK-TEXTO(TOK-J) TO LEV-B.
           MOVE CAND-TOK-LONG(TOK-J)  TO LEV-LB.
           PERFORM DISTANCIA THRU DISTANCIA-FIN.
           IF LEV-DIST > TOLERANCIA
               ADD 1 TO TOK-J
               GO TO COTEJAR-PALABRA-CANDIDATO.

           ADD 1 TO TOK-I.
           GO TO COTEJAR-PALABRA-LISTA.

       COTEJAR-PALABRAS-CIERRE.
           *> Una sola palabra (un alias, una sigla) no basta para
           *> dar por buena la coincidencia por palabras
           IF TOK-UTILES < 2
               MOVE "N" TO TOKENS-CASAN-SW.
       COTEJAR-PALABRAS-FIN.
           EXIT.

      *> DISTANCIA DE EDICION ENTRE LEV-A(1:LEV-LA) Y LEV-B(1:LEV-LB):
      *> NUMERO MINIMO DE LETRAS A CAMBIAR, QUITAR O PONER
       DISTANCIA.
           IF LEV-LA = 0
               MOVE LEV-LB TO LEV-DIST
               GO TO DISTANCIA-FIN.
           IF LEV-LB = 0
               MOVE LEV-LA TO LEV-DIST
               GO TO DISTANCIA-FIN.

           MOVE 0 TO LEV-J.
       DISTANCIA-FILA-CERO.
           MOVE LEV-J TO LEV-ANT(LEV-J + 1).
           ADD 1 TO LEV-J.
           IF LEV-J <= LEV-LB
               GO TO DISTANCIA-FILA-CERO.

           MOVE 1 TO LEV-I.
       DISTANCIA-FILA.
           IF LEV-I > LEV-LA
               MOVE LEV-ANT(LEV-LB + 1) TO LEV-DIST
               GO TO DISTANCIA-FIN.
           MOVE LEV-I TO LEV-ACT(1).
           MOVE 1 TO LEV-J.

       DISTANCIA-CASILLA.
           IF LEV-J > LEV-LB
               MOVE FILA-ACTUAL TO FILA-ANTERIOR
               ADD 1 TO LEV-I
               GO TO DISTANCIA-FILA.

           IF LEV-A(LEV-I:1) = LEV-B(LEV-J:1)
               MOVE 0 TO LEV-COSTE
           ELSE
               MOVE 1 TO LEV-COSTE
           END-IF.

           *> Sustitucion, borrado e insercion
           COMPUTE LEV-MIN = LEV-ANT(LEV-J) + LEV-COSTE.
           COMPUTE LEV-V = LEV-ANT(LEV-J + 1) + 1.
           IF LEV-V < LEV-MIN
               MOVE LEV-V TO LEV-MIN.
           COMPUTE LEV-V = LEV-ACT(LEV-J) + 1.
           IF LEV-V < LEV-MIN
               MOVE LEV-V TO LEV-MIN.
           MOVE LEV-MIN TO LEV-ACT(LEV-J + 1).

           ADD 1 TO LEV-J.
           GO TO DISTANCIA-CASILLA.
       DISTANCIA-FIN.
           EXIT.

      *> NORMALIZA NORM-ENTRADA EN NORMALIZADO: MAYUSCULAS, SIGNOS
      *> DE PUNTUACION COMO BLANCOS, UN SOLO BLANCO ENTRE PALABRAS Y
      *> LAS PALABRAS (HASTA 8) SEPARADAS EN LA TABLA
       NORMALIZAR.
           INSPECT NORM-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;:-'/()&"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ          ".
           INITIALIZE NORMALIZADO.
           MOVE "S" TO ESPACIO-PREVIO-SW.
           MOVE 1 TO POS.

       NORMALIZAR-CARACTER.
           IF POS > 40
               GO TO NORMALIZAR-FIN.

           IF NORM-ENTRADA(POS:1) = SPACE
               MOVE "S" TO ESPACIO-PREVIO-SW
               ADD 1 TO POS
               GO TO NORMALIZAR-CARACTER.

           IF ESPACIO-PREVIO-SW = "S"
               IF NORM-LONG > 0
                   ADD 1 TO NORM-LONG
               END-IF
               ADD 1 TO NORM-TOK-N
           END-IF.
           MOVE "N" TO ESPACIO-PREVIO-SW.

           ADD 1 TO NORM-LONG.
           MOVE NORM-ENTRADA(POS:1) TO NORM-TEXTO(NORM-LONG:1).

           *> A partir de la novena palabra solo cuenta el nombre
           *> completo; las palabras de mas de 20 letras se truncan
           IF NORM-TOK-N <= 8
               IF NORM-TOK-LONG(NORM-TOK-N) < 20
                   ADD 1 TO NORM-TOK-LONG(NORM-TOK-N)
                   MOVE NORM-ENTRADA(POS:1) TO
                       NORM-TOK-TEXTO(NORM-TOK-N)
                           (NORM-TOK-LONG(NORM-TOK-N):1)
               END-IF
           END-IF.

           ADD 1 TO POS.
           GO TO NORMALIZAR-CARACTER.
       NORMALIZAR-FIN.
           IF NORM-TOK-N > 8
               MOVE 8 TO NORM-TOK-N.

      *> UN CASO PARA EL MISMO CLIENTE U ORDEN Y LA MISMA ENTRADA DE
      *> LA LISTA NO SE DUPLICA; SI SE DESCARTO COMO FALSO POSITIVO
      *> LA ENTRADA YA NO CUENTA. LOS ABONOS ENTRANTES NO TIENEN CLAVE
      *> PROPIA Y ABREN SIEMPRE CASO
       BUSCAR-CASO-PREVIO.
           MOVE "N" TO CASO-PREVIO-SW.
           MOVE "N" TO DESCARTADA-SW.
           IF CN-ORIGEN = "E"
               GO TO BUSCAR-CASO-PREVIO-FIN.

           OPEN INPUT CASOSCRIBADO.
           IF FSCB <> 00
               CLOSE CASOSCRIBADO
               GO TO BUSCAR-CASO-PREVIO-FIN.

       LEER-CASO-PREVIO.
           READ CASOSCRIBADO NEXT RECORD AT END
               CLOSE CASOSCRIBADO
               GO TO BUSCAR-CASO-PREVIO-FIN.

           IF CRB-ORIGEN NOT = CN-ORIGEN
               OR CRB-CLAVE NOT = CN-CLAVE
               OR CRB-LISTA NOT = SAN-LISTA
               OR CRB-ENTRADA NOT = SAN-ENTRADA
               GO TO LEER-CASO-PREVIO.

           IF CRB-DESCARTADO
               MOVE "S" TO DESCARTADA-SW
           ELSE
               MOVE "S" TO CASO-PREVIO-SW
               MOVE CRB-NUM TO CN-CASO
           END-IF.
           CLOSE CASOSCRIBADO.
       BUSCAR-CASO-PREVIO-FIN.
           EXIT.

       ABRIR-CASO.
           OPEN I-O SECUENCIAS CLOSE SECUENCIAS.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO ABRIR-CASO-FIN.
           MOVE "CRIBADO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-CASO-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-CASO-NUM
           END-READ.
           ADD 1 TO LAST-CASO-NUM.
           MOVE LAST-CASO-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           *>FORZAMOS QUE CREE EL FICHERO POR SI NO EXISTE
           OPEN I-O CASOSCRIBADO CLOSE CASOSCRIBADO.
           OPEN I-O CASOSCRIBADO.
           IF FSCB <> 00
               GO TO ABRIR-CASO-FIN.

           INITIALIZE CASOCRIBADO-REG.
           MOVE LAST-CASO-NUM     TO CRB-NUM.
           MOVE CN-ORIGEN         TO CRB-ORIGEN.
           MOVE CN-CLAVE          TO CRB-CLAVE.
           MOVE CN-TARJETA        TO CRB-TARJETA.
           MOVE CN-TIPO-CTA       TO CRB-TIPO-CTA.
           MOVE CN-CENT-IMPORTE   TO CRB-CENT-IMPORTE.
           MOVE CN-REFERENCIA     TO CRB-REFERENCIA.
           MOVE CN-NOMBRE         TO CRB-NOMBRE.
           MOVE SAN-LISTA         TO CRB-LISTA.
           MOVE SAN-ENTRADA       TO CRB-ENTRADA.
           MOVE SAN-NOMBRE        TO CRB-NOMBRE-LISTA.
           MOVE TIPO-COINCIDENCIA TO CRB-COINCIDENCIA.
           MOVE PUNTUACION        TO CRB-PUNTUACION.
           MOVE CN-FECHA          TO CRB-FECHA.
           MOVE 1                 TO CRB-ESTADO.
           WRITE CASOCRIBADO-REG INVALID KEY
               CLOSE CASOSCRIBADO
               GO TO ABRIR-CASO-FIN.
           CLOSE CASOSCRIBADO.

           MOVE CRB-NUM TO CN-CASO.
           MOVE "S"     TO CN-CASO-NUEVO.
       ABRIR-CASO-FIN.
           EXIT.

       LEER-UMBRAL.
           MOVE "S" TO UMBRAL-LEIDO-SW.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-UMBRAL-FIN.
           MOVE "UMBRALCRIBADO" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PARAM-VALOR > 0 AND PARAM-VALOR <= 100
                   MOVE PARAM-VALOR TO UMBRAL-PARECIDO
               END-IF
           END-READ.
           CLOSE PARAMETROS.
       LEER-UMBRAL-FIN.
           EXIT.
