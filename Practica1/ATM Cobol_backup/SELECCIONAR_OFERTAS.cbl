       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELECCIONAR_OFERTAS.
       *> Programa batch nocturno de campanas comerciales del cajero:
       *> para cada tarjeta activa con cuenta corriente operativa
       *> decide que campana de campanas.ubd (ver GESTION_CAMPANAS) se
       *> le ensenara manana en el cajero, y la deja en
       *> ofertas_cajero.ubd (una sola oferta por tarjeta; el fichero
       *> se regenera entero en cada ejecucion). Solo entran las
       *> campanas activas cuya ventana de validez incluye el dia de
       *> proceso, y de todas las que cumple la tarjeta gana la de
       *> mayor prioridad (a igualdad, la de codigo menor). Las
       *> reglas se aplican sobre lo que ya tenemos:
       *>   - el perfil de la tarjeta (tarjetas.ubd, perfiles.ubd)
       *>   - el saldo de la cuenta corriente (cuentas.ubd)
       *>   - tener o no cuenta de ahorro
       *>   - las operaciones y el gasto de los ultimos OFERTAMESES
       *>     meses (por defecto 3) en una categoria de gasto,
       *>     clasificando los cargos de movimientos.ubd contra
       *>     categorias.ubd igual que BANK16
       *> No se vuelve a ofrecer una campana que el cliente ya acepto
       *> o rechazo, ni la que ha visto sin contestar OFERTAMAXVECES
       *> veces (por defecto 3); las respuestas las anota BANK36 en
       *> ofertas_respuestas.ubd. Forma parte del plan de
       *> CADENA_NOCTURNA, antes de INFORME_CAMPANAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPANAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-COD
           FILE STATUS IS FSCM.

           SELECT OPTIONAL OFERTAS-CAJERO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFC-TARJETA
           FILE STATUS IS FSOC.

           SELECT OPTIONAL RESPUESTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORS-CLAVE
           FILE STATUS IS FSOR.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-PATRON
           FILE STATUS IS FSCA.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPANAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanas.ubd".
       01 CAMPANA-REG.
           02 CAM-COD               PIC  9(4).
           02 CAM-NOMBRE            PIC X(30).
           02 CAM-PRIORIDAD         PIC  9(1).
           02 CAM-DESDE             PIC  9(8).
           02 CAM-HASTA             PIC  9(8).
           02 CAM-TEXTO-ID          PIC  9(4).
           02 CAM-MENSAJE-1         PIC X(50).
           02 CAM-MENSAJE-2         PIC X(50).
           02 CAM-PERFIL            PIC  9(2).
           02 CAM-SALDO-MIN         PIC  9(7).
           02 CAM-SALDO-MAX         PIC  9(7).
           02 CAM-AHORRO            PIC  9(1).
               88 CAM-AHORRO-INDIFERENTE VALUE 0.
               88 CAM-SIN-AHORRO         VALUE 1.
               88 CAM-CON-AHORRO         VALUE 2.
           02 CAM-CATEGORIA         PIC X(15).
           02 CAM-OPER-MIN          PIC  9(3).
           02 CAM-GASTO-MIN         PIC  9(7).
           02 CAM-ESTADO            PIC  9(1).
               88 CAM-ACTIVA        VALUE 1.
               88 CAM-SUSPENDIDA    VALUE 2.

       *> Oferta decidida para cada tarjeta (la lee BANK36)
       FD OFERTAS-CAJERO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_cajero.ubd".
       01 OFERTA-CAJERO-REG.
           02 OFC-TARJETA           PIC 9(16).
           02 OFC-CAMPANA           PIC  9(4).
           02 OFC-FECHA             PIC  9(8).

       *> Respuesta de cada cliente a cada campana (la anota BANK36)
       FD RESPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertas_respuestas.ubd".
       01 RESPUESTA-REG.
           02 ORS-CLAVE.
               03 ORS-TARJETA       PIC 9(16).
               03 ORS-CAMPANA       PIC  9(4).
           02 ORS-ESTADO            PIC  9(1).
               88 ORS-IGNORADA      VALUE 1.
               88 ORS-ACEPTADA      VALUE 2.
               88 ORS-RECHAZADA     VALUE 3.
           02 ORS-VECES             PIC  9(3).
           02 ORS-FECHA-PRIMERA     PIC  9(8).
           02 ORS-FECHA-ULTIMA      PIC  9(8).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
           02 TPIN        PIC  9(9).
           02 TNOMBRE     PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-REFERENCIA         PIC  X(30).
           02 MOV-TERMINAL          PIC   9(3).

       FD CATEGORIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "categorias.ubd".
       01 CATEGORIA-REG.
           02 CAT-PATRON            PIC X(20).
           02 CAT-LON               PIC  9(2).
           02 CAT-NOMBRE            PIC X(15).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_campanas.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSCM                     PIC  X(2).
       77 FSOC                     PIC  X(2).
       77 FSOR                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSCA                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 MES-ABS-PROCESO          PIC  9(7).
       77 MES-ABS-MOV              PIC  9(7).

       *> Parametros (parametros.ubd)
       77 MESES-GASTO              PIC  9(4) VALUE 3.
       77 MAX-VECES-IGNORADA       PIC  9(4) VALUE 3.

       *> Campanas vigentes del dia, con los contadores de gasto de
       *> la tarjeta en curso
       01 TABLA-CAMPANAS.
           02 TC-ENTRADA OCCURS 20 TIMES.
               03 TC-COD            PIC  9(4).
               03 TC-PRIORIDAD      PIC  9(1).
               03 TC-PERFIL         PIC  9(2).
               03 TC-CENT-SALDO-MIN PIC  9(9).
               03 TC-CENT-SALDO-MAX PIC  9(9).
               03 TC-AHORRO         PIC  9(1).
               03 TC-CATEGORIA      PIC X(15).
               03 TC-OPER-MIN       PIC  9(3).
               03 TC-CENT-GASTO-MIN PIC  9(9).
               03 TC-CNT-OPER       PIC  9(5).
               03 TC-CENT-GASTO     PIC  9(11).
               03 TC-ASIGNADAS      PIC  9(7).
       77 IND-TC                   PIC  9(2).
       77 TOT-CAMPANAS             PIC  9(2) VALUE 0.
       77 HAY-CATEGORIAS-SW        PIC  X(1) VALUE "N".

       *> Patrones de categorias.ubd, cargados una vez
       01 TABLA-PATRONES.
           02 TP-ENTRADA OCCURS 50 TIMES.
               03 TP-PATRON         PIC X(20).
               03 TP-LON            PIC  9(2).
               03 TP-NOMBRE         PIC X(15).
       77 IND-TP                   PIC  9(2).
       77 TOT-PATRONES             PIC  9(2) VALUE 0.
       77 CATEGORIA-MOV            PIC X(15).

       *> Datos de la tarjeta en curso
       77 CENT-SALDO-CTA           PIC S9(11).
       77 TIENE-AHORRO-SW          PIC  X(1).
       77 CENT-IMPORTE-MOV         PIC  9(11).
       77 MEJOR-IND                PIC  9(2).
       77 APTA-SW                  PIC  X(1).

       77 CNT-TARJETAS             PIC  9(7) VALUE 0.
       77 CNT-CON-OFERTA           PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM OBTENER-FECHA-PROCESO
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE MES-ABS-PROCESO = (ANO * 12) + MES.

           PERFORM LEER-PARAMETROS-OFERTA
               THRU LEER-PARAMETROS-OFERTA-FIN.
           PERFORM CARGAR-CAMPANAS THRU CARGAR-CAMPANAS-FIN.
           IF HAY-CATEGORIAS-SW = "S"
               PERFORM CARGAR-PATRONES THRU CARGAR-PATRONES-FIN.

       OFERTAS-OPEN.
           *> La decision se regenera entera: sin campanas vigentes
           *> el fichero queda vacio y nadie ve ninguna oferta
           OPEN OUTPUT OFERTAS-CAJERO.
           IF FSOC <> 00 AND FSOC <> 05
               GO TO FIN-ERROR.
           IF TOT-CAMPANAS = 0
               GO TO FIN.

           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O RESPUESTAS CLOSE RESPUESTAS.
           OPEN I-O TARJETAS CLOSE TARJETAS.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           OPEN INPUT RESPUESTAS.
           IF FSOR <> 00
               GO TO FIN-ERROR.

       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END GO TO FIN.

           IF NOT TARJETA-ACTIVA
               GO TO LEER-TARJETA.

           MOVE TNUM TO CTA-TARJETA.
           MOVE 1    TO CTA-TIPO.
           READ CUENTAS INVALID KEY GO TO LEER-TARJETA.
           IF NOT CUENTA-OPERATIVA
               GO TO LEER-TARJETA.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-CTA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-CTA = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.

           MOVE TNUM TO CTA-TARJETA.
           MOVE 2    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               MOVE "N" TO TIENE-AHORRO-SW
           NOT INVALID KEY
               MOVE "S" TO TIENE-AHORRO-SW
           END-READ.

           ADD 1 TO CNT-TARJETAS.

           IF HAY-CATEGORIAS-SW = "S"
               PERFORM ACUMULAR-GASTO THRU ACUMULAR-GASTO-FIN.

           MOVE 0 TO MEJOR-IND.
           MOVE 1 TO IND-TC.

       EVALUAR-CAMPANA.
           IF IND-TC > TOT-CAMPANAS
               GO TO ASIGNAR-OFERTA.

           PERFORM COMPROBAR-REGLAS THRU COMPROBAR-REGLAS-FIN.
           IF APTA-SW = "S"
               IF MEJOR-IND = 0
                   MOVE IND-TC TO MEJOR-IND
               ELSE
                   IF TC-PRIORIDAD(IND-TC) < TC-PRIORIDAD(MEJOR-IND)
                       MOVE IND-TC TO MEJOR-IND
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO IND-TC.
           GO TO EVALUAR-CAMPANA.

       ASIGNAR-OFERTA.
           IF MEJOR-IND = 0
               GO TO LEER-TARJETA.

           MOVE TNUM              TO OFC-TARJETA.
           MOVE TC-COD(MEJOR-IND) TO OFC-CAMPANA.
           MOVE FECHA-PROCESO     TO OFC-FECHA.
           WRITE OFERTA-CAJERO-REG INVALID KEY GO TO LEER-TARJETA.
           ADD 1 TO TC-ASIGNADAS(MEJOR-IND).
           ADD 1 TO CNT-CON-OFERTA.

           GO TO LEER-TARJETA.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE OFERTAS-CAJERO.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           CLOSE RESPUESTAS.

           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-FIN.

           GOBACK.

      *> REGLAS DE LA CAMPANA IND-TC CONTRA LA TARJETA EN CURSO;
      *> UNA REGLA A CERO O EN BLANCO NO SE APLICA. DEJA APTA-SW
       COMPROBAR-REGLAS.
           MOVE "N" TO APTA-SW.

           IF TC-PERFIL(IND-TC) > 0
               AND TC-PERFIL(IND-TC) NOT = TPERFIL
               GO TO COMPROBAR-REGLAS-FIN.

           IF TC-CENT-SALDO-MIN(IND-TC) > 0
               AND CENT-SALDO-CTA < TC-CENT-SALDO-MIN(IND-TC)
               GO TO COMPROBAR-REGLAS-FIN.
           IF TC-CENT-SALDO-MAX(IND-TC) > 0
               AND CENT-SALDO-CTA > TC-CENT-SALDO-MAX(IND-TC)
               GO TO COMPROBAR-REGLAS-FIN.

           IF TC-AHORRO(IND-TC) = 1 AND TIENE-AHORRO-SW = "S"
               GO TO COMPROBAR-REGLAS-FIN.
           IF TC-AHORRO(IND-TC) = 2 AND TIENE-AHORRO-SW = "N"
               GO TO COMPROBAR-REGLAS-FIN.

           IF TC-CATEGORIA(IND-TC) NOT = SPACES
               IF TC-CNT-OPER(IND-TC) = 0
                   GO TO COMPROBAR-REGLAS-FIN
               END-IF
               IF TC-CNT-OPER(IND-TC) < TC-OPER-MIN(IND-TC)
                   GO TO COMPROBAR-REGLAS-FIN
               END-IF
               IF TC-CENT-GASTO(IND-TC) < TC-CENT-GASTO-MIN(IND-TC)
                   GO TO COMPROBAR-REGLAS-FIN
               END-IF
           END-IF.

           *> Lo ya contestado no se repite, ni lo ignorado demasiadas
           *> veces
           MOVE TNUM           TO ORS-TARJETA.
           MOVE TC-COD(IND-TC) TO ORS-CAMPANA.
           READ RESPUESTAS INVALID KEY
               MOVE "S" TO APTA-SW
               GO TO COMPROBAR-REGLAS-FIN.
           IF ORS-ACEPTADA OR ORS-RECHAZADA
               GO TO COMPROBAR-REGLAS-FIN.
           IF ORS-VECES >= MAX-VECES-IGNORADA
               GO TO COMPROBAR-REGLAS-FIN.

           MOVE "S" TO APTA-SW.
       COMPROBAR-REGLAS-FIN.
           EXIT.

      *> OPERACIONES Y GASTO DE LA TARJETA EN LOS ULTIMOS
      *> OFERTAMESES MESES EN LA CATEGORIA DE CADA CAMPANA; SOLO
      *> CUENTAN LOS CARGOS
       ACUMULAR-GASTO.
           MOVE 1 TO IND-TC.
       PONER-GASTO-CERO.
           IF IND-TC > TOT-CAMPANAS
               GO TO ABRIR-MOVIMIENTOS.
           MOVE 0 TO TC-CNT-OPER(IND-TC).
           MOVE 0 TO TC-CENT-GASTO(IND-TC).
           ADD 1 TO IND-TC.
           GO TO PONER-GASTO-CERO.

       ABRIR-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO ACUMULAR-GASTO-FIN.

           MOVE TNUM TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA
               INVALID KEY
                   CLOSE F-MOVIMIENTOS
                   GO TO ACUMULAR-GASTO-FIN
           END-START.

       LEER-MOVIMIENTO-GASTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO ACUMULAR-GASTO-FIN.
           IF MOV-TARJETA NOT = TNUM
               CLOSE F-MOVIMIENTOS
               GO TO ACUMULAR-GASTO-FIN.

           IF MOV-IMPORTE-ENT >= 0
               GO TO LEER-MOVIMIENTO-GASTO.
           COMPUTE MES-ABS-MOV = (MOV-ANO * 12) + MOV-MES.
           IF MES-ABS-MOV > MES-ABS-PROCESO
               OR MES-ABS-MOV + MESES-GASTO <= MES-ABS-PROCESO
               GO TO LEER-MOVIMIENTO-GASTO.

           PERFORM CLASIFICAR-CONCEPTO THRU CLASIFICAR-CONCEPTO-FIN.
           COMPUTE CENT-IMPORTE-MOV =
               (FUNCTION ABS(MOV-IMPORTE-ENT) * 100) + MOV-IMPORTE-DEC.

           MOVE 1 TO IND-TC.
       SUMAR-GASTO-CAMPANA.
           IF IND-TC > TOT-CAMPANAS
               GO TO LEER-MOVIMIENTO-GASTO.
           IF TC-CATEGORIA(IND-TC) = CATEGORIA-MOV
               ADD 1 TO TC-CNT-OPER(IND-TC)
               ADD CENT-IMPORTE-MOV TO TC-CENT-GASTO(IND-TC).
           ADD 1 TO IND-TC.
           GO TO SUMAR-GASTO-CAMPANA.
       ACUMULAR-GASTO-FIN.
           EXIT.

      *> CLASIFICA EL CONCEPTO DEL MOVIMIENTO IGUAL QUE BANK16: EL
      *> PRIMER PATRON CUYO PREFIJO COINCIDE GANA; SIN COINCIDENCIA,
      *> LA CATEGORIA ES "Otros"
       CLASIFICAR-CONCEPTO.
           MOVE "Otros" TO CATEGORIA-MOV.
           MOVE 1 TO IND-TP.
       BUSCAR-PATRON.
           IF IND-TP > TOT-PATRONES
               GO TO CLASIFICAR-CONCEPTO-FIN.
           IF MOV-CONCEPTO(1:TP-LON(IND-TP)) =
               TP-PATRON(IND-TP)(1:TP-LON(IND-TP))
               MOVE TP-NOMBRE(IND-TP) TO CATEGORIA-MOV
               GO TO CLASIFICAR-CONCEPTO-FIN.
           ADD 1 TO IND-TP.
           GO TO BUSCAR-PATRON.
       CLASIFICAR-CONCEPTO-FIN.
           EXIT.

      *> CAMPANAS ACTIVAS CON EL DIA DE PROCESO DENTRO DE SU VENTANA
       CARGAR-CAMPANAS.
           INITIALIZE TABLA-CAMPANAS.
           OPEN INPUT CAMPANAS.
           IF FSCM <> 00
               CLOSE CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.
       LEER-CAMPANA.
           READ CAMPANAS NEXT RECORD AT END
               CLOSE CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.
           IF NOT CAM-ACTIVA
               GO TO LEER-CAMPANA.
           IF CAM-DESDE > FECHA-PROCESO OR CAM-HASTA < FECHA-PROCESO
               GO TO LEER-CAMPANA.
           IF TOT-CAMPANAS >= 20
               CLOSE CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.
           ADD 1 TO TOT-CAMPANAS.
           MOVE TOT-CAMPANAS  TO IND-TC.
           MOVE CAM-COD       TO TC-COD(IND-TC).
           MOVE CAM-PRIORIDAD TO TC-PRIORIDAD(IND-TC).
           MOVE CAM-PERFIL    TO TC-PERFIL(IND-TC).
           COMPUTE TC-CENT-SALDO-MIN(IND-TC) = CAM-SALDO-MIN * 100.
           COMPUTE TC-CENT-SALDO-MAX(IND-TC) = CAM-SALDO-MAX * 100.
           MOVE CAM-AHORRO    TO TC-AHORRO(IND-TC).
           MOVE CAM-CATEGORIA TO TC-CATEGORIA(IND-TC).
           MOVE CAM-OPER-MIN  TO TC-OPER-MIN(IND-TC).
           COMPUTE TC-CENT-GASTO-MIN(IND-TC) = CAM-GASTO-MIN * 100.
           IF CAM-CATEGORIA NOT = SPACES
               MOVE "S" TO HAY-CATEGORIAS-SW.
           GO TO LEER-CAMPANA.
       CARGAR-CAMPANAS-FIN.
           EXIT.

       CARGAR-PATRONES.
           OPEN INPUT CATEGORIAS.
           IF FSCA <> 00
               CLOSE CATEGORIAS
               GO TO CARGAR-PATRONES-FIN.
       LEER-PATRON.
           READ CATEGORIAS NEXT RECORD AT END
               CLOSE CATEGORIAS
               GO TO CARGAR-PATRONES-FIN.
           IF CAT-LON = 0 OR CAT-LON > 20
               GO TO LEER-PATRON.
           IF TOT-PATRONES >= 50
               CLOSE CATEGORIAS
               GO TO CARGAR-PATRONES-FIN.
           ADD 1 TO TOT-PATRONES.
           MOVE CAT-PATRON TO TP-PATRON(TOT-PATRONES).
           MOVE CAT-LON    TO TP-LON(TOT-PATRONES).
           MOVE CAT-NOMBRE TO TP-NOMBRE(TOT-PATRONES).
           GO TO LEER-PATRON.
       CARGAR-PATRONES-FIN.
           EXIT.

       LEER-PARAMETROS-OFERTA.
           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               CLOSE PARAMETROS
               GO TO LEER-PARAMETROS-OFERTA-FIN.
           MOVE "OFERTAMESES" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MESES-GASTO
           END-READ.
           MOVE "OFERTAMAXVECES" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO MAX-VECES-IGNORADA
           END-READ.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-OFERTA-FIN.
           EXIT.

      *> RESUMEN DE LA SELECCION: OFERTAS ASIGNADAS POR CAMPANA
       ESCRIBIR-INFORME.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA; EL
           *> ESTADO 05 (FICHERO OPTIONAL CREADO AL ABRIRLO) NO ES
           *> UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO ESCRIBIR-INFORME-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== SELECCIONAR_OFERTAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-TARJETAS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Tarjetas evaluadas: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-CON-OFERTA TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Tarjetas con oferta: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 1 TO IND-TC.
       INFORME-CAMPANA.
           IF IND-TC > TOT-CAMPANAS
               GO TO INFORME-CIERRE.
           MOVE TC-ASIGNADAS(IND-TC) TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Campana " DELIMITED BY SIZE
                  TC-COD(IND-TC) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " tarjetas" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO IND-TC.
           GO TO INFORME-CAMPANA.

       INFORME-CIERRE.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORME.
       ESCRIBIR-INFORME-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA
       OBTENER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN INPUT FECHANEGOCIO.
           IF FSFN <> 00
               CLOSE FECHANEGOCIO
               GO TO OBTENER-FECHA-PROCESO-FIN.
           MOVE 1 TO FNEG-ID.
           READ FECHANEGOCIO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FNEG-ANO TO ANO
               MOVE FNEG-MES TO MES
               MOVE FNEG-DIA TO DIA
           END-READ.
           CLOSE FECHANEGOCIO.
       OBTENER-FECHA-PROCESO-FIN.
           EXIT.
