       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUAR_NOMINAS.
       *> Programa batch del anticipo de nomina: recorre el historico
       *> de nominas abonadas (nominas_recibidas.ubd, lo llena
       *> NOMINA_RECIBIDA desde CARGAR_NOMINAS y RECIBIR_TRANSFEXT) y
       *> reconoce en cada tarjeta la nomina domiciliada: el mismo
       *> pagador en meses seguidos, al menos ANTNOMMESES (3 si no
       *> esta el parametro), y la ultima en este mes o en el
       *> anterior. Con ella fija en anticipos_nomina.ubd el limite
       *> del anticipo, ANTNOMPCT por ciento (50 si no esta) de la
       *> media neta de esos meses en euros enteros, y el dia de cobro
       *> esperado (el de la ultima nomina). La tarjeta que deja de
       *> cobrar la nomina pierde el limite, pero no el anticipo vivo,
       *> que se sigue recuperando de cualquier abono de nomina. Los
       *> anticipos vivos que han pasado su fecha prevista de cobro
       *> sin recuperarse van a la lista de excepciones de la sucursal
       *> de la cuenta (anticipos_nomina_exc.ubd, se rehace cada vez)
       *> y al informe. El cliente pide el anticipo en el cajero
       *> (BANK42). Forma parte del plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOMINAS-RECIBIDAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRC-CLAVE
           FILE STATUS IS FSNR.

           SELECT OPTIONAL ANTICIPOS-NOMINA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANN-TARJETA
           FILE STATUS IS FSAN.

           SELECT OPTIONAL EXCEPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANX-CLAVE
           FILE STATUS IS FSAX.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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
       FD NOMINAS-RECIBIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominas_recibidas.ubd".
       01 NOMINA-RECIBIDA-REG.
           02 NRC-CLAVE.
               03 NRC-TARJETA       PIC 9(16).
               03 NRC-FECHA         PIC  9(8).
               03 NRC-PAGADOR       PIC X(30).
           02 NRC-CENT              PIC  9(9).
           02 NRC-ORIGEN            PIC  X(1).
               88 NRC-REMESA        VALUE "N".
               88 NRC-TRANSFERENCIA VALUE "T".
           02 NRC-MOV-NUM           PIC 9(35).

       FD ANTICIPOS-NOMINA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos_nomina.ubd".
       01 ANTICIPO-NOMINA-REG.
           02 ANN-TARJETA           PIC 9(16).
           02 ANN-PAGADOR           PIC X(30).
           02 ANN-MESES             PIC  9(2).
           02 ANN-CENT-MEDIA        PIC  9(9).
           02 ANN-CENT-LIMITE       PIC  9(9).
           02 ANN-DIA-COBRO         PIC  9(2).
           02 ANN-FECHA-CALCULO     PIC  9(8).
           02 ANN-ELEGIBLE          PIC  X(1).
               88 ANN-ES-ELEGIBLE   VALUE "S".
           02 ANN-CENT-VIVO         PIC  9(9).
           02 ANN-CENT-COMISION     PIC  9(9).
           02 ANN-FECHA-ANTICIPO    PIC  9(8).
           02 ANN-FECHA-PREVISTA    PIC  9(8).
           02 ANN-FECHA-RECUPERA    PIC  9(8).
           02 ANN-CENT-RECUPERADO   PIC  9(9).

       *> Lista de excepciones de la sucursal: se rehace entera en
       *> cada ejecucion
       FD EXCEPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos_nomina_exc.ubd".
       01 EXCEPCION-REG.
           02 ANX-CLAVE.
               03 ANX-SUCURSAL      PIC  9(4).
               03 ANX-TARJETA       PIC 9(16).
           02 ANX-PAGADOR           PIC X(30).
           02 ANX-CENT-VIVO         PIC  9(9).
           02 ANX-FECHA-ANTICIPO    PIC  9(8).
           02 ANX-FECHA-PREVISTA    PIC  9(8).

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
           VALUE OF FILE-ID IS "informe_anticipos_nomina.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSNR                     PIC  X(2).
       77 FSAN                     PIC  X(2).
       77 FSAX                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       *> Meses como ano * 12 + mes, para ver si dos son seguidos
       77 MES-PROCESO              PIC  9(6).
       77 MES-NOMINA               PIC  9(6).
       01 FECHA-NOMINA.
           02 FNOM-ANO              PIC  9(4).
           02 FNOM-MES              PIC  9(2).
           02 FNOM-DIA              PIC  9(2).

       *> Parametros: meses seguidos minimos y porcentaje de la media
       77 MESES-MINIMO             PIC  9(2) VALUE 3.
       77 PORCENTAJE-LIMITE        PIC  9(3) VALUE 50.

       77 TARJETA-ACTUAL           PIC 9(16) VALUE 0.
       77 FIN-NOMINAS-SW           PIC  X(1) VALUE "N".
       77 IND-PAG                  PIC  9(2).
       77 NUM-PAGADORES            PIC  9(2).
       77 IND-MEJOR                PIC  9(2).
       77 EUROS-LIMITE             PIC  9(7).
       77 DIAS-VENCIDO             PIC  9(5).
       77 SUCURSAL-ANTERIOR        PIC  9(4).

       *> Pagadores de la tarjeta en curso con su racha de meses
       *> seguidos: ultimo mes cobrado, meses, total de la racha y
       *> dia de la ultima nomina
       01 PAGADORES.
           02 PAG-ENTRADA OCCURS 10 TIMES.
               03 PAG-NOMBRE        PIC X(30).
               03 PAG-ULT-MES       PIC  9(6).
               03 PAG-RACHA         PIC  9(2).
               03 PAG-CENT-RACHA    PIC  9(11).
               03 PAG-DIA           PIC  9(2).

       *> Peticion a SUCURSAL_ASIGNADA (ver su cabecera)
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       77 CNT-TARJETAS             PIC  9(7) VALUE 0.
       77 CNT-ELEGIBLES            PIC  9(7) VALUE 0.
       77 CNT-BAJAS                PIC  9(7) VALUE 0.
       77 CNT-VIVOS                PIC  9(7) VALUE 0.
       77 CNT-EXCEPCIONES          PIC  9(7) VALUE 0.
       77 CENT-VIVO-TOTAL          PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-ENT-EDIT           PIC  ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.
       77 DIAS-EDIT                PIC  ZZZZ9.
       77 FECHA-PREVISTA-EDIT      PIC X(10).

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
           COMPUTE MES-PROCESO = (ANO * 12) + MES.

           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "ANTNOMMESES" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO MESES-MINIMO
               END-READ
               MOVE "ANTNOMPCT" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO PORCENTAJE-LIMITE
               END-READ
           END-IF.
           CLOSE PARAMETROS.
           IF MESES-MINIMO = 0
               MOVE 1 TO MESES-MINIMO.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== EVALUAR_NOMINAS - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O NOMINAS-RECIBIDAS CLOSE NOMINAS-RECIBIDAS.
           OPEN I-O ANTICIPOS-NOMINA CLOSE ANTICIPOS-NOMINA.

           OPEN INPUT NOMINAS-RECIBIDAS.
           IF FSNR <> 00
               GO TO FIN-ERROR.
           OPEN I-O ANTICIPOS-NOMINA.
           IF FSAN <> 00
               GO TO FIN-ERROR.

           MOVE 0 TO NUM-PAGADORES.
           INITIALIZE PAGADORES.

      *> EL HISTORICO VIENE POR TARJETA Y FECHA: CADA CAMBIO DE
      *> TARJETA CIERRA LA EVALUACION DE LA ANTERIOR
       LEER-NOMINA.
           READ NOMINAS-RECIBIDAS NEXT RECORD AT END
               MOVE "S" TO FIN-NOMINAS-SW
               IF TARJETA-ACTUAL NOT = 0
                   PERFORM EVALUAR-TARJETA THRU EVALUAR-TARJETA-FIN
               END-IF
               GO TO REPASAR-ANTICIPOS.

           IF NRC-TARJETA NOT = TARJETA-ACTUAL
               IF TARJETA-ACTUAL NOT = 0
                   PERFORM EVALUAR-TARJETA THRU EVALUAR-TARJETA-FIN
               END-IF
               MOVE NRC-TARJETA TO TARJETA-ACTUAL
               MOVE 0 TO NUM-PAGADORES
               INITIALIZE PAGADORES
           END-IF.

           MOVE NRC-FECHA TO FECHA-NOMINA.
           COMPUTE MES-NOMINA = (FNOM-ANO * 12) + FNOM-MES.

           MOVE 1 TO IND-PAG.
           PERFORM BUSCAR-PAGADOR THRU BUSCAR-PAGADOR-FIN.
           IF IND-PAG > NUM-PAGADORES
               IF NUM-PAGADORES >= 10
                   GO TO LEER-NOMINA
               END-IF
               ADD 1 TO NUM-PAGADORES
               MOVE NUM-PAGADORES TO IND-PAG
               MOVE NRC-PAGADOR   TO PAG-NOMBRE(IND-PAG)
               MOVE 0             TO PAG-ULT-MES(IND-PAG)
           END-IF.

           *> Otra nomina en el mismo mes (una paga extra) se suma a
           *> la racha; el mes siguiente la alarga y un hueco la
           *> empieza de nuevo
           IF MES-NOMINA = PAG-ULT-MES(IND-PAG)
               ADD NRC-CENT TO PAG-CENT-RACHA(IND-PAG)
           ELSE
               IF MES-NOMINA = PAG-ULT-MES(IND-PAG) + 1
                   ADD 1 TO PAG-RACHA(IND-PAG)
                   ADD NRC-CENT TO PAG-CENT-RACHA(IND-PAG)
               ELSE
                   MOVE 1        TO PAG-RACHA(IND-PAG)
                   MOVE NRC-CENT TO PAG-CENT-RACHA(IND-PAG)
               END-IF
               MOVE MES-NOMINA TO PAG-ULT-MES(IND-PAG)
           END-IF.
           MOVE FNOM-DIA TO PAG-DIA(IND-PAG).
           GO TO LEER-NOMINA.

      *> DEJA IND-PAG EN EL PAGADOR DE LA NOMINA LEIDA, O UNO MAS
      *> ALLA DEL ULTIMO SI ES NUEVO PARA LA TARJETA
       BUSCAR-PAGADOR.
           IF IND-PAG > NUM-PAGADORES
               GO TO BUSCAR-PAGADOR-FIN.
           IF PAG-NOMBRE(IND-PAG) = NRC-PAGADOR
               GO TO BUSCAR-PAGADOR-FIN.
           ADD 1 TO IND-PAG.
           GO TO BUSCAR-PAGADOR.
       BUSCAR-PAGADOR-FIN.
           EXIT.

      *> LA RACHA MAS LARGA QUE SIGUE VIVA (ULTIMA NOMINA ESTE MES O
      *> EL ANTERIOR) Y LLEGA AL MINIMO DA LA NOMINA DOMICILIADA
       EVALUAR-TARJETA.
           ADD 1 TO CNT-TARJETAS.
           MOVE 0 TO IND-MEJOR.
           MOVE 1 TO IND-PAG.
           PERFORM ELEGIR-PAGADOR THRU ELEGIR-PAGADOR-FIN.

           MOVE TARJETA-ACTUAL TO ANN-TARJETA.
           READ ANTICIPOS-NOMINA INVALID KEY
               INITIALIZE ANTICIPO-NOMINA-REG
               MOVE TARJETA-ACTUAL TO ANN-TARJETA
               MOVE "N" TO ANN-ELEGIBLE
               IF IND-MEJOR = 0
                   GO TO EVALUAR-TARJETA-FIN
               END-IF
               WRITE ANTICIPO-NOMINA-REG INVALID KEY
                   GO TO FIN-ERROR
               END-WRITE
           END-READ.

           MOVE FECHA-PROCESO TO ANN-FECHA-CALCULO.
           IF IND-MEJOR = 0
               MOVE "N" TO ANN-ELEGIBLE
               MOVE 0   TO ANN-CENT-LIMITE
               REWRITE ANTICIPO-NOMINA-REG INVALID KEY
                   GO TO FIN-ERROR
               END-REWRITE
               GO TO EVALUAR-TARJETA-FIN.

           MOVE PAG-NOMBRE(IND-MEJOR) TO ANN-PAGADOR.
           MOVE PAG-RACHA(IND-MEJOR)  TO ANN-MESES.
           COMPUTE ANN-CENT-MEDIA = PAG-CENT-RACHA(IND-MEJOR)
               / PAG-RACHA(IND-MEJOR).
           MOVE PAG-DIA(IND-MEJOR)    TO ANN-DIA-COBRO.
           *> El limite va en euros enteros
           COMPUTE EUROS-LIMITE = (ANN-CENT-MEDIA * PORCENTAJE-LIMITE)
               / 10000.
           COMPUTE ANN-CENT-LIMITE = EUROS-LIMITE * 100.
           MOVE "S" TO ANN-ELEGIBLE.
           ADD 1 TO CNT-ELEGIBLES.
           REWRITE ANTICIPO-NOMINA-REG INVALID KEY
               GO TO FIN-ERROR.
       EVALUAR-TARJETA-FIN.
           EXIT.

       ELEGIR-PAGADOR.
           IF IND-PAG > NUM-PAGADORES
               GO TO ELEGIR-PAGADOR-FIN.
           IF PAG-RACHA(IND-PAG) >= MESES-MINIMO
               AND PAG-ULT-MES(IND-PAG) + 1 >= MES-PROCESO
               IF IND-MEJOR = 0
                   MOVE IND-PAG TO IND-MEJOR
               ELSE
                   IF PAG-RACHA(IND-PAG) > PAG-RACHA(IND-MEJOR)
                       MOVE IND-PAG TO IND-MEJOR
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO IND-PAG.
           GO TO ELEGIR-PAGADOR.
       ELEGIR-PAGADOR-FIN.
           EXIT.

      *> SEGUNDA PASADA SOBRE LOS ANTICIPOS: LO QUE NO SE HA VISTO
      *> HOY YA NO TIENE NOMINA DOMICILIADA, Y LOS VIVOS FUERA DE
      *> PLAZO VAN A LA LISTA DE LA SUCURSAL
       REPASAR-ANTICIPOS.
           CLOSE NOMINAS-RECIBIDAS.

           OPEN OUTPUT EXCEPCIONES.
           IF FSAX <> 00 AND FSAX <> 05
               GO TO FIN-ERROR.
           CLOSE EXCEPCIONES.
           OPEN I-O EXCEPCIONES.
           IF FSAX <> 00
               GO TO FIN-ERROR.

           MOVE 0 TO ANN-TARJETA.
           START ANTICIPOS-NOMINA KEY IS NOT LESS THAN ANN-TARJETA
               INVALID KEY GO TO LISTAR-EXCEPCIONES.

       LEER-ANTICIPO.
           READ ANTICIPOS-NOMINA NEXT RECORD AT END
               GO TO LISTAR-EXCEPCIONES.

           IF ANN-FECHA-CALCULO NOT = FECHA-PROCESO
               IF ANN-ES-ELEGIBLE
                   ADD 1 TO CNT-BAJAS
               END-IF
               MOVE "N" TO ANN-ELEGIBLE
               MOVE 0   TO ANN-CENT-LIMITE
               MOVE FECHA-PROCESO TO ANN-FECHA-CALCULO
               REWRITE ANTICIPO-NOMINA-REG INVALID KEY
                   GO TO FIN-ERROR
               END-REWRITE
           END-IF.

           IF ANN-CENT-VIVO = 0
               GO TO LEER-ANTICIPO.
           ADD 1 TO CNT-VIVOS.
           ADD ANN-CENT-VIVO TO CENT-VIVO-TOTAL.

           IF ANN-FECHA-PREVISTA = 0
               OR ANN-FECHA-PREVISTA NOT < FECHA-PROCESO
               GO TO LEER-ANTICIPO.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "C" TO PSU-OPERACION.
           MOVE "C" TO PSU-TIPO.
           COMPUTE PSU-ID = (ANN-TARJETA * 10) + 1.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.

           MOVE PSU-SUCURSAL       TO ANX-SUCURSAL.
           MOVE ANN-TARJETA        TO ANX-TARJETA.
           MOVE ANN-PAGADOR        TO ANX-PAGADOR.
           MOVE ANN-CENT-VIVO      TO ANX-CENT-VIVO.
           MOVE ANN-FECHA-ANTICIPO TO ANX-FECHA-ANTICIPO.
           MOVE ANN-FECHA-PREVISTA TO ANX-FECHA-PREVISTA.
           WRITE EXCEPCION-REG INVALID KEY CONTINUE.
           GO TO LEER-ANTICIPO.

      *> EXCEPCIONES AL INFORME, POR SUCURSAL Y TARJETA
       LISTAR-EXCEPCIONES.
           CLOSE ANTICIPOS-NOMINA.
           CLOSE EXCEPCIONES.

           OPEN INPUT EXCEPCIONES.
           IF FSAX <> 00
               GO TO FIN-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           MOVE 9999 TO SUCURSAL-ANTERIOR.

       LEER-EXCEPCION.
           READ EXCEPCIONES NEXT RECORD AT END
               GO TO FIN.
           IF CNT-EXCEPCIONES = 0
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE "Anticipos de nomina sin recuperar pasada la fecha"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           IF ANX-SUCURSAL NOT = SUCURSAL-ANTERIOR
               MOVE ANX-SUCURSAL TO SUCURSAL-ANTERIOR
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "Sucursal " DELIMITED BY SIZE
                      ANX-SUCURSAL DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           ADD 1 TO CNT-EXCEPCIONES.

           MOVE ANX-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "(tarjeta sin ficha)" TO TNOMBRE
           END-READ.

           MOVE SPACES TO FECHA-PREVISTA-EDIT.
           STRING ANX-FECHA-PREVISTA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANX-FECHA-PREVISTA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANX-FECHA-PREVISTA(1:4) DELIMITED BY SIZE
             INTO FECHA-PREVISTA-EDIT.
           COMPUTE DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(ANX-FECHA-PREVISTA).
           MOVE DIAS-VENCIDO TO DIAS-EDIT.
           COMPUTE TOTAL-ENT-EDIT = ANX-CENT-VIVO / 100.
           MOVE FUNCTION MOD(ANX-CENT-VIVO, 100) TO TOTAL-DEC-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  ANX-TARJETA DELIMITED BY SIZE " " DELIMITED BY SIZE
                  TNOMBRE DELIMITED BY SIZE " " DELIMITED BY SIZE
                  TOTAL-ENT-EDIT DELIMITED BY SIZE "," DELIMITED BY SIZE
                  TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                      DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "      pagador " DELIMITED BY SIZE
                  ANX-PAGADOR DELIMITED BY SIZE
                  " cobro previsto " DELIMITED BY SIZE
                  FECHA-PREVISTA-EDIT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  DIAS-EDIT DELIMITED BY SIZE
                  " dias)" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-EXCEPCION.

       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE NOMINAS-RECIBIDAS.
           CLOSE ANTICIPOS-NOMINA.
           CLOSE EXCEPCIONES.
           CLOSE TARJETAS.
           IF FSINF = 00
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-TARJETAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Tarjetas con nominas abonadas: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-ELEGIBLES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Con nomina domiciliada y limite: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-BAJAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Que dejan de cobrar la nomina: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-VIVOS TO CNT-EDIT
               COMPUTE TOTAL-ENT-EDIT = CENT-VIVO-TOTAL / 100
               MOVE FUNCTION MOD(CENT-VIVO-TOTAL, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Anticipos vivos: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      " por " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-EXCEPCIONES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Fuera de la fecha prevista de cobro: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

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
