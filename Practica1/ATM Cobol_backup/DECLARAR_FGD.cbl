       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARAR_FGD.
       *> Programa batch del fichero de vista unica de cliente para el
       *> Fondo de Garantia de Depositos: lo que el fondo necesitaria
       *> en pocos dias si la entidad cayera. Recorre clientes.ubd y,
       *> para cada cliente, suma los depositos admisibles de todas
       *> las tarjetas de las que es titular a la fecha de negocio:
       *> saldos acreedores de las cuentas corriente y de ahorro de
       *> cuentas.ubd (un saldo deudor no cuenta; la de credito no es
       *> un deposito), capital de las imposiciones vivas de
       *> plazos.ubd con sus intereses devengados desde el inicio a la
       *> tasa pactada, y posiciones en divisa de divisas.ubd pasadas
       *> a euros al cambio de compra de cambios.ubd. Los apartados de
       *> apartados.ubd se informan aparte, pero ya estan dentro del
       *> saldo de ahorro (ver BANK21) y no se suman otra vez. Las
       *> cuentas con cotitulares de titulares.ubd (ver
       *> GESTION_TITULARES) se reparten a partes iguales entre el
       *> propietario y los cotitulares, quedandose el propietario el
       *> resto del reparto; los autorizados no son titulares del
       *> deposito. Lo cubierto es el total hasta el limite legal por
       *> depositante (parametro FGDLIMITE, en centimos; si no esta
       *> definido, 100.000 euros). Las marcas de exclusion avisan de
       *> lo que el fondo no puede pagar sin mas: E cliente con un
       *> embargo abierto en embargos.ubd, F cliente fallecido en
       *> defunciones.ubd pendiente de liquidar la herencia. Se
       *> escribe una linea por cliente con depositos en
       *> fgd_vista_unica.txt y el resumen para la prueba anual del
       *> supervisor en fgd_resumen.txt, con los totales, los
       *> depositantes por encima del limite y el cuadre de lo
       *> repartido contra los saldos de cuentas.ubd y plazos.ubd. Se
       *> ejecuta de forma independiente, como DECLARAR_CRS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

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

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSPZ.

           SELECT OPTIONAL APARTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APA-CLAVE
           FILE STATUS IS FSAP.

           SELECT OPTIONAL DIVISAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIV-CLAVE
           FILE STATUS IS FSDV.

           SELECT OPTIONAL CAMBIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-MONEDA
           FILE STATUS IS FSCA.

           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           FILE STATUS IS FSEM.

           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

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

           SELECT OPTIONAL VISTA-UNICA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSVU.

           SELECT OPTIONAL RESUMEN-FGD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRS.


       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-ID                PIC  9(8).
           02 CLI-DNI               PIC  X(9).
           02 CLI-NOMBRE            PIC X(30).
           02 CLI-DIRECCION         PIC X(40).
           02 CLI-TELEFONO          PIC  9(9).
           02 CLI-EMAIL             PIC X(30).

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
                   88 CTA-CREDITO   VALUE 3.
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).
               88 TIT-PROPIETARIO   VALUE 1.
               88 TIT-AUTORIZADO    VALUE 2.
               88 TIT-COTITULAR     VALUE 3.

       FD PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
       01 PLAZO-REG.
           02 PLZ-NUM               PIC  9(9).
           02 PLZ-TARJETA           PIC 9(16).
           02 PLZ-CENT-CAPITAL      PIC  9(9).
           *> Tasa anual multiplicada por 10000: 020000 = 2,0000 %
           02 PLZ-TASA-ANUAL-X10000 PIC  9(6).
           02 PLZ-FECHA-INICIO      PIC  9(8).
           02 PLZ-PLAZO-MESES       PIC  9(3).
           02 PLZ-FECHA-VENCIMIENTO PIC  9(8).
           02 PLZ-ESTADO            PIC  9(1).
               88 PLZ-VIVO          VALUE 1.
               88 PLZ-VENCIDO       VALUE 2.
               88 PLZ-CANCELADO     VALUE 3.

       FD APARTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "apartados.ubd".
       01 APARTADO-REG.
           02 APA-CLAVE.
               03 APA-TARJETA       PIC 9(16).
               03 APA-NUM           PIC  9(1).
           02 APA-NOMBRE            PIC X(15).
           02 APA-CENT              PIC  9(9).

       FD DIVISAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisas.ubd".
       01 DIVISA-REG.
           02 DIV-CLAVE.
               03 DIV-TARJETA       PIC 9(16).
               03 DIV-MONEDA        PIC  X(3).
           02 DIV-CENT              PIC S9(11).

       FD CAMBIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambios.ubd".
       01 CAMBIO-REG.
           02 CAM-MONEDA            PIC  X(3).
           *> EUROS POR UNIDAD DE DIVISA, POR 10000 (COMO LAS TASAS
           *> DE GESTION_PRESTAMOS): 9200 = 0,9200 EUR
           02 CAM-COMPRA-X10000     PIC  9(8).
           02 CAM-VENTA-X10000      PIC  9(8).
           02 CAM-FECHA             PIC  9(8).

       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(9).
           02 EMB-TARJETA           PIC 9(16).
           02 EMB-AUTORIDAD         PIC X(30).
           02 EMB-EXPEDIENTE        PIC X(20).
           02 EMB-IBAN-AUTORIDAD    PIC X(24).
           02 EMB-CENT-RECLAMADO    PIC  9(9).
           02 EMB-CENT-RETENIDO     PIC  9(9).
           02 EMB-RET-NUM           PIC  9(9).
           02 EMB-ESTADO            PIC  9(1).
               88 EMB-ABIERTO       VALUE 1.
               88 EMB-PAGO-ORDENADO VALUE 2.
               88 EMB-CERRADO       VALUE 3.

       FD DEFUNCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "defunciones.ubd".
       01 DEFUNCION-REG.
           02 DEF-CLIENTE           PIC  9(8).
           02 DEF-FECHA-DEFUNCION   PIC  9(8).
           02 DEF-FECHA-ALTA        PIC  9(8).
           02 DEF-OPERADOR          PIC  9(4).
           02 DEF-ESTADO            PIC  9(1).
               88 DEF-CONGELADO     VALUE 1.
               88 DEF-DOCUMENTADO   VALUE 2.
               88 DEF-LIQUIDADO     VALUE 3.
           02 DEF-NUM-HEREDEROS     PIC  9(1).
           02 DEF-HEREDERO OCCURS 5 TIMES.
               03 DEF-HER-NOMBRE    PIC X(30).
               03 DEF-HER-IBAN      PIC X(24).
               03 DEF-HER-PORCENTAJE PIC 9(3).
           02 DEF-FECHA-DOCUMENTOS  PIC  9(8).
           02 DEF-OPERADOR-DOC      PIC  9(4).
           02 DEF-FECHA-LIQUIDACION PIC  9(8).
           02 DEF-CENT-LIQUIDADO    PIC  9(11).

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

       FD VISTA-UNICA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fgd_vista_unica.txt".
       01 LINEA-VISTA                 PIC X(250).

       FD RESUMEN-FGD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fgd_resumen.txt".
       01 LINEA-RESUMEN               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSCL                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSTI                     PIC  X(2).
       77 FSPZ                     PIC  X(2).
       77 FSAP                     PIC  X(2).
       77 FSDV                     PIC  X(2).
       77 FSCA                     PIC  X(2).
       77 FSEM                     PIC  X(2).
       77 FSDF                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSVU                     PIC  X(2).
       77 FSRS                     PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 DIA-PROCESO              PIC  9(7).
       77 DIAS-DEVENGO             PIC  9(5).
       77 CENT-LIMITE              PIC  9(11).

       *> Tarjetas propias del cliente leido y cuentas ajenas de las
       *> que es cotitular (la tarjeta base de la cuenta)
       77 MAX-TARJETAS             PIC  9(2) VALUE 20.
       77 CNT-PROPIAS              PIC  9(2).
       77 CNT-CONJUNTAS            PIC  9(2).
       77 IND-TAR                  PIC  9(2).
       77 IND-OTRO                 PIC  9(2).
       77 ENCONTRADA-SW            PIC  X(1).
       01 TABLA-TARJETAS-CLIENTE.
           02 TARJETA-PROPIA       PIC 9(16) OCCURS 20 TIMES.
           02 CUENTA-CONJUNTA      PIC 9(16) OCCURS 20 TIMES.

       *> Reparto de la cuenta base TARJETA-CALC: numero de titulares
       *> (propietario mas cotitulares) y si el cliente leido es el
       *> propietario, que se queda el resto del reparto
       77 TARJETA-CALC             PIC 9(16).
       77 TIPO-CALC                PIC  9(1).
       77 CNT-PARTES               PIC  9(3).
       77 PROPIETARIO-SW           PIC  X(1).
       77 CENT-ITEM                PIC S9(13).
       77 CENT-PARTE               PIC S9(13).
       77 CENT-SALDO-CTA           PIC S9(13).
       77 CENT-INTERES-PLZ         PIC S9(13).

       *> Posicion del cliente leido
       77 CENT-CORRIENTE           PIC S9(13).
       77 CENT-AHORRO              PIC S9(13).
       77 CENT-APARTADOS           PIC S9(13).
       77 CENT-PLAZOS              PIC S9(13).
       77 CENT-DIVISA              PIC S9(13).
       77 CENT-INTERES             PIC S9(13).
       77 CENT-TOTAL               PIC S9(13).
       77 CENT-CUBIERTO            PIC S9(13).
       77 CENT-EXCESO              PIC S9(13).
       77 MARCA-EMBARGO            PIC  X(1).
       77 MARCA-FALLECIDO          PIC  X(1).
       77 MARCAS-EXCLUSION         PIC  X(2).

       *> Totales del resumen
       77 CNT-CLIENTES             PIC  9(7) VALUE 0.
       77 CNT-DEPOSITANTES         PIC  9(7) VALUE 0.
       77 CNT-SOBRE-LIMITE         PIC  9(7) VALUE 0.
       77 CNT-EMBARGADOS           PIC  9(7) VALUE 0.
       77 CNT-FALLECIDOS           PIC  9(7) VALUE 0.
       77 CNT-SIN-CAMBIO           PIC  9(7) VALUE 0.
       77 CNT-DESBORDE             PIC  9(7) VALUE 0.
       77 TOT-CORRIENTE            PIC S9(15) VALUE 0.
       77 TOT-AHORRO               PIC S9(15) VALUE 0.
       77 TOT-PLAZOS               PIC S9(15) VALUE 0.
       77 TOT-DIVISA               PIC S9(15) VALUE 0.
       77 TOT-INTERES              PIC S9(15) VALUE 0.
       77 TOT-TOTAL                PIC S9(15) VALUE 0.
       77 TOT-CUBIERTO             PIC S9(15) VALUE 0.
       77 TOT-EXCESO               PIC S9(15) VALUE 0.
       77 TOT-EXCLUIDO             PIC S9(15) VALUE 0.
       77 CTL-CUENTAS              PIC S9(15) VALUE 0.
       77 CTL-PLAZOS               PIC S9(15) VALUE 0.
       77 CTL-DIFERENCIA           PIC S9(15).
       77 TOTAL-EDIT               PIC -9(15).
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 ETIQUETA-RESUMEN         PIC X(40).

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
           COMPUTE DIA-PROCESO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

           MOVE 10000000 TO CENT-LIMITE.
           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "FGDLIMITE" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARAM-VALOR > 0
                       MOVE PARAM-VALOR TO CENT-LIMITE
                   END-IF
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           *> La vista unica y el resumen se regeneran enteros en cada
           *> ejecucion
           OPEN OUTPUT VISTA-UNICA.
           IF FSVU <> 00 AND FSVU <> 05
               GO TO FIN.
           OPEN OUTPUT RESUMEN-FGD.
           IF FSRS <> 00 AND FSRS <> 05
               GO TO FIN.

           MOVE SPACES TO LINEA-VISTA.
           STRING "VISTA UNICA DE CLIENTE FGD - UnizarBank - Fecha "
                  DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
             INTO LINEA-VISTA.
           WRITE LINEA-VISTA.

           MOVE SPACES TO LINEA-VISTA.
           STRING "CLIENTE|DNI|NOMBRE|CORRIENTE_CENT|AHORRO_CENT|"
                  DELIMITED BY SIZE
                  "APARTADOS_CENT|PLAZOS_CENT|DIVISA_EUR_CENT|"
                  DELIMITED BY SIZE
                  "INTERES_CENT|ADMISIBLE_CENT|CUBIERTO_CENT|"
                  DELIMITED BY SIZE
                  "NO_CUBIERTO_CENT|EXCLUSIONES"
                  DELIMITED BY SIZE
             INTO LINEA-VISTA.
           WRITE LINEA-VISTA.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO FIN.
           OPEN INPUT TARJETAS.
           OPEN INPUT CUENTAS.
           OPEN INPUT TITULARES.
           OPEN INPUT PLAZOS.
           OPEN INPUT APARTADOS.
           OPEN INPUT DIVISAS.
           OPEN INPUT CAMBIOS.
           OPEN INPUT EMBARGOS.
           OPEN INPUT DEFUNCIONES.

       LEER-CLIENTE.
           READ CLIENTES NEXT RECORD AT END GO TO CUADRE.
           ADD 1 TO CNT-CLIENTES.

           MOVE 0 TO CENT-CORRIENTE.
           MOVE 0 TO CENT-AHORRO.
           MOVE 0 TO CENT-APARTADOS.
           MOVE 0 TO CENT-PLAZOS.
           MOVE 0 TO CENT-DIVISA.
           MOVE 0 TO CENT-INTERES.
           MOVE SPACE TO MARCA-EMBARGO.
           MOVE SPACE TO MARCA-FALLECIDO.

           PERFORM REUNIR-TARJETAS THRU REUNIR-TARJETAS-FIN.
           IF CNT-PROPIAS = 0 AND CNT-CONJUNTAS = 0
               GO TO LEER-CLIENTE.

           MOVE 1 TO IND-TAR.
           PERFORM SUMAR-PROPIA THRU SUMAR-PROPIA-FIN.
           MOVE 1 TO IND-TAR.
           PERFORM SUMAR-CONJUNTA THRU SUMAR-CONJUNTA-FIN.

           COMPUTE CENT-TOTAL = CENT-CORRIENTE + CENT-AHORRO
               + CENT-PLAZOS + CENT-DIVISA + CENT-INTERES.
           IF CENT-TOTAL = 0
               GO TO LEER-CLIENTE.

           PERFORM MARCAR-FALLECIDO THRU MARCAR-FALLECIDO-FIN.

           MOVE CENT-TOTAL TO CENT-CUBIERTO.
           IF CENT-TOTAL > CENT-LIMITE
               MOVE CENT-LIMITE TO CENT-CUBIERTO
               ADD 1 TO CNT-SOBRE-LIMITE.
           COMPUTE CENT-EXCESO = CENT-TOTAL - CENT-CUBIERTO.

           MOVE SPACES TO MARCAS-EXCLUSION.
           STRING MARCA-EMBARGO DELIMITED BY SPACE
                  MARCA-FALLECIDO DELIMITED BY SPACE
             INTO MARCAS-EXCLUSION.

           ADD 1 TO CNT-DEPOSITANTES.
           ADD CENT-CORRIENTE TO TOT-CORRIENTE.
           ADD CENT-AHORRO    TO TOT-AHORRO.
           ADD CENT-PLAZOS    TO TOT-PLAZOS.
           ADD CENT-DIVISA    TO TOT-DIVISA.
           ADD CENT-INTERES   TO TOT-INTERES.
           ADD CENT-TOTAL     TO TOT-TOTAL.
           ADD CENT-CUBIERTO  TO TOT-CUBIERTO.
           ADD CENT-EXCESO    TO TOT-EXCESO.
           IF MARCA-EMBARGO NOT = SPACE
               ADD 1 TO CNT-EMBARGADOS.
           IF MARCA-FALLECIDO NOT = SPACE
               ADD 1 TO CNT-FALLECIDOS.
           IF MARCAS-EXCLUSION NOT = SPACES
               ADD CENT-CUBIERTO TO TOT-EXCLUIDO.

           MOVE SPACES TO LINEA-VISTA.
           STRING CLI-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-DNI DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-CORRIENTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-AHORRO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-APARTADOS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-PLAZOS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-DIVISA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-INTERES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-TOTAL DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-CUBIERTO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-EXCESO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MARCAS-EXCLUSION DELIMITED BY SIZE
             INTO LINEA-VISTA.
           WRITE LINEA-VISTA.
           GO TO LEER-CLIENTE.

      *> TARJETAS DE LAS QUE EL CLIENTE ES PROPIETARIO Y CUENTAS DE
      *> OTRAS TARJETAS EN LAS QUE FIGURA COMO COTITULAR
       REUNIR-TARJETAS.
           INITIALIZE TABLA-TARJETAS-CLIENTE.
           MOVE 0 TO CNT-PROPIAS.
           MOVE 0 TO CNT-CONJUNTAS.
           IF FST <> 00
               GO TO REUNIR-TARJETAS-FIN.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               GO TO REUNIR-TARJETAS-FIN
           END-START.

       REUNIR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD AT END
               GO TO REUNIR-COTITULARIDADES.
           IF TCLIENTE NOT = CLI-ID
               GO TO REUNIR-TARJETAS-LEER.
           IF CNT-PROPIAS NOT < MAX-TARJETAS
               ADD 1 TO CNT-DESBORDE
               GO TO REUNIR-TARJETAS-LEER.
           ADD 1 TO CNT-PROPIAS.
           MOVE TNUM TO TARJETA-PROPIA(CNT-PROPIAS).
           GO TO REUNIR-TARJETAS-LEER.

       REUNIR-COTITULARIDADES.
           IF FSTI <> 00 OR CNT-PROPIAS = 0
               GO TO REUNIR-TARJETAS-FIN.
           MOVE 0 TO TIT-TARJETA.
           START TITULARES KEY >= TIT-TARJETA INVALID KEY
               GO TO REUNIR-TARJETAS-FIN
           END-START.

       REUNIR-COTITULARIDADES-LEER.
           READ TITULARES NEXT RECORD AT END
               GO TO REUNIR-TARJETAS-FIN.
           IF NOT TIT-COTITULAR
               GO TO REUNIR-COTITULARIDADES-LEER.

           *> La tarjeta del cotitular tiene que ser del cliente y la
           *> cuenta base no, o ya se sumo entera como propia
           MOVE TIT-TARJETA TO TARJETA-CALC.
           PERFORM BUSCAR-PROPIA THRU BUSCAR-PROPIA-FIN.
           IF ENCONTRADA-SW = "N"
               GO TO REUNIR-COTITULARIDADES-LEER.
           MOVE TIT-CUENTA TO TARJETA-CALC.
           PERFORM BUSCAR-PROPIA THRU BUSCAR-PROPIA-FIN.
           IF ENCONTRADA-SW = "S"
               GO TO REUNIR-COTITULARIDADES-LEER.

           MOVE 1 TO IND-OTRO.
       REUNIR-CONJUNTA-BUSCAR.
           IF IND-OTRO > CNT-CONJUNTAS
               GO TO REUNIR-CONJUNTA-NUEVA.
           IF CUENTA-CONJUNTA(IND-OTRO) = TIT-CUENTA
               GO TO REUNIR-COTITULARIDADES-LEER.
           ADD 1 TO IND-OTRO.
           GO TO REUNIR-CONJUNTA-BUSCAR.

       REUNIR-CONJUNTA-NUEVA.
           IF CNT-CONJUNTAS NOT < MAX-TARJETAS
               ADD 1 TO CNT-DESBORDE
               GO TO REUNIR-COTITULARIDADES-LEER.
           ADD 1 TO CNT-CONJUNTAS.
           MOVE TIT-CUENTA TO CUENTA-CONJUNTA(CNT-CONJUNTAS).
           GO TO REUNIR-COTITULARIDADES-LEER.
       REUNIR-TARJETAS-FIN.
           EXIT.

      *> ENCONTRADA-SW A "S" SI TARJETA-CALC ES UNA TARJETA PROPIA
       BUSCAR-PROPIA.
           MOVE "N" TO ENCONTRADA-SW.
           MOVE 1 TO IND-OTRO.
       BUSCAR-PROPIA-SIGUIENTE.
           IF IND-OTRO > CNT-PROPIAS
               GO TO BUSCAR-PROPIA-FIN.
           IF TARJETA-PROPIA(IND-OTRO) = TARJETA-CALC
               MOVE "S" TO ENCONTRADA-SW
               GO TO BUSCAR-PROPIA-FIN.
           ADD 1 TO IND-OTRO.
           GO TO BUSCAR-PROPIA-SIGUIENTE.
       BUSCAR-PROPIA-FIN.
           EXIT.

      *> TARJETA PROPIA IND-TAR: SUS CUENTAS, IMPOSICIONES Y APARTADOS
      *> EN LA PARTE DEL PROPIETARIO, SUS DIVISAS Y SUS EMBARGOS
       SUMAR-PROPIA.
           IF IND-TAR > CNT-PROPIAS
               GO TO SUMAR-PROPIA-FIN.
           MOVE TARJETA-PROPIA(IND-TAR) TO TARJETA-CALC.
           MOVE "S" TO PROPIETARIO-SW.
           PERFORM CONTAR-PARTES THRU CONTAR-PARTES-FIN.
           PERFORM SUMAR-CUENTA-BASE THRU SUMAR-CUENTA-BASE-FIN.
           PERFORM SUMAR-DIVISAS THRU SUMAR-DIVISAS-FIN.
           PERFORM MARCAR-EMBARGO THRU MARCAR-EMBARGO-FIN.
           ADD 1 TO IND-TAR.
           GO TO SUMAR-PROPIA.
       SUMAR-PROPIA-FIN.
           EXIT.

      *> CUENTA BASE AJENA IND-TAR DE LA QUE EL CLIENTE ES
      *> COTITULAR: SU PARTE, SIN EL RESTO DEL REPARTO
       SUMAR-CONJUNTA.
           IF IND-TAR > CNT-CONJUNTAS
               GO TO SUMAR-CONJUNTA-FIN.
           MOVE CUENTA-CONJUNTA(IND-TAR) TO TARJETA-CALC.
           MOVE "N" TO PROPIETARIO-SW.
           PERFORM CONTAR-PARTES THRU CONTAR-PARTES-FIN.
           PERFORM SUMAR-CUENTA-BASE THRU SUMAR-CUENTA-BASE-FIN.
           ADD 1 TO IND-TAR.
           GO TO SUMAR-CONJUNTA.
       SUMAR-CONJUNTA-FIN.
           EXIT.

      *> TITULARES DE LA CUENTA BASE TARJETA-CALC: EL PROPIETARIO Y
      *> SUS COTITULARES (LOS AUTORIZADOS NO CUENTAN)
       CONTAR-PARTES.
           MOVE 1 TO CNT-PARTES.
           IF FSTI <> 00
               GO TO CONTAR-PARTES-FIN.
           MOVE 0 TO TIT-TARJETA.
           START TITULARES KEY >= TIT-TARJETA INVALID KEY
               GO TO CONTAR-PARTES-FIN
           END-START.
       CONTAR-PARTES-LEER.
           READ TITULARES NEXT RECORD AT END
               GO TO CONTAR-PARTES-FIN.
           IF TIT-CUENTA = TARJETA-CALC
               AND TIT-TARJETA NOT = TARJETA-CALC
               AND TIT-COTITULAR
               ADD 1 TO CNT-PARTES.
           GO TO CONTAR-PARTES-LEER.
       CONTAR-PARTES-FIN.
           EXIT.

      *> PARTE DEL CLIENTE EN LAS CUENTAS A LA VISTA Y DE AHORRO, LAS
      *> IMPOSICIONES VIVAS Y LOS APARTADOS DE TARJETA-CALC
       SUMAR-CUENTA-BASE.
           MOVE 1 TO TIPO-CALC.
           PERFORM SUMAR-CUENTA THRU SUMAR-CUENTA-FIN.
           MOVE 2 TO TIPO-CALC.
           PERFORM SUMAR-CUENTA THRU SUMAR-CUENTA-FIN.
           PERFORM SUMAR-PLAZOS THRU SUMAR-PLAZOS-FIN.
           PERFORM SUMAR-APARTADOS THRU SUMAR-APARTADOS-FIN.
       SUMAR-CUENTA-BASE-FIN.
           EXIT.

       SUMAR-CUENTA.
           IF FSC <> 00
               GO TO SUMAR-CUENTA-FIN.
           MOVE TARJETA-CALC TO CTA-TARJETA.
           MOVE TIPO-CALC    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               GO TO SUMAR-CUENTA-FIN.
           *> Un saldo deudor no es un deposito
           IF CTA-SALDO-ENT < 0
               GO TO SUMAR-CUENTA-FIN.
           COMPUTE CENT-ITEM = (CTA-SALDO-ENT * 100) + CTA-SALDO-DEC.
           PERFORM CALCULAR-PARTE THRU CALCULAR-PARTE-FIN.
           IF CTA-CORRIENTE
               ADD CENT-PARTE TO CENT-CORRIENTE
           ELSE
               ADD CENT-PARTE TO CENT-AHORRO
           END-IF.
       SUMAR-CUENTA-FIN.
           EXIT.

      *> IMPOSICIONES VIVAS: CAPITAL E INTERES DEVENGADO DESDE EL
      *> INICIO: EL INTERES SIMPLE PACTADO DE VENCER_PLAZOS POR DIAS
      *> TRANSCURRIDOS SOBRE 365
       SUMAR-PLAZOS.
           IF FSPZ <> 00
               GO TO SUMAR-PLAZOS-FIN.
           MOVE 0 TO PLZ-NUM.
           START PLAZOS KEY >= PLZ-NUM INVALID KEY
               GO TO SUMAR-PLAZOS-FIN
           END-START.
       SUMAR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD AT END
               GO TO SUMAR-PLAZOS-FIN.
           IF PLZ-TARJETA NOT = TARJETA-CALC
               OR NOT PLZ-VIVO
               GO TO SUMAR-PLAZOS-LEER.
           MOVE PLZ-CENT-CAPITAL TO CENT-ITEM.
           PERFORM CALCULAR-PARTE THRU CALCULAR-PARTE-FIN.
           ADD CENT-PARTE TO CENT-PLAZOS.

           MOVE 0 TO DIAS-DEVENGO.
           IF PLZ-FECHA-INICIO > 0 AND PLZ-FECHA-INICIO < FECHA-PROCESO
               COMPUTE DIAS-DEVENGO = DIA-PROCESO
                   - FUNCTION INTEGER-OF-DATE(PLZ-FECHA-INICIO).
           COMPUTE CENT-INTERES-PLZ = (PLZ-CENT-CAPITAL
               * PLZ-TASA-ANUAL-X10000 * DIAS-DEVENGO)
               / (365 * 1000000).
           MOVE CENT-INTERES-PLZ TO CENT-ITEM.
           PERFORM CALCULAR-PARTE THRU CALCULAR-PARTE-FIN.
           ADD CENT-PARTE TO CENT-INTERES.
           GO TO SUMAR-PLAZOS-LEER.
       SUMAR-PLAZOS-FIN.
           EXIT.

      *> APARTADOS: SOLO INFORMATIVOS, YA ESTAN EN EL SALDO DE AHORRO
       SUMAR-APARTADOS.
           IF FSAP <> 00
               GO TO SUMAR-APARTADOS-FIN.
           MOVE TARJETA-CALC TO APA-TARJETA.
           MOVE 0 TO APA-NUM.
           START APARTADOS KEY >= APA-CLAVE INVALID KEY
               GO TO SUMAR-APARTADOS-FIN
           END-START.
       SUMAR-APARTADOS-LEER.
           READ APARTADOS NEXT RECORD AT END
               GO TO SUMAR-APARTADOS-FIN.
           IF APA-TARJETA NOT = TARJETA-CALC
               GO TO SUMAR-APARTADOS-FIN.
           MOVE APA-CENT TO CENT-ITEM.
           PERFORM CALCULAR-PARTE THRU CALCULAR-PARTE-FIN.
           ADD CENT-PARTE TO CENT-APARTADOS.
           GO TO SUMAR-APARTADOS-LEER.
       SUMAR-APARTADOS-FIN.
           EXIT.

      *> POSICIONES EN DIVISA DE LA TARJETA, EN EUROS AL CAMBIO DE
      *> COMPRA; SIN CAMBIO PARA LA DIVISA NO SE PUEDE VALORAR Y SE
      *> CUENTA EN EL RESUMEN
       SUMAR-DIVISAS.
           IF FSDV <> 00
               GO TO SUMAR-DIVISAS-FIN.
           MOVE TARJETA-CALC TO DIV-TARJETA.
           MOVE LOW-VALUES TO DIV-MONEDA.
           START DIVISAS KEY >= DIV-CLAVE INVALID KEY
               GO TO SUMAR-DIVISAS-FIN
           END-START.
       SUMAR-DIVISAS-LEER.
           READ DIVISAS NEXT RECORD AT END
               GO TO SUMAR-DIVISAS-FIN.
           IF DIV-TARJETA NOT = TARJETA-CALC
               GO TO SUMAR-DIVISAS-FIN.
           IF DIV-CENT NOT > 0
               GO TO SUMAR-DIVISAS-LEER.
           IF FSCA <> 00
               ADD 1 TO CNT-SIN-CAMBIO
               GO TO SUMAR-DIVISAS-LEER.
           MOVE DIV-MONEDA TO CAM-MONEDA.
           READ CAMBIOS INVALID KEY
               ADD 1 TO CNT-SIN-CAMBIO
               GO TO SUMAR-DIVISAS-LEER.
           COMPUTE CENT-ITEM = (DIV-CENT * CAM-COMPRA-X10000) / 10000.
           ADD CENT-ITEM TO CENT-DIVISA.
           GO TO SUMAR-DIVISAS-LEER.
       SUMAR-DIVISAS-FIN.
           EXIT.

      *> PARTE DE CENT-ITEM QUE CORRESPONDE AL CLIENTE: A PARTES
      *> IGUALES ENTRE CNT-PARTES TITULARES, Y EL PROPIETARIO SE
      *> QUEDA EL RESTO
       CALCULAR-PARTE.
           COMPUTE CENT-PARTE = CENT-ITEM / CNT-PARTES.
           IF PROPIETARIO-SW = "S"
               COMPUTE CENT-PARTE =
                   CENT-ITEM - (CENT-PARTE * (CNT-PARTES - 1)).
       CALCULAR-PARTE-FIN.
           EXIT.

      *> UN EMBARGO SIN CERRAR SOBRE CUALQUIERA DE SUS TARJETAS
       MARCAR-EMBARGO.
           IF FSEM <> 00 OR MARCA-EMBARGO NOT = SPACE
               GO TO MARCAR-EMBARGO-FIN.
           MOVE 0 TO EMB-NUM.
           START EMBARGOS KEY >= EMB-NUM INVALID KEY
               GO TO MARCAR-EMBARGO-FIN
           END-START.
       MARCAR-EMBARGO-LEER.
           READ EMBARGOS NEXT RECORD AT END
               GO TO MARCAR-EMBARGO-FIN.
           IF EMB-TARJETA NOT = TARJETA-CALC OR EMB-CERRADO
               GO TO MARCAR-EMBARGO-LEER.
           MOVE "E" TO MARCA-EMBARGO.
       MARCAR-EMBARGO-FIN.
           EXIT.

      *> FALLECIDO CON LA HERENCIA TODAVIA SIN LIQUIDAR
       MARCAR-FALLECIDO.
           IF FSDF <> 00
               GO TO MARCAR-FALLECIDO-FIN.
           MOVE CLI-ID TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               GO TO MARCAR-FALLECIDO-FIN.
           IF NOT DEF-LIQUIDADO
               MOVE "F" TO MARCA-FALLECIDO.
       MARCAR-FALLECIDO-FIN.
           EXIT.

      *> CUADRE PARA LA PRUEBA DEL SUPERVISOR: LO REPARTIDO ENTRE
      *> CLIENTES CONTRA LOS SALDOS ACREEDORES DE cuentas.ubd Y EL
      *> CAPITAL VIVO DE plazos.ubd; LA DIFERENCIA SON CUENTAS DE
      *> TARJETAS SIN CLIENTE O QUE NO CABEN EN LA TABLA
       CUADRE.
           IF FSC <> 00
               GO TO CUADRE-PLAZOS.
           MOVE LOW-VALUES TO CTA-CLAVE.
           START CUENTAS KEY >= CTA-CLAVE INVALID KEY
               GO TO CUADRE-PLAZOS
           END-START.
       CUADRE-CUENTAS-LEER.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUADRE-PLAZOS.
           IF CTA-CREDITO OR CTA-SALDO-ENT < 0
               GO TO CUADRE-CUENTAS-LEER.
           COMPUTE CTL-CUENTAS = CTL-CUENTAS
               + (CTA-SALDO-ENT * 100) + CTA-SALDO-DEC.
           GO TO CUADRE-CUENTAS-LEER.

       CUADRE-PLAZOS.
           IF FSPZ <> 00
               GO TO ESCRIBIR-RESUMEN.
           MOVE 0 TO PLZ-NUM.
           START PLAZOS KEY >= PLZ-NUM INVALID KEY
               GO TO ESCRIBIR-RESUMEN
           END-START.
       CUADRE-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD AT END
               GO TO ESCRIBIR-RESUMEN.
           IF PLZ-VIVO
               ADD PLZ-CENT-CAPITAL TO CTL-PLAZOS.
           GO TO CUADRE-PLAZOS-LEER.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "RESUMEN FGD - VISTA UNICA DE CLIENTE - Fecha "
                  DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.

           MOVE "Clientes leidos"            TO ETIQUETA-RESUMEN.
           MOVE CNT-CLIENTES TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.
           MOVE "Depositantes"               TO ETIQUETA-RESUMEN.
           MOVE CNT-DEPOSITANTES TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.
           MOVE "Depositantes sobre el limite" TO ETIQUETA-RESUMEN.
           MOVE CNT-SOBRE-LIMITE TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.
           MOVE "Con embargo abierto (E)"    TO ETIQUETA-RESUMEN.
           MOVE CNT-EMBARGADOS TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.
           MOVE "Fallecidos sin liquidar (F)" TO ETIQUETA-RESUMEN.
           MOVE CNT-FALLECIDOS TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.
           MOVE "Posiciones en divisa sin cambio" TO ETIQUETA-RESUMEN.
           MOVE CNT-SIN-CAMBIO TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.
           MOVE "Tarjetas que no caben en la tabla" TO ETIQUETA-RESUMEN.
           MOVE CNT-DESBORDE TO CNT-EDIT.
           PERFORM RESUMEN-CONTADOR THRU RESUMEN-CONTADOR-FIN.

           MOVE SPACES TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE "Limite por depositante (cent.)" TO ETIQUETA-RESUMEN.
           MOVE CENT-LIMITE TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Cuentas corrientes (cent.)"  TO ETIQUETA-RESUMEN.
           MOVE TOT-CORRIENTE TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Cuentas de ahorro (cent.)"   TO ETIQUETA-RESUMEN.
           MOVE TOT-AHORRO TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Imposiciones a plazo (cent.)" TO ETIQUETA-RESUMEN.
           MOVE TOT-PLAZOS TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Divisa en euros (cent.)"     TO ETIQUETA-RESUMEN.
           MOVE TOT-DIVISA TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Intereses devengados (cent.)" TO ETIQUETA-RESUMEN.
           MOVE TOT-INTERES TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Depositos admisibles (cent.)" TO ETIQUETA-RESUMEN.
           MOVE TOT-TOTAL TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Importe cubierto (cent.)"    TO ETIQUETA-RESUMEN.
           MOVE TOT-CUBIERTO TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Importe no cubierto (cent.)" TO ETIQUETA-RESUMEN.
           MOVE TOT-EXCESO TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Cubierto con marca (cent.)"  TO ETIQUETA-RESUMEN.
           MOVE TOT-EXCLUIDO TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.

           MOVE SPACES TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE "Saldos acreedores cuentas.ubd" TO ETIQUETA-RESUMEN.
           MOVE CTL-CUENTAS TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           COMPUTE CTL-DIFERENCIA = CTL-CUENTAS
               - TOT-CORRIENTE - TOT-AHORRO.
           MOVE "  Diferencia con lo repartido" TO ETIQUETA-RESUMEN.
           MOVE CTL-DIFERENCIA TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           MOVE "Capital vivo plazos.ubd"     TO ETIQUETA-RESUMEN.
           MOVE CTL-PLAZOS TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           COMPUTE CTL-DIFERENCIA = CTL-PLAZOS - TOT-PLAZOS.
           MOVE "  Diferencia con lo repartido" TO ETIQUETA-RESUMEN.
           MOVE CTL-DIFERENCIA TO TOTAL-EDIT.
           PERFORM RESUMEN-IMPORTE THRU RESUMEN-IMPORTE-FIN.
           GO TO FIN.

       RESUMEN-CONTADOR.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING ETIQUETA-RESUMEN DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
       RESUMEN-CONTADOR-FIN.
           EXIT.

       RESUMEN-IMPORTE.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING ETIQUETA-RESUMEN DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
       RESUMEN-IMPORTE-FIN.
           EXIT.

       FIN.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           CLOSE TITULARES.
           CLOSE PLAZOS.
           CLOSE APARTADOS.
           CLOSE DIVISAS.
           CLOSE CAMBIOS.
           CLOSE EMBARGOS.
           CLOSE DEFUNCIONES.
           CLOSE VISTA-UNICA.
           CLOSE RESUMEN-FGD.
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
