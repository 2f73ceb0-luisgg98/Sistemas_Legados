       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARAR_196.
       *> Programa batch anual de la declaracion informativa de
       *> saldos de cuentas (modelo 196). Recorre las cuentas
       *> corrientes y de ahorro de cuentas.ubd y, para cada una,
       *> calcula desde los movimientos el saldo a 31/12 del ejercicio
       *> y el saldo medio del cuarto trimestre (media de los saldos
       *> al cierre de cada dia del 1/10 al 31/12). Declara una linea
       *> por cuenta y persona en modelo196.txt: el cliente de la
       *> tarjeta propietaria y los cotitulares de titulares.ubd con
       *> clave 1 (titular), repartiendose el 100 % de participacion a
       *> partes iguales (el primero se queda el resto del reparto), y
       *> los autorizados con clave 2 y participacion cero (ver
       *> GESTION_TITULARES). El listado de control control_196.txt
       *> cuadra los totales del fichero con cuentas.ubd: saldo
       *> declarado a 31/12 mas movimientos posteriores debe dar el
       *> saldo de hoy de cada cuenta, y se listan las que no cuadran
       *> y las que no tienen cliente al que declarar. El ejercicio se
       *> toma del parametro M196ANO de parametros.ubd; si no esta
       *> definido se declara el ano anterior al de la fecha de
       *> negocio. Se ejecuta de forma independiente, normalmente a
       *> principios de ano, como RESUMEN_FISCAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL F-IBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBAN-CLAVE
           FILE STATUS IS FSIB.

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

           SELECT OPTIONAL DECLARACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDC.

           SELECT OPTIONAL CONTROL-196 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCT.


       DATA DIVISION.
       FILE SECTION.

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

       FD F-IBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "iban.ubd".
       01 IBAN-REG.
           02 IBAN-CLAVE.
               03 IBAN-TARJETA      PIC  9(16).
               03 IBAN-TIPO         PIC  9(1).
           02 IBAN-CODIGO           PIC  X(24).

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

       FD DECLARACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "modelo196.txt".
       01 LINEA-DECLARACION           PIC X(150).

       FD CONTROL-196
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "control_196.txt".
       01 LINEA-CONTROL               PIC X(100).

       WORKING-STORAGE SECTION.
       *> Mascara comun de numeros de tarjeta en salidas impresas y
       *> exportadas: solo los 4 primeros y los 4 ultimos digitos a
       *> la vista
       77 TARJETA-MASCARA           PIC  X(16).
       77 TARJETA-A-ENMASCARAR      PIC  9(16).

       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSTI                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSDC                     PIC  X(2).
       77 FSCT                     PIC  X(2).

       77 ANO-DECLARADO            PIC  9(4).
       77 FIN-EJERCICIO            PIC  9(8).
       77 FIN-TRIMESTRE-ANT        PIC  9(8).
       77 DIA-INI-TRIMESTRE        PIC  9(7).
       77 DIA-FIN-EJERCICIO        PIC  9(7).
       77 DIAS-TRIMESTRE           PIC  9(3).

       *> Recorrido de los movimientos de la cuenta leida
       77 FECHA-MOV                PIC  9(8).
       77 DIA-MOV                  PIC  9(7).
       77 DIA-CURSOR               PIC  9(7).
       77 DIAS-TRAMO               PIC  9(3).
       77 TIPO-CUENTA-MOV          PIC  9(1).
       77 BASE-SW                  PIC  X(1).
       77 POSTERIOR-SW             PIC  X(1).
       77 CENT-SALDO-CURSOR        PIC S9(11).
       77 CENT-SALDO-HOY           PIC S9(11).
       77 CENT-IMPORTE-MOV         PIC S9(11).
       77 CENT-POSTERIORES         PIC S9(11).
       77 CENT-SUMA-DIARIA         PIC S9(15).
       77 CENT-SALDO-CIERRE        PIC S9(11).
       77 CENT-SALDO-MEDIO         PIC S9(11).
       77 CENT-DIFERENCIA          PIC S9(11).

       *> Personas a declarar de la cuenta leida
       77 MAX-DECLARADOS           PIC  9(2) VALUE 20.
       77 CNT-DECLARADOS           PIC  9(2).
       77 CNT-TITULARES            PIC  9(2).
       77 IND-DEC                  PIC  9(2).
       77 IND-OTRO                 PIC  9(2).
       77 PRIMERO-SW               PIC  X(1).
       77 TARJETA-PERSONA          PIC  9(16).
       77 CLAVE-PERSONA            PIC  9(1).
       01 TABLA-DECLARADOS.
           02 DECLARADO OCCURS 20 TIMES.
               03 DEC-CLIENTE       PIC  9(8).
               03 DEC-CLAVE         PIC  9(1).
                   88 DEC-TITULAR   VALUE 1.
                   88 DEC-AUTORIZADO VALUE 2.
               03 DEC-DNI           PIC  X(9).
               03 DEC-NOMBRE        PIC X(30).
               03 DEC-PORCENTAJE    PIC  9(3)V99.
       77 PORCENTAJE-PARTE         PIC  9(3)V99.
       77 PORCENTAJE-RESTO         PIC  9(3)V99.

       77 CUENTA-DECLARADA         PIC X(24).
       77 TIPO-DECLARADO           PIC  X(3).
       77 SALDO-EDIT               PIC -9(11).
       77 MEDIO-EDIT               PIC -9(11).
       77 PORCENTAJE-EDIT          PIC  999.99.

       *> Totales de control por tipo de cuenta (1 corriente,
       *> 2 ahorro)
       01 TOTALES-CONTROL.
           02 TOT-TIPO OCCURS 2 TIMES.
               03 TOT-CUENTAS       PIC  9(7).
               03 TOT-CIERRE        PIC S9(13).
               03 TOT-POSTERIORES   PIC S9(13).
               03 TOT-HOY           PIC S9(13).
       77 IND-TIPO                 PIC  9(1).
       77 TOTAL-EDIT               PIC -9(13).
       77 CNT-LINEAS-DECL          PIC  9(7) VALUE 0.
       77 CNT-DESCUADRES           PIC  9(7) VALUE 0.
       77 CNT-SIN-CLIENTE          PIC  9(7) VALUE 0.
       77 CNT-DESBORDE             PIC  9(7) VALUE 0.

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

           COMPUTE ANO-DECLARADO = ANO - 1.

           OPEN I-O PARAMETROS.
           IF FSP = 00
               MOVE "M196ANO" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARAM-VALOR > 0
                       MOVE PARAM-VALOR TO ANO-DECLARADO
                   END-IF
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           COMPUTE FIN-EJERCICIO = (ANO-DECLARADO * 10000) + 1231.
           COMPUTE FIN-TRIMESTRE-ANT = (ANO-DECLARADO * 10000) + 930.
           COMPUTE DIA-FIN-EJERCICIO =
               FUNCTION INTEGER-OF-DATE(FIN-EJERCICIO).
           COMPUTE DIA-INI-TRIMESTRE =
               FUNCTION INTEGER-OF-DATE(FIN-TRIMESTRE-ANT) + 1.
           COMPUTE DIAS-TRIMESTRE =
               DIA-FIN-EJERCICIO - DIA-INI-TRIMESTRE + 1.
           INITIALIZE TOTALES-CONTROL.

           *> La declaracion y el control se regeneran enteros en
           *> cada ejecucion
           OPEN OUTPUT DECLARACION.
           IF FSDC <> 00 AND FSDC <> 05
               GO TO FIN.
           OPEN OUTPUT CONTROL-196.
           IF FSCT <> 00 AND FSCT <> 05
               GO TO FIN.

           MOVE SPACES TO LINEA-DECLARACION.
           STRING "MODELO 196 - UnizarBank - Ejercicio "
               DELIMITED BY SIZE
               ANO-DECLARADO DELIMITED BY SIZE
             INTO LINEA-DECLARACION.
           WRITE LINEA-DECLARACION.

           MOVE SPACES TO LINEA-DECLARACION.
           STRING "CLAVE|NIF|NOMBRE|CUENTA|TIPO|SALDO_31_12_CENT|"
                  DELIMITED BY SIZE
                  "SALDO_MEDIO_T4_CENT|PARTICIPACION"
                  DELIMITED BY SIZE
             INTO LINEA-DECLARACION.
           WRITE LINEA-DECLARACION.

           MOVE SPACES TO LINEA-CONTROL.
           STRING "CONTROL DEL MODELO 196 - Ejercicio "
                  DELIMITED BY SIZE
                  ANO-DECLARADO DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN.
           OPEN INPUT F-MOVIMIENTOS.
           OPEN INPUT TITULARES.
           OPEN INPUT TARJETAS.
           OPEN INPUT CLIENTES.
           OPEN INPUT F-IBAN.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END GO TO FIN.

           *> Solo cuentas a la vista y de ahorro
           IF NOT CTA-CORRIENTE AND NOT CTA-AHORRO
               GO TO LEER-CUENTA.

           PERFORM CALCULAR-SALDOS THRU CALCULAR-SALDOS-FIN.

           MOVE CTA-TIPO TO IND-TIPO.
           ADD 1                 TO TOT-CUENTAS(IND-TIPO).
           ADD CENT-SALDO-CIERRE TO TOT-CIERRE(IND-TIPO).
           ADD CENT-POSTERIORES  TO TOT-POSTERIORES(IND-TIPO).
           ADD CENT-SALDO-HOY    TO TOT-HOY(IND-TIPO).

           COMPUTE CENT-DIFERENCIA = CENT-SALDO-CIERRE
               + CENT-POSTERIORES - CENT-SALDO-HOY.
           IF CENT-DIFERENCIA NOT = 0
               PERFORM LISTAR-DESCUADRE THRU LISTAR-DESCUADRE-FIN.

           PERFORM REUNIR-DECLARADOS THRU REUNIR-DECLARADOS-FIN.
           IF CNT-TITULARES = 0
               PERFORM LISTAR-SIN-CLIENTE
                   THRU LISTAR-SIN-CLIENTE-FIN
               GO TO LEER-CUENTA.

           PERFORM IDENTIFICAR-CUENTA THRU IDENTIFICAR-CUENTA-FIN.
           MOVE 1 TO IND-DEC.
           PERFORM ESCRIBIR-DECLARADO THRU ESCRIBIR-DECLARADO-FIN.
           GO TO LEER-CUENTA.

      *> SALDO A 31/12, SUMA DE SALDOS DIARIOS DEL CUARTO TRIMESTRE Y
      *> MOVIMIENTOS POSTERIORES AL EJERCICIO DE LA CUENTA LEIDA. LOS
      *> MOVIMIENTOS DE LA TARJETA SALEN EN ORDEN DE GRABACION Y LA
      *> COLA DE LA REFERENCIA SEPARA AHORRO "AHO" Y CREDITO "CRE" DE
      *> LA CORRIENTE. EL SALDO EN CURSO ARRANCA DEL ULTIMO MOVIMIENTO
      *> HASTA EL 30/09 O, SI NO LO HAY, DEL SALDO PREVIO AL PRIMER
      *> MOVIMIENTO POSTERIOR; SIN MOVIMIENTOS VALE EL SALDO DE HOY
       CALCULAR-SALDOS.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-HOY =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-HOY = (CTA-SALDO-ENT * 100)
                                        + CTA-SALDO-DEC
           END-IF.
           MOVE CENT-SALDO-HOY TO CENT-SALDO-CURSOR.
           MOVE "N" TO BASE-SW.
           MOVE "N" TO POSTERIOR-SW.
           MOVE 0 TO CENT-POSTERIORES.
           MOVE 0 TO CENT-SUMA-DIARIA.
           MOVE DIA-INI-TRIMESTRE TO DIA-CURSOR.

           IF FSM <> 00
               GO TO CALCULAR-SALDOS-CIERRE.
           MOVE CTA-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA INVALID KEY
               GO TO CALCULAR-SALDOS-CIERRE
           END-START.

       CALCULAR-SALDOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO CALCULAR-SALDOS-CIERRE.
           IF MOV-TARJETA NOT = CTA-TARJETA
               GO TO CALCULAR-SALDOS-CIERRE.

           MOVE 1 TO TIPO-CUENTA-MOV.
           IF MOV-REFERENCIA(28:3) = "AHO"
               MOVE 2 TO TIPO-CUENTA-MOV.
           IF MOV-REFERENCIA(28:3) = "CRE"
               MOVE 3 TO TIPO-CUENTA-MOV.
           IF TIPO-CUENTA-MOV NOT = CTA-TIPO
               GO TO CALCULAR-SALDOS-LEER.

           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE-MOV =
                   - ((FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
                       + MOV-IMPORTE-DEC)
           ELSE
               COMPUTE CENT-IMPORTE-MOV = (MOV-IMPORTE-ENT * 100)
                                          + MOV-IMPORTE-DEC
           END-IF.
           COMPUTE FECHA-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
               + MOV-DIA.

           *> Despues del ejercicio solo se suman para el cuadre
           IF FECHA-MOV > FIN-EJERCICIO
               IF BASE-SW = "N" AND POSTERIOR-SW = "N"
                   PERFORM SALDO-ANTES-DE-MOV
                       THRU SALDO-ANTES-DE-MOV-FIN
                   MOVE "S" TO BASE-SW
               END-IF
               MOVE "S" TO POSTERIOR-SW
               ADD CENT-IMPORTE-MOV TO CENT-POSTERIORES
               GO TO CALCULAR-SALDOS-LEER.

           IF FECHA-MOV > FIN-TRIMESTRE-ANT
               IF BASE-SW = "N"
                   PERFORM SALDO-ANTES-DE-MOV
                       THRU SALDO-ANTES-DE-MOV-FIN
               END-IF
               COMPUTE DIA-MOV = FUNCTION INTEGER-OF-DATE(FECHA-MOV)
               COMPUTE DIAS-TRAMO = DIA-MOV - DIA-CURSOR
               COMPUTE CENT-SUMA-DIARIA = CENT-SUMA-DIARIA
                   + (CENT-SALDO-CURSOR * DIAS-TRAMO)
               MOVE DIA-MOV TO DIA-CURSOR
           END-IF.

           MOVE "S" TO BASE-SW.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-CURSOR =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-CURSOR = (MOV-SALDOPOS-ENT * 100)
                                           + MOV-SALDOPOS-DEC
           END-IF.
           GO TO CALCULAR-SALDOS-LEER.

       CALCULAR-SALDOS-CIERRE.
           *> Con movimientos posteriores el saldo en curso ya quedo
           *> fijado en el previo al primero de ellos
           COMPUTE DIAS-TRAMO = DIA-FIN-EJERCICIO + 1 - DIA-CURSOR.
           COMPUTE CENT-SUMA-DIARIA = CENT-SUMA-DIARIA
               + (CENT-SALDO-CURSOR * DIAS-TRAMO).
           MOVE CENT-SALDO-CURSOR TO CENT-SALDO-CIERRE.
           COMPUTE CENT-SALDO-MEDIO ROUNDED =
               CENT-SUMA-DIARIA / DIAS-TRIMESTRE.
       CALCULAR-SALDOS-FIN.
           EXIT.

      *> SALDO QUE HABIA JUSTO ANTES DEL MOVIMIENTO LEIDO, CON SU
      *> IMPORTE YA EN CENT-IMPORTE-MOV
       SALDO-ANTES-DE-MOV.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-CURSOR =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-CURSOR = (MOV-SALDOPOS-ENT * 100)
                                           + MOV-SALDOPOS-DEC
           END-IF.
           SUBTRACT CENT-IMPORTE-MOV FROM CENT-SALDO-CURSOR.
       SALDO-ANTES-DE-MOV-FIN.
           EXIT.

      *> CARGA EN TABLA-DECLARADOS AL CLIENTE DE LA TARJETA
      *> PROPIETARIA Y A LOS COTITULARES Y AUTORIZADOS DE LA CUENTA,
      *> SIN REPETIR CLIENTE, Y REPARTE LA PARTICIPACION
       REUNIR-DECLARADOS.
           INITIALIZE TABLA-DECLARADOS.
           MOVE 0 TO CNT-DECLARADOS.
           MOVE 0 TO CNT-TITULARES.

           MOVE CTA-TARJETA TO TARJETA-PERSONA.
           MOVE 1 TO CLAVE-PERSONA.
           PERFORM ANADIR-PERSONA THRU ANADIR-PERSONA-FIN.

           IF FSTI <> 00
               GO TO REUNIR-DECLARADOS-REPARTO.
           MOVE 0 TO TIT-TARJETA.
           START TITULARES KEY >= TIT-TARJETA INVALID KEY
               GO TO REUNIR-DECLARADOS-REPARTO
           END-START.

       REUNIR-DECLARADOS-LEER.
           READ TITULARES NEXT RECORD AT END
               GO TO REUNIR-DECLARADOS-REPARTO.
           IF TIT-CUENTA NOT = CTA-TARJETA
               OR TIT-TARJETA = CTA-TARJETA
               GO TO REUNIR-DECLARADOS-LEER.
           MOVE TIT-TARJETA TO TARJETA-PERSONA.
           MOVE 2 TO CLAVE-PERSONA.
           IF TIT-COTITULAR
               MOVE 1 TO CLAVE-PERSONA.
           PERFORM ANADIR-PERSONA THRU ANADIR-PERSONA-FIN.
           GO TO REUNIR-DECLARADOS-LEER.

       REUNIR-DECLARADOS-REPARTO.
           IF CNT-TITULARES = 0
               GO TO REUNIR-DECLARADOS-FIN.
           COMPUTE PORCENTAJE-PARTE = 100 / CNT-TITULARES.
           COMPUTE PORCENTAJE-RESTO =
               100 - (PORCENTAJE-PARTE * (CNT-TITULARES - 1)).
           MOVE "N" TO PRIMERO-SW.
           MOVE 1 TO IND-DEC.
           PERFORM REPARTIR-PARTICIPACION
               THRU REPARTIR-PARTICIPACION-FIN.
       REUNIR-DECLARADOS-FIN.
           EXIT.

      *> EL PRIMER TITULAR SE QUEDA EL RESTO DEL REPARTO
       REPARTIR-PARTICIPACION.
           IF IND-DEC > CNT-DECLARADOS
               GO TO REPARTIR-PARTICIPACION-FIN.
           IF DEC-TITULAR(IND-DEC)
               IF PRIMERO-SW = "N"
                   MOVE PORCENTAJE-RESTO TO DEC-PORCENTAJE(IND-DEC)
                   MOVE "S" TO PRIMERO-SW
               ELSE
                   MOVE PORCENTAJE-PARTE TO DEC-PORCENTAJE(IND-DEC)
               END-IF
           END-IF.
           ADD 1 TO IND-DEC.
           GO TO REPARTIR-PARTICIPACION.
       REPARTIR-PARTICIPACION-FIN.
           EXIT.

      *> ANADE EL CLIENTE DE TARJETA-PERSONA CON CLAVE-PERSONA; SI YA
      *> ESTABA COMO AUTORIZADO Y AHORA VIENE COMO TITULAR, SUBE A
      *> TITULAR
       ANADIR-PERSONA.
           IF FST <> 00 OR FSCL <> 00
               GO TO ANADIR-PERSONA-FIN.
           MOVE TARJETA-PERSONA TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO ANADIR-PERSONA-FIN.
           IF TCLIENTE = 0
               GO TO ANADIR-PERSONA-FIN.
           MOVE TCLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               GO TO ANADIR-PERSONA-FIN.

           MOVE 1 TO IND-OTRO.
       ANADIR-PERSONA-BUSCAR.
           IF IND-OTRO > CNT-DECLARADOS
               GO TO ANADIR-PERSONA-NUEVA.
           IF DEC-CLIENTE(IND-OTRO) NOT = CLI-ID
               ADD 1 TO IND-OTRO
               GO TO ANADIR-PERSONA-BUSCAR.
           IF CLAVE-PERSONA = 1 AND DEC-AUTORIZADO(IND-OTRO)
               MOVE 1 TO DEC-CLAVE(IND-OTRO)
               ADD 1 TO CNT-TITULARES.
           GO TO ANADIR-PERSONA-FIN.

       ANADIR-PERSONA-NUEVA.
           IF CNT-DECLARADOS NOT < MAX-DECLARADOS
               ADD 1 TO CNT-DESBORDE
               GO TO ANADIR-PERSONA-FIN.
           ADD 1 TO CNT-DECLARADOS.
           MOVE CLI-ID        TO DEC-CLIENTE(CNT-DECLARADOS).
           MOVE CLAVE-PERSONA TO DEC-CLAVE(CNT-DECLARADOS).
           MOVE CLI-DNI       TO DEC-DNI(CNT-DECLARADOS).
           MOVE CLI-NOMBRE    TO DEC-NOMBRE(CNT-DECLARADOS).
           MOVE 0             TO DEC-PORCENTAJE(CNT-DECLARADOS).
           IF CLAVE-PERSONA = 1
               ADD 1 TO CNT-TITULARES.
       ANADIR-PERSONA-FIN.
           EXIT.

      *> IBAN DE LA CUENTA SI YA TIENE, Y SI NO LA TARJETA ENMASCARADA
       IDENTIFICAR-CUENTA.
           MOVE SPACES TO CUENTA-DECLARADA.
           IF FSIB = 00
               MOVE CTA-TARJETA TO IBAN-TARJETA
               MOVE CTA-TIPO    TO IBAN-TIPO
               READ F-IBAN INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IBAN-CODIGO TO CUENTA-DECLARADA
               END-READ
           END-IF.
           IF CUENTA-DECLARADA = SPACES
               MOVE CTA-TARJETA TO TARJETA-A-ENMASCARAR
               PERFORM ENMASCARAR-TARJETA
                   THRU ENMASCARAR-TARJETA-FIN
               MOVE TARJETA-MASCARA TO CUENTA-DECLARADA
           END-IF.
           MOVE "CTE" TO TIPO-DECLARADO.
           IF CTA-AHORRO
               MOVE "AHO" TO TIPO-DECLARADO.
           MOVE CENT-SALDO-CIERRE TO SALDO-EDIT.
           MOVE CENT-SALDO-MEDIO  TO MEDIO-EDIT.
       IDENTIFICAR-CUENTA-FIN.
           EXIT.

       ESCRIBIR-DECLARADO.
           IF IND-DEC > CNT-DECLARADOS
               GO TO ESCRIBIR-DECLARADO-FIN.
           MOVE DEC-PORCENTAJE(IND-DEC) TO PORCENTAJE-EDIT.
           MOVE SPACES TO LINEA-DECLARACION.
           STRING DEC-CLAVE(IND-DEC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DEC-DNI(IND-DEC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DEC-NOMBRE(IND-DEC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CUENTA-DECLARADA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TIPO-DECLARADO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SALDO-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MEDIO-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PORCENTAJE-EDIT DELIMITED BY SIZE
             INTO LINEA-DECLARACION.
           WRITE LINEA-DECLARACION.
           ADD 1 TO CNT-LINEAS-DECL.
           ADD 1 TO IND-DEC.
           GO TO ESCRIBIR-DECLARADO.
       ESCRIBIR-DECLARADO-FIN.
           EXIT.

       LISTAR-DESCUADRE.
           ADD 1 TO CNT-DESCUADRES.
           MOVE CTA-TARJETA TO TARJETA-A-ENMASCARAR.
           PERFORM ENMASCARAR-TARJETA THRU ENMASCARAR-TARJETA-FIN.
           MOVE CENT-DIFERENCIA TO SALDO-EDIT.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "DESCUADRE  " DELIMITED BY SIZE
                  TARJETA-MASCARA DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  CTA-TIPO DELIMITED BY SIZE
                  " DIFERENCIA CENT " DELIMITED BY SIZE
                  SALDO-EDIT DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
       LISTAR-DESCUADRE-FIN.
           EXIT.

       LISTAR-SIN-CLIENTE.
           ADD 1 TO CNT-SIN-CLIENTE.
           MOVE CTA-TARJETA TO TARJETA-A-ENMASCARAR.
           PERFORM ENMASCARAR-TARJETA THRU ENMASCARAR-TARJETA-FIN.
           MOVE CENT-SALDO-CIERRE TO SALDO-EDIT.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "SIN CLIENTE " DELIMITED BY SIZE
                  TARJETA-MASCARA DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  CTA-TIPO DELIMITED BY SIZE
                  " SALDO 31/12 CENT " DELIMITED BY SIZE
                  SALDO-EDIT DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
       LISTAR-SIN-CLIENTE-FIN.
           EXIT.

      *> CUADRE POR TIPO DE CUENTA: DECLARADO A 31/12 + POSTERIORES
      *> = SALDO DE HOY EN cuentas.ubd
       ESCRIBIR-TOTAL-TIPO.
           IF IND-TIPO > 2
               GO TO ESCRIBIR-TOTAL-TIPO-FIN.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "TIPO " DELIMITED BY SIZE
                  IND-TIPO DELIMITED BY SIZE
                  "  CUENTAS: " DELIMITED BY SIZE
                  TOT-CUENTAS(IND-TIPO) DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE TOT-CIERRE(IND-TIPO) TO TOTAL-EDIT.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "  SALDO DECLARADO 31/12 CENT:  " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE TOT-POSTERIORES(IND-TIPO) TO TOTAL-EDIT.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "  MOVIMIENTOS POSTERIORES CENT: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE TOT-HOY(IND-TIPO) TO TOTAL-EDIT.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "  SALDO EN cuentas.ubd CENT:   " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           COMPUTE TOTAL-EDIT = TOT-CIERRE(IND-TIPO)
               + TOT-POSTERIORES(IND-TIPO) - TOT-HOY(IND-TIPO).
           MOVE SPACES TO LINEA-CONTROL.
           STRING "  DIFERENCIA CENT:             " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           ADD 1 TO IND-TIPO.
           GO TO ESCRIBIR-TOTAL-TIPO.
       ESCRIBIR-TOTAL-TIPO-FIN.
           EXIT.

       FIN.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE TITULARES.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE F-IBAN.

           IF FSDC = 00 OR FSDC = 05
               MOVE SPACES TO LINEA-DECLARACION
               STRING "----------------------------------------"
                   DELIMITED BY SIZE
                 INTO LINEA-DECLARACION
               WRITE LINEA-DECLARACION
               MOVE SPACES TO LINEA-DECLARACION
               STRING "REGISTROS: " DELIMITED BY SIZE
                      CNT-LINEAS-DECL DELIMITED BY SIZE
                 INTO LINEA-DECLARACION
               WRITE LINEA-DECLARACION
           END-IF.

           IF FSCT = 00 OR FSCT = 05
               MOVE 1 TO IND-TIPO
               PERFORM ESCRIBIR-TOTAL-TIPO
                   THRU ESCRIBIR-TOTAL-TIPO-FIN
               MOVE SPACES TO LINEA-CONTROL
               STRING "REGISTROS DECLARADOS: " DELIMITED BY SIZE
                      CNT-LINEAS-DECL DELIMITED BY SIZE
                      "  DESCUADRES: " DELIMITED BY SIZE
                      CNT-DESCUADRES DELIMITED BY SIZE
                      "  SIN CLIENTE: " DELIMITED BY SIZE
                      CNT-SIN-CLIENTE DELIMITED BY SIZE
                 INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               IF CNT-DESBORDE > 0
                   MOVE SPACES TO LINEA-CONTROL
                   STRING "PERSONAS NO CABEN EN LA TABLA: "
                          DELIMITED BY SIZE
                          CNT-DESBORDE DELIMITED BY SIZE
                     INTO LINEA-CONTROL
                   WRITE LINEA-CONTROL
               END-IF
           END-IF.

           CLOSE DECLARACION.
           CLOSE CONTROL-196.

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

      *> ENMASCARA LA TARJETA DE TARJETA-A-ENMASCARAR EN
      *> TARJETA-MASCARA: 4 PRIMEROS Y 4 ULTIMOS DIGITOS VISIBLES
       ENMASCARAR-TARJETA.
           MOVE TARJETA-A-ENMASCARAR TO TARJETA-MASCARA.
           MOVE "********" TO TARJETA-MASCARA(5:8).
       ENMASCARAR-TARJETA-FIN.
           EXIT.
