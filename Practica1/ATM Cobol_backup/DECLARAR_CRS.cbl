       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARAR_CRS.
       *> Programa batch anual de intercambio automatico de
       *> informacion financiera (CRS y, para Estados Unidos, FATCA).
       *> Recorre clientes.ubd y, para cada cliente con una
       *> autocertificacion en residencia_fiscal.ubd (ver
       *> GESTION_RESIDENCIA) que le de algun pais de residencia
       *> distinto de ES, declara sus cuentas a 31/12 del ejercicio:
       *> todas las cuentas de cuentas.ubd de sus tarjetas (el saldo
       *> a esa fecha sale del ultimo movimiento hasta ella, igual que
       *> el certificado de GESTION_DEFUNCIONES; un saldo deudor se
       *> declara como cero) y las imposiciones de plazos.ubd vivas a
       *> esa fecha por su capital, con los intereses brutos abonados
       *> en el ano (fiscal.ubd) en la cuenta de ahorro de la
       *> tarjeta. Se escribe una linea por cuenta y pais en
       *> crs_anual.txt. Los clientes con posiciones y sin
       *> autocertificacion (sin ficha o marcada como sin documentar)
       *> no se declaran: salen en el listado de control
       *> crs_pendientes.txt para que la sucursal la recoja. El
       *> ejercicio se toma del parametro CRSANO de parametros.ubd; si
       *> no esta definido se declara el ano anterior al de la fecha
       *> de negocio. Se ejecuta de forma independiente, normalmente
       *> a principios de ano, como RESUMEN_FISCAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL RESIDENCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFI-CLIENTE
           FILE STATUS IS FSRF.

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

           SELECT OPTIONAL PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSPZ.

           SELECT OPTIONAL FISCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CLAVE
           FILE STATUS IS FSFI.

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

           SELECT OPTIONAL CONTROL-CRS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCT.


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

       FD RESIDENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "residencia_fiscal.ubd".
       01 RESIDENCIA-REG.
           02 RFI-CLIENTE           PIC  9(8).
           02 RFI-AUTOCERT          PIC  9(1).
               88 RFI-DOCUMENTADA    VALUE 1.
               88 RFI-SIN-DOCUMENTAR VALUE 2.
           02 RFI-FECHA-AUTOCERT    PIC  9(8).
           02 RFI-TABLA-PAISES.
               03 RFI-PAISES OCCURS 3 TIMES.
                   04 RFI-PAIS      PIC  X(2).
                   04 RFI-NIF       PIC X(20).
           02 RFI-OPERADOR          PIC  9(4).

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

       FD FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fiscal.ubd".
       01 FISCAL-REG.
           02 FIS-CLAVE.
               03 FIS-TARJETA       PIC  9(16).
               03 FIS-ANO           PIC   9(4).
           02 FIS-CENT-INTERES      PIC  9(9).
           02 FIS-CENT-RETENIDO     PIC  9(9).

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
           VALUE OF FILE-ID IS "crs_anual.txt".
       01 LINEA-DECLARACION           PIC X(150).

       FD CONTROL-CRS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "crs_pendientes.txt".
       01 LINEA-CONTROL               PIC X(100).

       WORKING-STORAGE SECTION.
       *> Mascara comun de numeros de tarjeta en salidas impresas y
       *> exportadas: solo los 4 primeros y los 4 ultimos digitos a
       *> la vista
       77 TARJETA-MASCARA           PIC  X(16).
       77 TARJETA-A-ENMASCARAR      PIC  9(16).

       77 FSCL                     PIC  X(2).
       77 FSRF                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSPZ                     PIC  X(2).
       77 FSFI                     PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSDC                     PIC  X(2).
       77 FSCT                     PIC  X(2).

       77 ANO-DECLARADO            PIC  9(4).
       77 FIN-EJERCICIO            PIC  9(8).

       *> Situacion del cliente leido
       77 AUTOCERT-SW              PIC  X(1).
           88 CLIENTE-DOCUMENTADO  VALUE "S".
       77 MOTIVO-PENDIENTE         PIC X(12).
       77 CNT-EXTRANJEROS          PIC  9(1).
       77 IND-PAIS                 PIC  9(1).
       77 REGIMEN                  PIC  X(5).

       *> Cuentas del cliente a 31/12, una fila por cuenta o
       *> imposicion; se declaran una vez por cada pais
       77 MAX-POSICIONES           PIC  9(2) VALUE 40.
       77 CNT-POSICIONES           PIC  9(2).
       77 IND-POS                  PIC  9(2).
       77 PRIMERA-POS-TARJETA      PIC  9(2).
       01 TABLA-POSICIONES.
           02 POSICION OCCURS 40 TIMES.
               03 POS-CUENTA        PIC X(24).
               03 POS-TIPO          PIC  X(3).
               03 POS-CENT-SALDO    PIC  9(11).
               03 POS-CENT-INTERES  PIC  9(9).
       77 CENT-SALDO-CLIENTE       PIC  9(11).

       *> Calculo del saldo de una cuenta a fin de ejercicio
       77 TARJETA-CALC             PIC  9(16).
       77 TIPO-CALC                PIC  9(1).
       77 CENT-SALDO-FECHA         PIC S9(11).
       77 CENT-IMPORTE-MOV         PIC S9(11).
       77 TIPO-CUENTA-MOV          PIC  9(1).
       77 FECHA-MOV                PIC  9(8).
       77 MOV-ANTES-SW             PIC  X(1).
       77 MOV-DESPUES-SW           PIC  X(1).
       77 CENT-INTERES-TARJETA     PIC  9(9).

       77 CNT-CLIENTES-DECL        PIC  9(7) VALUE 0.
       77 CNT-LINEAS-DECL          PIC  9(7) VALUE 0.
       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
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
               MOVE "CRSANO" TO PARAM-ID
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

           *> La declaracion y el listado se regeneran enteros en
           *> cada ejecucion
           OPEN OUTPUT DECLARACION.
           IF FSDC <> 00 AND FSDC <> 05
               GO TO FIN.
           OPEN OUTPUT CONTROL-CRS.
           IF FSCT <> 00 AND FSCT <> 05
               GO TO FIN.

           MOVE SPACES TO LINEA-DECLARACION.
           STRING "DECLARACION CRS/FATCA - UnizarBank - Ejercicio "
               DELIMITED BY SIZE
               ANO-DECLARADO DELIMITED BY SIZE
             INTO LINEA-DECLARACION.
           WRITE LINEA-DECLARACION.

           MOVE SPACES TO LINEA-DECLARACION.
           STRING "REGIMEN|PAIS|NIF_EXTRANJERO|CLIENTE|DNI|NOMBRE|"
                  DELIMITED BY SIZE
                  "CUENTA|TIPO|SALDO_CENT|INTERES_CENT"
                  DELIMITED BY SIZE
             INTO LINEA-DECLARACION.
           WRITE LINEA-DECLARACION.

           MOVE SPACES TO LINEA-CONTROL.
           STRING "CLIENTES SIN AUTOCERTIFICACION DE RESIDENCIA - "
                  DELIMITED BY SIZE
                  "Ejercicio " DELIMITED BY SIZE
                  ANO-DECLARADO DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

           MOVE SPACES TO LINEA-CONTROL.
           STRING "CLIENTE|DNI|NOMBRE|CUENTAS|SALDO_CENT|MOTIVO"
               DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO FIN.
           OPEN INPUT RESIDENCIA.
           OPEN INPUT TARJETAS.
           OPEN INPUT CUENTAS.
           OPEN INPUT F-MOVIMIENTOS.
           OPEN INPUT PLAZOS.
           OPEN INPUT FISCAL.
           OPEN INPUT F-IBAN.

       LEER-CLIENTE.
           READ CLIENTES NEXT RECORD AT END GO TO FIN.

           MOVE "N" TO AUTOCERT-SW.
           MOVE "SIN FICHA" TO MOTIVO-PENDIENTE.
           MOVE SPACES TO RFI-TABLA-PAISES.
           MOVE 0 TO CNT-EXTRANJEROS.
           IF FSRF = 00
               MOVE CLI-ID TO RFI-CLIENTE
               READ RESIDENCIA INVALID KEY
                   MOVE SPACES TO RFI-TABLA-PAISES
               NOT INVALID KEY
                   MOVE "SIN AUTOCERT" TO MOTIVO-PENDIENTE
                   IF RFI-DOCUMENTADA
                       MOVE "S" TO AUTOCERT-SW
                   END-IF
               END-READ
           END-IF.

           MOVE 1 TO IND-PAIS.
           PERFORM CONTAR-EXTRANJEROS THRU CONTAR-EXTRANJEROS-FIN.

           *> Residente solo en Espana: nada que declarar
           IF CLIENTE-DOCUMENTADO AND CNT-EXTRANJEROS = 0
               GO TO LEER-CLIENTE.

           PERFORM REUNIR-POSICIONES THRU REUNIR-POSICIONES-FIN.
           IF CNT-POSICIONES = 0
               GO TO LEER-CLIENTE.

           IF NOT CLIENTE-DOCUMENTADO
               PERFORM LISTAR-PENDIENTE THRU LISTAR-PENDIENTE-FIN
               GO TO LEER-CLIENTE.

           ADD 1 TO CNT-CLIENTES-DECL.
           MOVE 1 TO IND-PAIS.
           PERFORM DECLARAR-PAIS THRU DECLARAR-PAIS-FIN.
           GO TO LEER-CLIENTE.

       CONTAR-EXTRANJEROS.
           IF IND-PAIS > 3
               GO TO CONTAR-EXTRANJEROS-FIN.
           IF RFI-PAIS(IND-PAIS) NOT = SPACES
               AND RFI-PAIS(IND-PAIS) NOT = "ES"
               ADD 1 TO CNT-EXTRANJEROS.
           ADD 1 TO IND-PAIS.
           GO TO CONTAR-EXTRANJEROS.
       CONTAR-EXTRANJEROS-FIN.
           EXIT.

      *> LINEA DEL LISTADO DE CONTROL PARA UN CLIENTE CON CUENTAS Y
      *> SIN AUTOCERTIFICACION
       LISTAR-PENDIENTE.
           ADD 1 TO CNT-PENDIENTES.
           MOVE 0 TO CENT-SALDO-CLIENTE.
           MOVE 1 TO IND-POS.
           PERFORM SUMAR-POSICION THRU SUMAR-POSICION-FIN.

           MOVE SPACES TO LINEA-CONTROL.
           STRING CLI-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-DNI DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CNT-POSICIONES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CENT-SALDO-CLIENTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MOTIVO-PENDIENTE DELIMITED BY SIZE
             INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
       LISTAR-PENDIENTE-FIN.
           EXIT.

       SUMAR-POSICION.
           IF IND-POS > CNT-POSICIONES
               GO TO SUMAR-POSICION-FIN.
           ADD POS-CENT-SALDO(IND-POS) TO CENT-SALDO-CLIENTE.
           ADD 1 TO IND-POS.
           GO TO SUMAR-POSICION.
       SUMAR-POSICION-FIN.
           EXIT.

      *> TODAS LAS CUENTAS DEL CLIENTE, UNA VEZ POR CADA PAIS DE
      *> RESIDENCIA DISTINTO DE ES A PARTIR DE IND-PAIS
       DECLARAR-PAIS.
           IF IND-PAIS > 3
               GO TO DECLARAR-PAIS-FIN.
           IF RFI-PAIS(IND-PAIS) = SPACES
               OR RFI-PAIS(IND-PAIS) = "ES"
               ADD 1 TO IND-PAIS
               GO TO DECLARAR-PAIS.

           MOVE "CRS" TO REGIMEN.
           IF RFI-PAIS(IND-PAIS) = "US"
               MOVE "FATCA" TO REGIMEN.

           MOVE 1 TO IND-POS.
           PERFORM DECLARAR-POSICION THRU DECLARAR-POSICION-FIN.
           ADD 1 TO IND-PAIS.
           GO TO DECLARAR-PAIS.
       DECLARAR-PAIS-FIN.
           EXIT.

       DECLARAR-POSICION.
           IF IND-POS > CNT-POSICIONES
               GO TO DECLARAR-POSICION-FIN.
           MOVE SPACES TO LINEA-DECLARACION.
           STRING REGIMEN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  RFI-PAIS(IND-PAIS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RFI-NIF(IND-PAIS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-DNI DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  POS-CUENTA(IND-POS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  POS-TIPO(IND-POS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  POS-CENT-SALDO(IND-POS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  POS-CENT-INTERES(IND-POS) DELIMITED BY SIZE
             INTO LINEA-DECLARACION.
           WRITE LINEA-DECLARACION.
           ADD 1 TO CNT-LINEAS-DECL.
           ADD 1 TO IND-POS.
           GO TO DECLARAR-POSICION.
       DECLARAR-POSICION-FIN.
           EXIT.

      *> CARGA EN TABLA-POSICIONES LAS CUENTAS E IMPOSICIONES DE
      *> TODAS LAS TARJETAS DEL CLIENTE A FIN DE EJERCICIO
       REUNIR-POSICIONES.
           INITIALIZE TABLA-POSICIONES.
           MOVE 0 TO CNT-POSICIONES.
           IF FST <> 00
               GO TO REUNIR-POSICIONES-FIN.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               GO TO REUNIR-POSICIONES-FIN
           END-START.

       REUNIR-POSICIONES-LEER.
           READ TARJETAS NEXT RECORD AT END
               GO TO REUNIR-POSICIONES-FIN.
           IF TCLIENTE NOT = CLI-ID
               GO TO REUNIR-POSICIONES-LEER.

           MOVE TNUM TO TARJETA-CALC.
           MOVE 0 TO CENT-INTERES-TARJETA.
           IF FSFI = 00
               MOVE TNUM TO FIS-TARJETA
               MOVE ANO-DECLARADO TO FIS-ANO
               READ FISCAL INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIS-CENT-INTERES TO CENT-INTERES-TARJETA
               END-READ
           END-IF.

           COMPUTE PRIMERA-POS-TARJETA = CNT-POSICIONES + 1.
           MOVE 1 TO TIPO-CALC.
           PERFORM REUNIR-CUENTA THRU REUNIR-CUENTA-FIN.
           MOVE 2 TO TIPO-CALC.
           PERFORM REUNIR-CUENTA THRU REUNIR-CUENTA-FIN.
           MOVE 3 TO TIPO-CALC.
           PERFORM REUNIR-CUENTA THRU REUNIR-CUENTA-FIN.

           *> Intereses de una tarjeta sin cuenta de ahorro en la
           *> primera de sus cuentas
           IF CENT-INTERES-TARJETA > 0
               AND PRIMERA-POS-TARJETA NOT > CNT-POSICIONES
               ADD CENT-INTERES-TARJETA
                   TO POS-CENT-INTERES(PRIMERA-POS-TARJETA)
               MOVE 0 TO CENT-INTERES-TARJETA.

           PERFORM REUNIR-PLAZOS THRU REUNIR-PLAZOS-FIN.
           GO TO REUNIR-POSICIONES-LEER.
       REUNIR-POSICIONES-FIN.
           EXIT.

      *> UNA CUENTA (TARJETA-CALC, TIPO-CALC) CON SU SALDO A 31/12
       REUNIR-CUENTA.
           IF FSC <> 00
               GO TO REUNIR-CUENTA-FIN.
           MOVE TARJETA-CALC TO CTA-TARJETA.
           MOVE TIPO-CALC    TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               GO TO REUNIR-CUENTA-FIN.
           IF CNT-POSICIONES NOT < MAX-POSICIONES
               ADD 1 TO CNT-DESBORDE
               GO TO REUNIR-CUENTA-FIN.

           PERFORM SALDO-A-FIN-EJERCICIO
               THRU SALDO-A-FIN-EJERCICIO-FIN.

           ADD 1 TO CNT-POSICIONES.
           MOVE CNT-POSICIONES TO IND-POS.
           MOVE SPACES TO POS-CUENTA(IND-POS).
           IF FSIB = 00
               MOVE TARJETA-CALC TO IBAN-TARJETA
               MOVE TIPO-CALC    TO IBAN-TIPO
               READ F-IBAN INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IBAN-CODIGO TO POS-CUENTA(IND-POS)
               END-READ
           END-IF.
           IF POS-CUENTA(IND-POS) = SPACES
               MOVE TARJETA-CALC TO TARJETA-A-ENMASCARAR
               PERFORM ENMASCARAR-TARJETA
                   THRU ENMASCARAR-TARJETA-FIN
               MOVE TARJETA-MASCARA TO POS-CUENTA(IND-POS)
           END-IF.

           MOVE "CTE" TO POS-TIPO(IND-POS).
           IF CTA-AHORRO
               MOVE "AHO" TO POS-TIPO(IND-POS)
               MOVE CENT-INTERES-TARJETA TO POS-CENT-INTERES(IND-POS)
               MOVE 0 TO CENT-INTERES-TARJETA.
           IF CTA-CREDITO
               MOVE "CRE" TO POS-TIPO(IND-POS).

           *> Un saldo deudor se declara como cero
           IF CENT-SALDO-FECHA > 0
               MOVE CENT-SALDO-FECHA TO POS-CENT-SALDO(IND-POS)
           ELSE
               MOVE 0 TO POS-CENT-SALDO(IND-POS)
           END-IF.
       REUNIR-CUENTA-FIN.
           EXIT.

      *> IMPOSICIONES DE LA TARJETA VIVAS A 31/12: EMPEZADAS ANTES Y
      *> TODAVIA VIVAS O VENCIDAS DESPUES (LAS CANCELADAS NO GUARDAN
      *> LA FECHA DE CANCELACION Y NO SE DECLARAN)
       REUNIR-PLAZOS.
           IF FSPZ <> 00
               GO TO REUNIR-PLAZOS-FIN.
           MOVE 0 TO PLZ-NUM.
           START PLAZOS KEY >= PLZ-NUM INVALID KEY
               GO TO REUNIR-PLAZOS-FIN
           END-START.

       REUNIR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD AT END
               GO TO REUNIR-PLAZOS-FIN.
           IF PLZ-TARJETA NOT = TARJETA-CALC
               GO TO REUNIR-PLAZOS-LEER.
           IF PLZ-FECHA-INICIO > FIN-EJERCICIO
               GO TO REUNIR-PLAZOS-LEER.
           IF PLZ-CANCELADO
               GO TO REUNIR-PLAZOS-LEER.
           IF PLZ-VENCIDO AND PLZ-FECHA-VENCIMIENTO NOT > FIN-EJERCICIO
               GO TO REUNIR-PLAZOS-LEER.
           IF CNT-POSICIONES NOT < MAX-POSICIONES
               ADD 1 TO CNT-DESBORDE
               GO TO REUNIR-PLAZOS-LEER.

           ADD 1 TO CNT-POSICIONES.
           MOVE CNT-POSICIONES TO IND-POS.
           MOVE SPACES TO POS-CUENTA(IND-POS).
           STRING "PLAZO " DELIMITED BY SIZE
                  PLZ-NUM DELIMITED BY SIZE
             INTO POS-CUENTA(IND-POS).
           MOVE "PLZ" TO POS-TIPO(IND-POS).
           MOVE PLZ-CENT-CAPITAL TO POS-CENT-SALDO(IND-POS).
           MOVE 0 TO POS-CENT-INTERES(IND-POS).
           GO TO REUNIR-PLAZOS-LEER.
       REUNIR-PLAZOS-FIN.
           EXIT.

      *> SALDO DE LA CUENTA LEIDA AL CIERRE DEL 31/12: EL
      *> MOV-SALDOPOS DEL ULTIMO MOVIMIENTO DE ESA CUENTA HASTA ESA
      *> FECHA (LA COLA DE LA REFERENCIA SEPARA AHORRO "AHO" Y
      *> CREDITO "CRE" DE LA CORRIENTE). SI SOLO HAY MOVIMIENTOS
      *> POSTERIORES SE DESHACE EL PRIMERO DE ELLOS, Y SI NO HAY
      *> NINGUNO VALE EL SALDO DE HOY
       SALDO-A-FIN-EJERCICIO.
           MOVE "N" TO MOV-ANTES-SW.
           MOVE "N" TO MOV-DESPUES-SW.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-FECHA =
                   - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                       + CTA-SALDO-DEC)
           ELSE
               COMPUTE CENT-SALDO-FECHA = (CTA-SALDO-ENT * 100)
                                          + CTA-SALDO-DEC
           END-IF.

           IF FSM <> 00
               GO TO SALDO-A-FIN-EJERCICIO-FIN.
           MOVE TARJETA-CALC TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY = MOV-TARJETA INVALID KEY
               GO TO SALDO-A-FIN-EJERCICIO-FIN
           END-START.

       SALDO-A-FIN-EJERCICIO-LEER.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SALDO-A-FIN-EJERCICIO-FIN.
           IF MOV-TARJETA NOT = TARJETA-CALC
               GO TO SALDO-A-FIN-EJERCICIO-FIN.

           MOVE 1 TO TIPO-CUENTA-MOV.
           IF MOV-REFERENCIA(28:3) = "AHO"
               MOVE 2 TO TIPO-CUENTA-MOV.
           IF MOV-REFERENCIA(28:3) = "CRE"
               MOVE 3 TO TIPO-CUENTA-MOV.
           IF TIPO-CUENTA-MOV NOT = TIPO-CALC
               GO TO SALDO-A-FIN-EJERCICIO-LEER.

           COMPUTE FECHA-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
               + MOV-DIA.
           IF FECHA-MOV > FIN-EJERCICIO
               IF MOV-ANTES-SW = "N" AND MOV-DESPUES-SW = "N"
                   PERFORM SALDO-ANTES-DE-MOV
                       THRU SALDO-ANTES-DE-MOV-FIN
               END-IF
               MOVE "S" TO MOV-DESPUES-SW
               GO TO SALDO-A-FIN-EJERCICIO-LEER.

           MOVE "S" TO MOV-ANTES-SW.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-FECHA =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-FECHA = (MOV-SALDOPOS-ENT * 100)
                                          + MOV-SALDOPOS-DEC
           END-IF.
           GO TO SALDO-A-FIN-EJERCICIO-LEER.
       SALDO-A-FIN-EJERCICIO-FIN.
           EXIT.

      *> SALDO QUE HABIA JUSTO ANTES DEL MOVIMIENTO LEIDO
       SALDO-ANTES-DE-MOV.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-SALDO-FECHA =
                   - ((FUNCTION ABS(MOV-SALDOPOS-ENT) * 100)
                       + MOV-SALDOPOS-DEC)
           ELSE
               COMPUTE CENT-SALDO-FECHA = (MOV-SALDOPOS-ENT * 100)
                                          + MOV-SALDOPOS-DEC
           END-IF.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE-MOV =
                   - ((FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
                       + MOV-IMPORTE-DEC)
           ELSE
               COMPUTE CENT-IMPORTE-MOV = (MOV-IMPORTE-ENT * 100)
                                          + MOV-IMPORTE-DEC
           END-IF.
           SUBTRACT CENT-IMPORTE-MOV FROM CENT-SALDO-FECHA.
       SALDO-ANTES-DE-MOV-FIN.
           EXIT.

       FIN.
           CLOSE CLIENTES.
           CLOSE RESIDENCIA.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE PLAZOS.
           CLOSE FISCAL.
           CLOSE F-IBAN.

           IF FSDC = 00 OR FSDC = 05
               MOVE SPACES TO LINEA-DECLARACION
               STRING "----------------------------------------"
                   DELIMITED BY SIZE
                 INTO LINEA-DECLARACION
               WRITE LINEA-DECLARACION
               MOVE SPACES TO LINEA-DECLARACION
               STRING "TITULARES: " DELIMITED BY SIZE
                      CNT-CLIENTES-DECL DELIMITED BY SIZE
                      "  CUENTAS DECLARADAS: " DELIMITED BY SIZE
                      CNT-LINEAS-DECL DELIMITED BY SIZE
                      "  SIN AUTOCERTIFICACION: " DELIMITED BY SIZE
                      CNT-PENDIENTES DELIMITED BY SIZE
                 INTO LINEA-DECLARACION
               WRITE LINEA-DECLARACION
               IF CNT-DESBORDE > 0
                   MOVE SPACES TO LINEA-DECLARACION
                   STRING "CUENTAS NO CABEN EN LA TABLA DEL CLIENTE: "
                          DELIMITED BY SIZE
                          CNT-DESBORDE DELIMITED BY SIZE
                     INTO LINEA-DECLARACION
                   WRITE LINEA-DECLARACION
               END-IF
           END-IF.

           IF FSCT = 00 OR FSCT = 05
               MOVE SPACES TO LINEA-CONTROL
               STRING "PENDIENTES: " DELIMITED BY SIZE
                      CNT-PENDIENTES DELIMITED BY SIZE
                 INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
           END-IF.

           CLOSE DECLARACION.
           CLOSE CONTROL-CRS.

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
