       *> Programa batch de cuadre diario del efectivo del cajero:
       *> suma las entradas de efectivo del dia de negocio (ingresos
       *> de BANK5) y las salidas (retiradas de BANK4 y retiradas sin
       *> tarjeta de BANK1) leyendo movimientos.ubd, mas las
       *> retiradas con tarjeta de otra entidad, que no generan
       *> movimiento (adquirente.ubd, ver BANK35), actualiza la
       *> posicion teorica de cada casete en cuadre.ubd repartiendo
       *> los importes entre denominaciones con el mismo reparto
       *> codicioso de BANK4, y emite una linea de sobrante/faltante
       *> fondos), la posicion teorica se reajusta al recuento y el
       *> acumulado se pone a cero. Se ejecuta de forma independiente
       *> (no se llama desde el menu del cajero), normalmente dentro
       *> de la cadena nocturna. Las posiciones de deposito y de
       *> billetes sospechosos se listan aparte, sin cuadre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

           SELECT OPTIONAL ADQUIRENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADQ-NUM
           FILE STATUS IS FSAQ.


       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "informe_cuadre_efectivo.ubd".
       01 LINEA-INFORME               PIC X(80).

       FD ADQUIRENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adquirente.ubd".
       01 ADQUIRIDA-REG.
           02 ADQ-NUM               PIC  9(9).
           02 ADQ-TARJETA           PIC 9(16).
           02 ADQ-BIN               PIC  9(6).
           02 ADQ-ENTIDAD           PIC  9(4).
           02 ADQ-FECHA             PIC  9(8).
           02 ADQ-HORA              PIC  9(6).
           02 ADQ-TERMINAL          PIC  9(3).
           02 ADQ-CENT-IMPORTE      PIC  9(9).
           02 ADQ-CENT-RECARGO      PIC  9(9).
           02 ADQ-AUTORIZACION      PIC  9(9).
           02 ADQ-ESTADO            PIC  9(1).
               88 ADQ-PENDIENTE     VALUE 1.
               88 ADQ-LIQUIDADA     VALUE 2.
           02 ADQ-FECHA-LIQ         PIC  9(8).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 FSRE                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 FSAQ                     PIC  X(2).

       77 MSJ-RETIRADA             PIC  X(35) VALUE "Retirada".
       77 MSJ-INGRESO              PIC  X(35) VALUE "Ingreso".
       77 BILLETES-USADOS          PIC  9(7).
       77 CENT-TOTAL-ENTRADAS      PIC  9(9) VALUE 0.
       77 CENT-TOTAL-SALIDAS       PIC  9(9) VALUE 0.
       77 CENT-TOTAL-AJENAS        PIC  9(9) VALUE 0.
       77 FECHA-CUADRE             PIC  9(8).

       01 TABLA-DENOMINACIONES.
           02 FILLER                PIC  9(3) VALUE 200.
       CIERRE-MOVS.
           CLOSE F-MOVIMIENTOS.

           PERFORM SALIDAS-AJENAS THRU SALIDAS-AJENAS-FIN.

       *> MEZCLA REAL DE BILLETES INGRESADA HOY EN ESTE TERMINAL
       LEER-MEZCLA-DIA.
           OPEN INPUT MEZCLAS.
           *> BANK5), y fisicamente estan en el buzon de deposito
           PERFORM LISTAR-DEPOSITO THRU LISTAR-DEPOSITO-FIN.

           *> Igual los billetes sospechosos apartados por el modulo
           *> de ingreso (denominacion + 800), pendientes de remesa al
           *> banco central (ver ENVIAR_SOSPECHOSOS)
           PERFORM LISTAR-SOSPECHOSOS THRU LISTAR-SOSPECHOSOS-FIN.

           IF HAY-RECUENTO-SW = "S"
               PERFORM APLICAR-RECUENTO THRU APLICAR-RECUENTO-FIN.

             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           COMPUTE TOTAL-R = CENT-TOTAL-AJENAS / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-AJENAS, 100) TO TOTAL-R-DEC.
           MOVE TOTAL-R     TO TOTAL-ENT-EDIT.
           MOVE TOTAL-R-DEC TO TOTAL-ENT-DEC-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  de ellas, tarjetas de otra entidad: "
                  DELIMITED BY SIZE
                  TOTAL-ENT-EDIT DELIMITED BY SIZE "," DELIMITED
                  BY SIZE TOTAL-ENT-DEC-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.


           GOBACK.

      *> RETIRADAS DE HOY EN ESTE TERMINAL CON TARJETA DE OTRA
      *> ENTIDAD: NO DEJAN MOVIMIENTO, PERO EL EFECTIVO SALIO DE LAS
      *> MISMAS CASETES CON EL MISMO REPARTO CODICIOSO
       SALIDAS-AJENAS.
           COMPUTE FECHA-CUADRE = (ANO * 10000) + (MES * 100) + DIA.

           OPEN INPUT ADQUIRENTE.
           IF FSAQ <> 00
               CLOSE ADQUIRENTE
               GO TO SALIDAS-AJENAS-FIN.

       LEER-AJENA.
           READ ADQUIRENTE NEXT RECORD AT END
               CLOSE ADQUIRENTE
               GO TO SALIDAS-AJENAS-FIN.

           IF ADQ-FECHA NOT = FECHA-CUADRE
               OR ADQ-TERMINAL NOT = TERMINAL-ACTUAL
               GO TO LEER-AJENA.

           MOVE ADQ-CENT-IMPORTE TO CENT-RESTANTE.
           MOVE 1 TO IND-DENOM.

       REPARTIR-AJENA.
           COMPUTE BILLETES-USADOS =
               CENT-RESTANTE / (DENOM-TAB(IND-DENOM) * 100).
           COMPUTE CENT-RESTANTE = CENT-RESTANTE
               - (BILLETES-USADOS * DENOM-TAB(IND-DENOM) * 100).

           ADD BILLETES-USADOS TO SALIDA-UNIDADES(IND-DENOM).

           ADD 1 TO IND-DENOM.
           IF IND-DENOM <= 6
               GO TO REPARTIR-AJENA.

           ADD ADQ-CENT-IMPORTE TO CENT-TOTAL-SALIDAS.
           ADD ADQ-CENT-IMPORTE TO CENT-TOTAL-AJENAS.

           GO TO LEER-AJENA.
       SALIDAS-AJENAS-FIN.
           EXIT.

      *> LISTA LA POSICION DE DEPOSITO (DENOMINACION + 500) POR
      *> DENOMINACION, BALANCEADA APARTE DE LAS CASETES DE
      *> DISPENSACION
       LISTAR-DEPOSITO-FIN.
           EXIT.

      *> LISTA LA POSICION DE BILLETES SOSPECHOSOS (DENOMINACION +
      *> 800) POR DENOMINACION, FUERA DE DISPENSACION Y DE DEPOSITO
       LISTAR-SOSPECHOSOS.
           MOVE "BILLETES SOSPECHOSOS APARTADOS" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 1 TO IND-DENOM.

       LISTAR-SOSPECHOSOS-DENOM.
           MOVE TERMINAL-ACTUAL TO EFE-TERMINAL.
           COMPUTE EFE-DENOM = DENOM-TAB(IND-DENOM) + 800.
           READ EFECTIVO INVALID KEY MOVE 0 TO EFE-CANTIDAD.

           MOVE DENOM-TAB(IND-DENOM) TO DENOM-EDIT.
           MOVE EFE-CANTIDAD         TO REAL-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING DENOM-EDIT DELIMITED BY SIZE
                  "   | " DELIMITED BY SIZE
                  REAL-EDIT DELIMITED BY SIZE
                  " billetes sospechosos" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO IND-DENOM.
           IF IND-DENOM <= 6
               GO TO LISTAR-SOSPECHOSOS-DENOM.
       LISTAR-SOSPECHOSOS-FIN.
           EXIT.

       *> REAJUSTA LA POSICION TEORICA AL RECUENTO FISICO DEJADO POR
       *> EL EQUIPO DE TRANSPORTE DE FONDOS Y REINICIA EL ACUMULADO
       APLICAR-RECUENTO.
