       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDO_FECHA.
       *> Subprograma comun de consulta del historico de saldos de
       *> cierre (saldos_diarios.ubd, lo escribe GUARDAR_SALDOS cada
       *> noche): recibe tarjeta, tipo de cuenta y una fecha AAAAMMDD
       *> y devuelve el saldo de cierre vigente en esa fecha (el del
       *> ultimo dia habil cerrado igual o anterior), junto con el
       *> saldo medio del mes y del trimestre de esa fecha hasta ese
       *> dia inclusive. Los dias sin cierre (fines de semana,
       *> festivos) cuentan con el saldo del ultimo cierre, asi que
       *> pidiendo el ultimo dia natural del mes se obtiene la media
       *> del mes completo. Si la cuenta no tiene historico se
       *> devuelve SF-ENCONTRADO a "N" y el que llama decide (lo
       *> normal es usar el saldo vivo de cuentas.ubd). Lo llaman
       *> LIQUIDAR_INTERESES, RENTABILIDAD_CLIENTES y CERTIFICADOS
       *> para que todas las cifras de saldo salgan de la misma
       *> fuente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALDOS-DIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDI-CLAVE
           FILE STATUS IS FSSD.


       DATA DIVISION.
       FILE SECTION.

       FD SALDOS-DIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos_diarios.ubd".
       01 SALDO-DIARIO-REG.
           02 SDI-CLAVE.
               03 SDI-TARJETA       PIC  9(16).
               03 SDI-TIPO          PIC  9(1).
               03 SDI-FECHA         PIC  9(8).
           02 SDI-CENT-SALDO        PIC S9(11).
           02 SDI-SUMA-MES          PIC S9(15).
           02 SDI-DIAS-MES          PIC  9(2).
           02 SDI-MEDIA-MES         PIC S9(11).
           02 SDI-SUMA-TRIM         PIC S9(15).
           02 SDI-DIAS-TRIM         PIC  9(3).
           02 SDI-MEDIA-TRIM        PIC S9(11).

       WORKING-STORAGE SECTION.
       77 FSSD                     PIC  X(2).

       *> Ventana de busqueda hacia atras: entre dos cierres nunca
       *> hay mas de unos pocos dias, asi que basta con empezar 40
       *> dias antes; si ahi no hay nada se repasa la cuenta entera
       77 DIAS-VENTANA             PIC  9(3) VALUE 40.
       77 FECHA-DESDE              PIC  9(8).
       77 JULIANO-PEDIDO           PIC  9(9).
       77 JULIANO-CIERRE           PIC  9(9).
       77 DIAS-HUECO               PIC  9(5).
       77 TRIMESTRE-PEDIDO         PIC  9(5).
       77 TRIMESTRE-CIERRE         PIC  9(5).

       01 FECHA-TRABAJO            PIC  9(8).
       01 FILLER REDEFINES FECHA-TRABAJO.
           02 FT-ANO                PIC  9(4).
           02 FT-MES                PIC  9(2).
           02 FT-DIA                PIC  9(2).
       77 TRIMESTRE-TRABAJO        PIC  9(5).

       01 ULTIMO-CIERRE.
           02 ULT-CLAVE.
               03 ULT-TARJETA       PIC  9(16).
               03 ULT-TIPO          PIC  9(1).
               03 ULT-FECHA         PIC  9(8).
           02 ULT-CENT-SALDO        PIC S9(11).
           02 ULT-SUMA-MES          PIC S9(15).
           02 ULT-DIAS-MES          PIC  9(2).
           02 ULT-MEDIA-MES         PIC S9(11).
           02 ULT-SUMA-TRIM         PIC S9(15).
           02 ULT-DIAS-TRIM         PIC  9(3).
           02 ULT-MEDIA-TRIM        PIC S9(11).

       LINKAGE SECTION.
       01 SF-CONSULTA.
           02 SF-TARJETA            PIC  9(16).
           02 SF-TIPO               PIC  9(1).
           02 SF-FECHA              PIC  9(8).
           02 SF-ENCONTRADO         PIC  X(1).
           02 SF-FECHA-CIERRE       PIC  9(8).
           02 SF-CENT-SALDO         PIC S9(11).
           02 SF-CENT-MEDIA-MES     PIC S9(11).
           02 SF-CENT-MEDIA-TRIM    PIC S9(11).

       PROCEDURE DIVISION USING SF-CONSULTA.
       INICIO.
           MOVE "N" TO SF-ENCONTRADO.
           MOVE 0 TO SF-FECHA-CIERRE.
           MOVE 0 TO SF-CENT-SALDO.
           MOVE 0 TO SF-CENT-MEDIA-MES.
           MOVE 0 TO SF-CENT-MEDIA-TRIM.

           OPEN INPUT SALDOS-DIARIOS.
           IF FSSD <> 00
               CLOSE SALDOS-DIARIOS
               GO TO FIN.

           COMPUTE JULIANO-PEDIDO = FUNCTION INTEGER-OF-DATE(SF-FECHA).
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               JULIANO-PEDIDO - DIAS-VENTANA).

       POSICIONAR.
           MOVE SF-TARJETA  TO SDI-TARJETA.
           MOVE SF-TIPO     TO SDI-TIPO.
           MOVE FECHA-DESDE TO SDI-FECHA.
           START SALDOS-DIARIOS KEY NOT LESS THAN SDI-CLAVE
               INVALID KEY GO TO FIN-BUSQUEDA
           END-START.

       LEER-CIERRE.
           READ SALDOS-DIARIOS NEXT RECORD AT END GO TO FIN-BUSQUEDA.

           *> La clave lleva la fecha detras de la cuenta, asi que los
           *> cierres de una cuenta salen seguidos y en orden
           IF SDI-TARJETA NOT = SF-TARJETA
               OR SDI-TIPO NOT = SF-TIPO
               OR SDI-FECHA > SF-FECHA
               GO TO FIN-BUSQUEDA.

           MOVE SALDO-DIARIO-REG TO ULTIMO-CIERRE.
           MOVE "S" TO SF-ENCONTRADO.
           GO TO LEER-CIERRE.

       FIN-BUSQUEDA.
           IF SF-ENCONTRADO = "N" AND FECHA-DESDE > 0
               MOVE 0 TO FECHA-DESDE
               GO TO POSICIONAR.

           IF SF-ENCONTRADO = "N"
               GO TO DEVOLVER.

           MOVE ULT-FECHA      TO SF-FECHA-CIERRE.
           MOVE ULT-CENT-SALDO TO SF-CENT-SALDO.

           *> Desde el cierre encontrado hasta la fecha pedida el
           *> saldo no cambia: se alargan las sumas del cierre con
           *> esos dias, si caen en el mismo mes o trimestre; si no,
           *> el periodo pedido entero estuvo con ese saldo
           COMPUTE JULIANO-CIERRE =
               FUNCTION INTEGER-OF-DATE(ULT-FECHA).
           COMPUTE DIAS-HUECO = JULIANO-PEDIDO - JULIANO-CIERRE.

           IF ULT-FECHA / 100 = SF-FECHA / 100
               COMPUTE SF-CENT-MEDIA-MES ROUNDED =
                   (ULT-SUMA-MES + (ULT-CENT-SALDO * DIAS-HUECO))
                   / (ULT-DIAS-MES + DIAS-HUECO)
           ELSE
               MOVE ULT-CENT-SALDO TO SF-CENT-MEDIA-MES
           END-IF.

           MOVE SF-FECHA TO FECHA-TRABAJO.
           PERFORM CALCULAR-TRIMESTRE THRU CALCULAR-TRIMESTRE-FIN.
           MOVE TRIMESTRE-TRABAJO TO TRIMESTRE-PEDIDO.
           MOVE ULT-FECHA TO FECHA-TRABAJO.
           PERFORM CALCULAR-TRIMESTRE THRU CALCULAR-TRIMESTRE-FIN.
           MOVE TRIMESTRE-TRABAJO TO TRIMESTRE-CIERRE.

           IF TRIMESTRE-CIERRE = TRIMESTRE-PEDIDO
               COMPUTE SF-CENT-MEDIA-TRIM ROUNDED =
                   (ULT-SUMA-TRIM + (ULT-CENT-SALDO * DIAS-HUECO))
                   / (ULT-DIAS-TRIM + DIAS-HUECO)
           ELSE
               MOVE ULT-CENT-SALDO TO SF-CENT-MEDIA-TRIM
           END-IF.

       DEVOLVER.
           CLOSE SALDOS-DIARIOS.

       FIN.
           GOBACK.

      *> TRIMESTRE NATURAL DE FECHA-TRABAJO COMO AAAAT
       CALCULAR-TRIMESTRE.
           COMPUTE TRIMESTRE-TRABAJO =
               (FT-ANO * 10) + ((FT-MES + 2) / 3).
       CALCULAR-TRIMESTRE-FIN.
           EXIT.
