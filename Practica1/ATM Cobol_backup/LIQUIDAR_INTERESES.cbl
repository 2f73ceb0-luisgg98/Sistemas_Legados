       *> Programa batch que abona los intereses de las cuentas de
       *> ahorro. Se ejecuta de forma independiente (no se llama
       *> desde el menu del cajero), normalmente una vez al mes.
       *> El interes del mes se calcula sobre el saldo medio diario
       *> del mes anterior que da el historico de saldos de cierre
       *> (saldos_diarios.ubd, ver GUARDAR_SALDOS y SALDO_FECHA); la
       *> cuenta que aun no tiene historico liquida sobre el saldo
       *> del dia, como antes. Las cuentas adheridas a una promocion
       *> de ahorro (promoahorro.ubd, adhesiones_ahorro.ubd, ver
       *> BANK37) cobran ademas la tasa extra de la campana solo
       *> sobre el dinero nuevo: la subida del saldo medio sobre el
       *> saldo del dia de la adhesion, menos lo que hayan bajado las
       *> demas tarjetas del mismo cliente (lo traido de ellas no es
       *> dinero nuevo), con el tope de la campana y en proporcion a
       *> los dias del mes dentro de la campana. La bonificacion va
       *> en un movimiento propio, con su retencion.
       *> Si la liquidacion se corta a medias, el relanzamiento sigue
       *> tras la ultima cuenta liquidada (REGISTRO_CHECKPOINT).
       *> Por defecto se ejecuta en previa: calcula los abonos sin
       *> tocar saldos y los deja como propuesta para que el
       *> supervisor la apruebe (PROPUESTA_LIQUIDACION,
       *> GESTION_PROPUESTAS); solo abona cuando CADENA_NOCTURNA lo
       *> pide para una propuesta aprobada cuyos totales no cambian.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.
           RECORD KEY IS FIS-CLAVE
           FILE STATUS IS FSFI.

           SELECT OPTIONAL PROMOAHORRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAH-COD
           FILE STATUS IS FSPA.

           SELECT OPTIONAL ADHESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-CLAVE
           FILE STATUS IS FSAD.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.

           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_intereses.ubd".
           02 FIS-CENT-INTERES      PIC  9(9).
           02 FIS-CENT-RETENIDO     PIC  9(9).

       FD PROMOAHORRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promoahorro.ubd".
       01 PROMOAHORRO-REG.
           02 PAH-COD               PIC  9(4).
           02 PAH-NOMBRE            PIC X(30).
           02 PAH-DESDE             PIC  9(8).
           02 PAH-HASTA             PIC  9(8).
           02 PAH-TASA-EXTRA-X100000 PIC 9(6).
           02 PAH-TOPE              PIC  9(7).
           02 PAH-ESTADO            PIC  9(1).
               88 PAH-ACTIVA        VALUE 1.
               88 PAH-SUSPENDIDA    VALUE 2.

       FD ADHESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adhesiones_ahorro.ubd".
       01 ADHESION-REG.
           02 ADH-CLAVE.
               03 ADH-TARJETA       PIC 9(16).
               03 ADH-CAMPANA       PIC  9(4).
           02 ADH-FECHA-ALTA        PIC  9(8).
           02 ADH-CENT-BASE         PIC S9(11).
           02 ADH-CENT-OTRAS        PIC S9(11).
           02 ADH-CENT-NUEVO        PIC S9(11).
           02 ADH-CENT-BONO         PIC  9(9).
           02 ADH-ULTIMA-LIQ        PIC  9(8).
           02 ADH-ESTADO            PIC  9(1).
               88 ADH-ACTIVA        VALUE 1.
               88 ADH-FINALIZADA    VALUE 2.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-E      PIC  9(9).
           02 TNOMBRE-E   PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 1.
               88 TARJETA-BLOQUEADA  VALUE 2.
           02 TCADUCIDAD  PIC  9(6).
           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSINF                    PIC  X(2).
       77 FSP                      PIC  X(2).

       *> Rearranque a mitad de fichero (ver REGISTRO_CHECKPOINT)
       01 PETICION-CHECKPOINT.
           02 PCK-OPERACION         PIC  X(1).
           02 PCK-PROGRAMA          PIC X(20).
           02 PCK-FECHA             PIC  9(8).
           02 PCK-CADA              PIC  9(5).
           02 PCK-PENDIENTES        PIC  9(5).
           02 PCK-SITUACION         PIC  X(1).
           02 PCK-DATOS.
               03 PCK-ULTIMA-CLAVE  PIC X(35).
               03 PCK-ULTIMA-NUM REDEFINES PCK-ULTIMA-CLAVE
                                    PIC  9(35).
               03 PCK-REGISTROS     PIC  9(9).
               03 PCK-CONTADOR      PIC  9(9) OCCURS 8 TIMES.
               03 PCK-IMPORTE       PIC S9(11)V9(2) OCCURS 4 TIMES.
           02 PCK-RESULTADO         PIC  X(1).

       *> Previa y aprobacion de la liquidacion del mes (ver
       *> PROPUESTA_LIQUIDACION y GESTION_PROPUESTAS)
       01 PETICION-PROPUESTA.
           02 PPR-OPERACION         PIC  X(1).
           02 PPR-PROGRAMA          PIC X(20).
           02 PPR-PERIODO           PIC  9(8).
           02 PPR-MODO              PIC  X(1).
               88 MODO-PREVIA       VALUE "P".
               88 MODO-REAL         VALUE "R".
           02 PPR-ESTADO            PIC  9(1).
           02 PPR-TARJETA           PIC  9(16).
           02 PPR-TIPO              PIC  9(1).
           02 PPR-CENTIMOS          PIC S9(11).
           02 PPR-CONCEPTO          PIC  X(35).
           02 PPR-APUNTES           PIC  9(9).
           02 PPR-CENT-TOTAL        PIC S9(13).
           02 PPR-RESULTADO         PIC  X(1).

       *> Tasa de interes mensual para cuentas de ahorro, guardada
       *> como la tasa multiplicada por 100000 para no usar decimales.
       77 TASA-INT-MENSUAL-X100000 PIC 9(6) VALUE 000100.

       77 PERIODO-ACTUAL           PIC  9(6).

       77 CENT-SALDO-CTA           PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-BASE-INTERES        PIC S9(11).
       77 FECHA-FIN-MES-ANT        PIC  9(8).

       *> Peticion al historico de saldos (ver SALDO_FECHA)
       01 CONSULTA-SALDO.
           02 CSA-TARJETA           PIC  9(16).
           02 CSA-TIPO              PIC  9(1).
           02 CSA-FECHA             PIC  9(8).
           02 CSA-ENCONTRADO        PIC  X(1).
           02 CSA-FECHA-CIERRE      PIC  9(8).
           02 CSA-CENT-SALDO        PIC S9(11).
           02 CSA-CENT-MEDIA-MES    PIC S9(11).
           02 CSA-CENT-MEDIA-TRIM   PIC S9(11).

       77 LAST-MOV-NUM             PIC  9(35).

       *> Promocion de ahorro de la cuenta que se esta liquidando
       77 FSPA                     PIC  X(2).
       77 FSAD                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 ADHESION-LEIDA-SW        PIC  X(1).
       77 CLAVE-CTA-GUARDADA       PIC  X(17).
       77 CLAVE-ADH-GUARDADA       PIC  X(20).
       77 CLIENTE-CTA              PIC  9(8).
       77 FECHA-INI-MES-ANT        PIC  9(8).
       77 FECHA-INI-BONO           PIC  9(8).
       77 FECHA-FIN-BONO           PIC  9(8).
       77 DIAS-BONO                PIC  9(3).
       77 DIAS-MES-ANT             PIC  9(2).
       77 CENT-OTRAS-AHORA         PIC S9(11).
       77 CENT-OTRA-CTA            PIC S9(11).
       77 CENT-NUEVO               PIC S9(11).
       77 CENT-TOPE-NUEVO          PIC S9(11).
       77 CENT-BONO                PIC S9(9).
       77 FINALIZAR-ADH-SW         PIC  X(1).
       77 NOMBRE-PROMO             PIC X(30).
       77 MSJ-ABONO-BONO           PIC X(35)
           VALUE "Bonificacion promocion ahorro".
       77 CNT-BONIFICADAS          PIC  9(7) VALUE 0.
       77 CENT-TOTAL-BONO          PIC S9(9) VALUE 0.

       77 MSJ-ABONO-INTERES        PIC X(35)
           VALUE "Abono de intereses".

       77 CNT-ENCONTRADAS          PIC  9(7) VALUE 0.
       77 CNT-LIQUIDADAS           PIC  9(7) VALUE 0.
       77 CNT-SIN-INTERES          PIC  9(7) VALUE 0.
       77 CNT-SALDO-VIVO           PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-INTERES-ENT-EDIT   PIC -ZZZZZZZ9.
       77 TOTAL-INTERES-DEC-EDIT   PIC  99.
               THRU OBTENER-FECHA-PROCESO-FIN.
           COMPUTE PERIODO-ACTUAL = (ANO * 100) + MES.

           *> Se liquida el mes que acaba de cerrar: su media se pide
           *> al historico en su ultimo dia natural
           COMPUTE FECHA-FIN-MES-ANT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE((ANO * 10000) + (MES * 100)
               + 1) - 1).
           COMPUTE FECHA-INI-MES-ANT =
               ((FECHA-FIN-MES-ANT / 100) * 100) + 1.
           MOVE FUNCTION MOD(FECHA-FIN-MES-ANT, 100) TO DIAS-MES-ANT.

       LEER-PARAMETROS-TASA.
           *>LEE DE PARAMETROS LA TASA DE INTERES MENSUAL; SI NO ESTA
           *> DEFINIDA TODAVIA SE USA LA TASA HABITUAL DEL SISTEMA

           CLOSE PARAMETROS.

       MODO-EJECUCION.
           *> Previa, salvo que CADENA_NOCTURNA haya pedido la
           *> anotacion de la propuesta aprobada
           MOVE "I" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.

       CHECKPOINT-OPEN.
           IF MODO-PREVIA
               GO TO CHECKPOINT-PREVIA.

           *> El checkpoint va por periodo (anyo+mes), ya que este
           *> batch es mensual: si ya se liquido este periodo no se
           *> vuelve a liquidar aunque se ejecute varias veces en el
           *> mismo mes; si se corto a medias se sigue tras la ultima
           *> cuenta liquidada con los totales que llevaba
           MOVE "I"                TO PCK-OPERACION.
           MOVE "LIQUIDAR_INTERESES" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL     TO PCK-FECHA.
           MOVE 1                  TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "T"
               GO TO YA-LIQUIDADO.
           MOVE PCK-CONTADOR(1) TO CNT-ENCONTRADAS.
           MOVE PCK-CONTADOR(2) TO CNT-LIQUIDADAS.
           MOVE PCK-CONTADOR(3) TO CNT-SIN-INTERES.
           MOVE PCK-CONTADOR(4) TO CNT-SALDO-VIVO.
           MOVE PCK-CONTADOR(5) TO CNT-BONIFICADAS.
           MOVE PCK-IMPORTE(1)  TO CENT-TOTAL-INTERES.
           MOVE PCK-IMPORTE(2)  TO CENT-TOTAL-BONO.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR MES
           IF FSC <> 00
               GO TO FIN-ERROR.

           *> Relanzamiento: se sigue tras la ultima cuenta grabada
           IF PCK-SITUACION = "R"
               MOVE PCK-ULTIMA-CLAVE(1:17) TO CTA-CLAVE
               START CUENTAS KEY IS > CTA-CLAVE INVALID KEY
                   GO TO PERIODO-LIQUIDADO
               END-START
           END-IF.

       LEER-CUENTAS.
           READ CUENTAS NEXT RECORD AT END GO TO PERIODO-LIQUIDADO.

           IF NOT CTA-AHORRO
               GO TO LEER-CUENTAS.

           ADD 1 TO CNT-ENCONTRADAS.
           MOVE CTA-CLAVE TO PCK-ULTIMA-CLAVE.

           *> Se pasa el saldo a centimos con signo, igual que el
           *> resto de calculos de saldo de este sistema
                                        + CTA-SALDO-DEC
           END-IF.

           *> La base es el saldo medio del mes cerrado segun el
           *> historico; sin historico se usa el saldo del dia
           MOVE CTA-TARJETA       TO CSA-TARJETA.
           MOVE CTA-TIPO          TO CSA-TIPO.
           MOVE FECHA-FIN-MES-ANT TO CSA-FECHA.
           CALL "SALDO_FECHA" USING CONSULTA-SALDO.
           IF CSA-ENCONTRADO = "S"
               MOVE CSA-CENT-MEDIA-MES TO CENT-BASE-INTERES
           ELSE
               MOVE CENT-SALDO-CTA TO CENT-BASE-INTERES
               ADD 1 TO CNT-SALDO-VIVO
           END-IF.

           PERFORM CALCULAR-BONO THRU CALCULAR-BONO-FIN.

           *> Las cuentas en descubierto, o sin saldo, no generan
           *> intereses
           MOVE 0 TO CENT-INTERES.
           IF CENT-BASE-INTERES > 0
               COMPUTE CENT-INTERES ROUNDED =
                   (CENT-BASE-INTERES * TASA-INT-MENSUAL-X100000)
                   / 100000
           END-IF.

           IF CENT-INTERES <= 0 AND CENT-BONO <= 0
               ADD 1 TO CNT-SIN-INTERES
               PERFORM ACTUALIZAR-ADHESION
                   THRU ACTUALIZAR-ADHESION-FIN
               GO TO CUENTA-LIQUIDADA.

           IF MODO-PREVIA
               PERFORM PROPONER-APUNTES THRU PROPONER-APUNTES-FIN
               GO TO CUENTA-LIQUIDADA.

           IF CENT-INTERES > 0
               PERFORM ABONAR-INTERES THRU ABONAR-INTERES.

           *> La tasa extra de la promocion va en su propio movimiento
           IF CENT-BONO > 0
               PERFORM ABONAR-BONO THRU ABONAR-BONO-FIN.

           PERFORM ACTUALIZAR-ADHESION THRU ACTUALIZAR-ADHESION-FIN.

       CUENTA-LIQUIDADA.
           IF MODO-PREVIA
               GO TO LEER-CUENTAS.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           GO TO LEER-CUENTAS.

      *> BONIFICACION DEL MES CERRADO SI LA TARJETA ESTA ADHERIDA A
      *> UNA PROMOCION DE AHORRO: DEJA EL IMPORTE EN CENT-BONO Y EL
      *> DINERO NUEVO MEDIDO EN CENT-NUEVO. LAS LECTURAS DE OTRAS
      *> CUENTAS MUEVEN LA POSICION DE CUENTAS.UBD, ASI QUE AL FINAL
      *> SE RELEE LA CUENTA DE AHORRO POR CLAVE: DEVUELVE EL REGISTRO
      *> PARA EL REWRITE Y DEJA LA LECTURA SECUENCIAL DONDE ESTABA
       CALCULAR-BONO.
           MOVE 0   TO CENT-BONO.
           MOVE 0   TO CENT-NUEVO.
           MOVE "N" TO ADHESION-LEIDA-SW.
           MOVE "N" TO FINALIZAR-ADH-SW.
           MOVE CTA-CLAVE TO CLAVE-CTA-GUARDADA.

           OPEN INPUT ADHESIONES.
           IF FSAD <> 00
               CLOSE ADHESIONES
               GO TO RELEER-CUENTA-BONO.
           MOVE CTA-TARJETA TO ADH-TARJETA.
           MOVE 0           TO ADH-CAMPANA.
           START ADHESIONES KEY NOT LESS THAN ADH-CLAVE
               INVALID KEY
                   CLOSE ADHESIONES
                   GO TO RELEER-CUENTA-BONO
           END-START.

       LEER-ADHESION-BONO.
           READ ADHESIONES NEXT RECORD AT END
               CLOSE ADHESIONES
               GO TO RELEER-CUENTA-BONO.
           IF ADH-TARJETA NOT = CTA-TARJETA
               CLOSE ADHESIONES
               GO TO RELEER-CUENTA-BONO.
           IF NOT ADH-ACTIVA
               GO TO LEER-ADHESION-BONO.
           CLOSE ADHESIONES.
           *> Una reejecucion del mismo periodo no vuelve a pagar
           IF ADH-ULTIMA-LIQ >= FECHA-FIN-MES-ANT
               GO TO RELEER-CUENTA-BONO.
           MOVE "S"       TO ADHESION-LEIDA-SW.
           MOVE ADH-CLAVE TO CLAVE-ADH-GUARDADA.

           OPEN INPUT PROMOAHORRO.
           IF FSPA <> 00
               CLOSE PROMOAHORRO
               GO TO RELEER-CUENTA-BONO.
           MOVE ADH-CAMPANA TO PAH-COD.
           READ PROMOAHORRO INVALID KEY
               CLOSE PROMOAHORRO
               GO TO RELEER-CUENTA-BONO.
           CLOSE PROMOAHORRO.
           MOVE PAH-NOMBRE TO NOMBRE-PROMO.

           *> La adhesion se da por terminada con el ultimo mes de la
           *> campana, para que el cliente pueda entrar en otra
           IF PAH-HASTA <= FECHA-FIN-MES-ANT
               MOVE "S" TO FINALIZAR-ADH-SW.
           *> Campana suspendida: ese mes no se bonifica
           IF NOT PAH-ACTIVA
               GO TO RELEER-CUENTA-BONO.

           *> Dias del mes cerrado dentro de la campana y de la
           *> adhesion
           MOVE FECHA-INI-MES-ANT TO FECHA-INI-BONO.
           IF PAH-DESDE > FECHA-INI-BONO
               MOVE PAH-DESDE TO FECHA-INI-BONO.
           IF ADH-FECHA-ALTA > FECHA-INI-BONO
               MOVE ADH-FECHA-ALTA TO FECHA-INI-BONO.
           MOVE FECHA-FIN-MES-ANT TO FECHA-FIN-BONO.
           IF PAH-HASTA < FECHA-FIN-BONO
               MOVE PAH-HASTA TO FECHA-FIN-BONO.
           IF FECHA-INI-BONO > FECHA-FIN-BONO
               GO TO RELEER-CUENTA-BONO.
           COMPUTE DIAS-BONO =
               FUNCTION INTEGER-OF-DATE(FECHA-FIN-BONO)
               - FUNCTION INTEGER-OF-DATE(FECHA-INI-BONO) + 1.

           *> Dinero nuevo: lo que el ahorro ha subido sobre la base
           *> de la adhesion...
           COMPUTE CENT-NUEVO = CENT-BASE-INTERES - ADH-CENT-BASE.

           *> ...menos lo que han bajado las demas tarjetas del
           *> cliente, que es lo que se ha traido de ellas
           PERFORM SUMAR-OTRAS-TARJETAS
               THRU SUMAR-OTRAS-TARJETAS-FIN.
           IF CENT-OTRAS-AHORA < ADH-CENT-OTRAS
               COMPUTE CENT-NUEVO = CENT-NUEVO
                   - (ADH-CENT-OTRAS - CENT-OTRAS-AHORA)
           END-IF.

           IF CENT-NUEVO <= 0
               MOVE 0 TO CENT-NUEVO
               GO TO RELEER-CUENTA-BONO.
           COMPUTE CENT-TOPE-NUEVO = PAH-TOPE * 100.
           IF CENT-NUEVO > CENT-TOPE-NUEVO
               MOVE CENT-TOPE-NUEVO TO CENT-NUEVO.

           COMPUTE CENT-BONO ROUNDED =
               (CENT-NUEVO * PAH-TASA-EXTRA-X100000 * DIAS-BONO)
               / (100000 * DIAS-MES-ANT).

       RELEER-CUENTA-BONO.
           MOVE CLAVE-CTA-GUARDADA TO CTA-CLAVE.
           READ CUENTAS INVALID KEY GO TO FIN-ERROR.
       CALCULAR-BONO-FIN.
           EXIT.

      *> SALDO DE LAS DEMAS TARJETAS DEL CLIENTE AL CIERRE DEL MES
      *> LIQUIDADO (HISTORICO DE SALDOS, O SALDO VIVO SI LA CUENTA NO
      *> TIENE HISTORICO), TODAS SUS CUENTAS, EN CENTIMOS
       SUMAR-OTRAS-TARJETAS.
           MOVE 0 TO CENT-OTRAS-AHORA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO SUMAR-OTRAS-TARJETAS-FIN.
           MOVE ADH-TARJETA TO TNUM-E.
           READ TARJETAS INVALID KEY
               MOVE 0 TO TCLIENTE
           END-READ.
           MOVE TCLIENTE TO CLIENTE-CTA.
           CLOSE TARJETAS.
           IF CLIENTE-CTA = 0
               GO TO SUMAR-OTRAS-TARJETAS-FIN.

           OPEN INPUT TARJETAS.

       LEER-OTRA-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO SUMAR-OTRAS-TARJETAS-FIN.
           IF TCLIENTE NOT = CLIENTE-CTA OR TNUM-E = ADH-TARJETA
               GO TO LEER-OTRA-TARJETA.
           MOVE 1 TO CSA-TIPO.
           PERFORM SUMAR-CUENTA-OTRA THRU SUMAR-CUENTA-OTRA-FIN.
           MOVE 2 TO CSA-TIPO.
           PERFORM SUMAR-CUENTA-OTRA THRU SUMAR-CUENTA-OTRA-FIN.
           MOVE 3 TO CSA-TIPO.
           PERFORM SUMAR-CUENTA-OTRA THRU SUMAR-CUENTA-OTRA-FIN.
           GO TO LEER-OTRA-TARJETA.
       SUMAR-OTRAS-TARJETAS-FIN.
           EXIT.

       SUMAR-CUENTA-OTRA.
           MOVE TNUM-E TO CTA-TARJETA.
           MOVE CSA-TIPO TO CTA-TIPO.
           READ CUENTAS INVALID KEY
               GO TO SUMAR-CUENTA-OTRA-FIN.
           MOVE TNUM-E            TO CSA-TARJETA.
           MOVE FECHA-FIN-MES-ANT TO CSA-FECHA.
           CALL "SALDO_FECHA" USING CONSULTA-SALDO.
           IF CSA-ENCONTRADO = "S"
               MOVE CSA-CENT-SALDO TO CENT-OTRA-CTA
           ELSE
               IF CTA-SALDO-ENT < 0
                   COMPUTE CENT-OTRA-CTA =
                       - ((FUNCTION ABS(CTA-SALDO-ENT) * 100)
                           + CTA-SALDO-DEC)
               ELSE
                   COMPUTE CENT-OTRA-CTA = (CTA-SALDO-ENT * 100)
                                           + CTA-SALDO-DEC
               END-IF
           END-IF.
           ADD CENT-OTRA-CTA TO CENT-OTRAS-AHORA.
       SUMAR-CUENTA-OTRA-FIN.
           EXIT.

      *> DEJA EN LA ADHESION EL DINERO NUEVO MEDIDO ESTE MES, LO
      *> BONIFICADO Y EL MES LIQUIDADO; CON EL ULTIMO MES DE LA
      *> CAMPANA LA DA POR TERMINADA
       ACTUALIZAR-ADHESION.
           IF ADHESION-LEIDA-SW NOT = "S" OR MODO-PREVIA
               GO TO ACTUALIZAR-ADHESION-FIN.
           OPEN I-O ADHESIONES.
           IF FSAD <> 00
               GO TO FIN-ERROR.
           MOVE CLAVE-ADH-GUARDADA TO ADH-CLAVE.
           READ ADHESIONES INVALID KEY
               CLOSE ADHESIONES
               GO TO ACTUALIZAR-ADHESION-FIN.
           MOVE CENT-NUEVO        TO ADH-CENT-NUEVO.
           IF CENT-BONO > 0
               ADD CENT-BONO TO ADH-CENT-BONO.
           MOVE FECHA-FIN-MES-ANT TO ADH-ULTIMA-LIQ.
           IF FINALIZAR-ADH-SW = "S"
               MOVE 2 TO ADH-ESTADO.
           REWRITE ADHESION-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE ADHESIONES.
       ACTUALIZAR-ADHESION-FIN.
           EXIT.

      *> PREVIA: LOS ABONOS DE LA CUENTA VAN A LA PROPUESTA EN VEZ DE
      *> A MOVIMIENTOS; LOS TOTALES DEL INFORME SE LLEVAN IGUAL
       PROPONER-APUNTES.
           MOVE "L"         TO PPR-OPERACION.
           MOVE CTA-TARJETA TO PPR-TARJETA.
           MOVE CTA-TIPO    TO PPR-TIPO.
           IF CENT-INTERES > 0
               ADD CENT-INTERES TO CENT-TOTAL-INTERES
               ADD 1 TO CNT-LIQUIDADAS
               MOVE CENT-INTERES      TO PPR-CENTIMOS
               MOVE MSJ-ABONO-INTERES TO PPR-CONCEPTO
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
           END-IF.
           IF CENT-BONO > 0
               ADD CENT-BONO TO CENT-TOTAL-BONO
               ADD 1 TO CNT-BONIFICADAS
               MOVE CENT-BONO      TO PPR-CENTIMOS
               MOVE MSJ-ABONO-BONO TO PPR-CONCEPTO
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
           END-IF.
       PROPONER-APUNTES-FIN.
           EXIT.

       ABONAR-BONO.
           ADD CENT-BONO TO CENT-SALDO-CTA.
           ADD CENT-BONO TO CENT-TOTAL-BONO.

           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "MOVIMIENTO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-MOV-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-MOV-NUM
           END-READ.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO FIN-ERROR.

           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE CTA-TARJETA     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = (CENT-BONO / 100).
           MOVE FUNCTION MOD(CENT-BONO, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-ABONO-BONO TO MOV-CONCEPTO.
           INITIALIZE MOV-REFERENCIA.
           MOVE NOMBRE-PROMO TO MOV-REFERENCIA(1:27).
           MOVE "AHO" TO MOV-REFERENCIA(28:3).
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-CTA / 100).
           MOVE FUNCTION MOD(CENT-SALDO-CTA, 100) TO MOV-SALDOPOS-DEC.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL
           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-MOVIMIENTOS.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           MOVE LAST-MOV-NUM     TO CTA-ULTIMO-MOV.
           REWRITE CUENTA-REG INVALID KEY GO TO FIN-ERROR.

           *> La bonificacion tributa como el resto de intereses
           MOVE CENT-BONO TO CENT-INTERES.
           PERFORM RETENER-IMPUESTO THRU RETENER-IMPUESTO-FIN.

           ADD 1 TO CNT-BONIFICADAS.
       ABONAR-BONO-FIN.
           EXIT.

       ABONAR-INTERES.
           ADD CENT-INTERES TO CENT-SALDO-CTA.
           ADD CENT-INTERES TO CENT-TOTAL-INTERES.

           GO TO FIN.

      *> LA PREVIA NO TOCA EL CHECKPOINT: SOLO MIRA SI EL PERIODO YA
      *> SE LIQUIDO O SE ESTA LIQUIDANDO, Y ENTONCES NO HAY PROPUESTA
       CHECKPOINT-PREVIA.
           MOVE "C"                TO PCK-OPERACION.
           MOVE "LIQUIDAR_INTERESES" TO PCK-PROGRAMA.
           MOVE PERIODO-ACTUAL     TO PCK-FECHA.
           MOVE 1                  TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
           IF PCK-SITUACION = "N"
               GO TO INFORME-OPEN.
           MOVE "N" TO PPR-OPERACION.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           IF PCK-SITUACION = "T"
               GO TO YA-LIQUIDADO.
           GO TO FIN.

      *> TODAS LAS CUENTAS RECORRIDAS: EL CHECKPOINT DEL PERIODO
      *> QUEDA TERMINADO CON LOS TOTALES FINALES. EN PREVIA SE CIERRA
      *> LA PROPUESTA; EN REAL SE DEJA CONSTANCIA DE LO ANOTADO
       PERIODO-LIQUIDADO.
           IF MODO-PREVIA
               MOVE "Z" TO PPR-OPERACION
               PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN
               GO TO FIN.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           MOVE "X" TO PPR-OPERACION.
           COMPUTE PPR-APUNTES = CNT-LIQUIDADAS + CNT-BONIFICADAS.
           COMPUTE PPR-CENT-TOTAL = CENT-TOTAL-INTERES
                                  + CENT-TOTAL-BONO.
           PERFORM LLAMAR-PROPUESTA THRU LLAMAR-PROPUESTA-FIN.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
                      ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               IF MODO-PREVIA
                   MOVE "PREVIA: calculado sin abonar, para aprobacion"
                       TO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF

               MOVE CNT-ENCONTRADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-SALDO-VIVO TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Sin historico, sobre saldo del dia: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE TOTAL-INTERES-ENT TO TOTAL-INTERES-ENT-EDIT
               MOVE TOTAL-INTERES-DEC TO TOTAL-INTERES-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-BONIFICADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Bonificaciones de promocion abonadas: "
                   DELIMITED BY SIZE
                   CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               COMPUTE TOTAL-INTERES-ENT = (CENT-TOTAL-BONO / 100)
               MOVE FUNCTION MOD(CENT-TOTAL-BONO, 100)
                   TO TOTAL-INTERES-DEC
               MOVE TOTAL-INTERES-ENT TO TOTAL-INTERES-ENT-EDIT
               MOVE TOTAL-INTERES-DEC TO TOTAL-INTERES-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Total bonificacion de promocion: "
                      DELIMITED BY SIZE
                      TOTAL-INTERES-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-INTERES-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

           GOBACK.

      *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-ENCONTRADAS    TO PCK-CONTADOR(1).
           MOVE CNT-LIQUIDADAS     TO PCK-CONTADOR(2).
           MOVE CNT-SIN-INTERES    TO PCK-CONTADOR(3).
           MOVE CNT-SALDO-VIVO     TO PCK-CONTADOR(4).
           MOVE CNT-BONIFICADAS    TO PCK-CONTADOR(5).
           MOVE CENT-TOTAL-INTERES TO PCK-IMPORTE(1).
           MOVE CENT-TOTAL-BONO    TO PCK-IMPORTE(2).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

      *> PETICION A PROPUESTA_LIQUIDACION PARA EL PERIODO EN CURSO
       LLAMAR-PROPUESTA.
           MOVE "LIQUIDAR_INTERESES" TO PPR-PROGRAMA.
           MOVE PERIODO-ACTUAL TO PPR-PERIODO.
           CALL "PROPUESTA_LIQUIDACION" USING PETICION-PROPUESTA.
           IF PPR-RESULTADO NOT = "S"
               GO TO FIN-ERROR.
       LLAMAR-PROPUESTA-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA. ASI
