           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTA.

           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

       DATA DIVISION.
       FILE SECTION.

           02 TCLIENTE    PIC  9(8).
           02 TPERFIL     PIC  9(2).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe10.ubd".
       01 LINEA-INFORME               PIC X(80).

       *> Expediente de defuncion del cliente (ver
       *> GESTION_DEFUNCIONES)
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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       77 FSTR                     PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FST                      PIC   X(2).
       77 FSINF                    PIC   X(2).
       77 FSC                      PIC   X(2).
       77 FSSEC                    PIC   X(2).
       77 FSTX                     PIC   X(2).
       77 FSN                      PIC   X(2).
       77 FSDF                     PIC   X(2).
       77 CLIENTE-ORDENANTE        PIC   9(8).
       77 ORDENANTE-FALLECIDO-SW   PIC   X(1).

       77 LAST-TRANS-PROCESADO     PIC  9(35).
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
       77 LAST-TEXT-NUM            PIC  9(35).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 CTA-EXISTE-SW            PIC  X(1).
       77 CNT-MENSUAL-ROLLED       PIC  9(7) VALUE 0.
       77 CNT-BAD-CUENTA           PIC  9(7) VALUE 0.
       77 CNT-FONDOS               PIC  9(7) VALUE 0.
       77 CNT-FALLECIDOS           PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

       01 FECHA-INFORME-R.
                               + DIA.

       CHECKPOINT-OPEN.
           *> Un registro por fecha de proceso: si la ventana ya se
           *> empezo hoy se sigue tras la ultima orden grabada y los
           *> totales del informe continuan; una ventana nueva empieza
           *> de cero. Al apuntar en cuentas se graba cada orden
           MOVE "I"          TO PCK-OPERACION.
           MOVE "BANK10"     TO PCK-PROGRAMA.
           MOVE FECHA-ACTUAL TO PCK-FECHA.
           MOVE 1            TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S" THEN
               GO TO FIN-ERROR
           END-IF.

           MOVE PCK-ULTIMA-NUM  TO LAST-TRANS-PROCESADO.
           MOVE PCK-CONTADOR(1) TO CNT-ENCONTRADAS.
           MOVE PCK-CONTADOR(2) TO CNT-POSTEADAS.
           MOVE PCK-CONTADOR(3) TO CNT-MENSUAL-ROLLED.
           MOVE PCK-CONTADOR(4) TO CNT-BAD-CUENTA.
           MOVE PCK-CONTADOR(5) TO CNT-FONDOS.
           MOVE PCK-CONTADOR(6) TO CNT-FALLECIDOS.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR DIA
           DISPLAY "+++++++++++++++++++++++++++++++++++++".
           DISPLAY "LEER TRANSFERENCIAS".
           *> Se lee desde el ultimo al primero
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO VENTANA-COMPLETA.

           *> Las ya grabadas en el checkpoint se contaron al grabarlas
           IF TRANS-NUM <= LAST-TRANS-PROCESADO
               GO TO LEER-TRANSFERENCIAS
           END-IF.

           ADD 1 TO CNT-ENCONTRADAS.

           MOVE TRANS-IMPORTE-ENT TO EURENT-USUARIO.
           MOVE TRANS-IMPORTE-DEC TO EURDEC-USUARIO.
           MOVE TRANS-TARJETA-ORD TO CUENTA-ORIGEN. 
           *> Comprobar tarjeta origen
           MOVE CUENTA-ORIGEN TO TNUM-E.
           READ TARJETAS INVALID KEY GO TO USER-BAD.
           MOVE TCLIENTE TO CLIENTE-ORDENANTE.
           CLOSE TARJETAS.
           
           *> Comprobar tarjeta destino; las transferencias a otra
           END-IF.
           CLOSE TARJETAS.

           *> Con el ordenante fallecido (ver GESTION_DEFUNCIONES) la
           *> orden queda suspendida: ni se ejecuta ni se borra
           PERFORM COMPROBAR-DEFUNCION THRU COMPROBAR-DEFUNCION-FIN.
           IF ORDENANTE-FALLECIDO-SW = "S"
               GO TO ORDENANTE-FALLECIDO.

           *> El numero del ultimo movimiento se lee directamente de
           *> SECUENCIAS por clave, en vez de recorrer todo
           *> movimientos.ubd buscando el mayor MOV-NUM; los saldos del

           ADD 1 TO CNT-POSTEADAS.

           MOVE TRAN-NUM TO PCK-ULTIMA-NUM.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           CLOSE F-MOVIMIENTOS.
           CLOSE TRANSFERENCIAS.
           ADD 1 TO CNT-POSTEADAS.
           ADD 1 TO CNT-MENSUAL-ROLLED.

           MOVE TRAN-NUM TO PCK-ULTIMA-NUM.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           CLOSE F-MOVIMIENTOS.
           CLOSE TRANSFERENCIAS.

           ADD 1 TO CNT-POSTEADAS.

           MOVE TRAN-NUM TO PCK-ULTIMA-NUM.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           CLOSE F-MOVIMIENTOS.
           CLOSE TRANSFERENCIAS.

           ADD 1 TO CNT-POSTEADAS.

           MOVE TRAN-NUM TO PCK-ULTIMA-NUM.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN-ERROR.

           CLOSE F-MOVIMIENTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE F-MOVIMIENTOS.
           GO TO LEER-TRANSFERENCIAS.

       ORDENANTE-FALLECIDO.
           DISPLAY "TRANSFERENCIA SUSPENDIDA POR FALLECIMIENTO".
           DISPLAY TRAN-NUM.
           DISPLAY " ".
           ADD 1 TO CNT-FALLECIDOS.
           GO TO LEER-TRANSFERENCIAS.

       GUARDAR-TRF-EXTERNA.
           *> Las transferencias periodicas a otra entidad solo
           *> actualizan CUENTAS del ordenante; el abono se deja
           DELETE TRANSFERENCIAS.
           GO TO LEER-TRANSFERENCIAS.

      *> TODAS LAS ORDENES RECORRIDAS: EL CHECKPOINT DEL DIA QUEDA
      *> TERMINADO CON LOS TOTALES FINALES
       VENTANA-COMPLETA.
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
         INTO LINEA-INFORME.
       WRITE LINEA-INFORME.

       MOVE CNT-FALLECIDOS TO CNT-EDIT.
       MOVE SPACES TO LINEA-INFORME.
       STRING "Suspendidas por fallecimiento del ordenante: "
              DELIMITED BY SIZE
              CNT-EDIT DELIMITED BY SIZE
         INTO LINEA-INFORME.
       WRITE LINEA-INFORME.

       MOVE SPACES TO LINEA-INFORME.
       WRITE LINEA-INFORME.

       CLOSE INFORME.

       GOBACK.

       *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-ENCONTRADAS    TO PCK-CONTADOR(1).
           MOVE CNT-POSTEADAS      TO PCK-CONTADOR(2).
           MOVE CNT-MENSUAL-ROLLED TO PCK-CONTADOR(3).
           MOVE CNT-BAD-CUENTA     TO PCK-CONTADOR(4).
           MOVE CNT-FONDOS         TO PCK-CONTADOR(5).
           MOVE CNT-FALLECIDOS     TO PCK-CONTADOR(6).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA, COMO HASTA AHORA. ASI
           CLOSE TRAZAS.
       ANOTAR-TRAZA-FIN.
           EXIT.

      *> MIRA EN DEFUNCIONES.UBD SI EL CLIENTE DE LA TARJETA
      *> ORDENANTE (CLIENTE-ORDENANTE) HA FALLECIDO
       COMPROBAR-DEFUNCION.
           MOVE "N" TO ORDENANTE-FALLECIDO-SW.
           IF CLIENTE-ORDENANTE = 0
               GO TO COMPROBAR-DEFUNCION-FIN.
           OPEN INPUT DEFUNCIONES.
           IF FSDF <> 00
               CLOSE DEFUNCIONES
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE CLIENTE-ORDENANTE TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO ORDENANTE-FALLECIDO-SW
           END-READ.
           CLOSE DEFUNCIONES.
       COMPROBAR-DEFUNCION-FIN.
           EXIT.
