       *> referencia del acreedor, genera el fichero de devoluciones
       *> con los recibos que no se pueden atender (respetando el
       *> limite de descubierto, igual que una retirada), y produce
       *> el total de liquidacion por acreedor. Usa el registro de
       *> checkpoint comun (REGISTRO_CHECKPOINT), como BANK10, para
       *> que una caida a mitad de fichero no adeude dos veces ningun
       *> recibo: el checkpoint guarda cuantos recibos de la
       *> presentacion del dia ya se han procesado, que al relanzar
       *> se saltan, y los totales de adeudados y devueltos. Los
       *> recibos de un titular fallecido (defunciones.ubd, ver
       *> GESTION_DEFUNCIONES) se devuelven sin adeudar con el motivo
       *> de fallecimiento (MD07). Cada recibo adeudado queda ademas en
       *> recibos_adeudados.ubd, de donde BANK26 saca los recibos que
       *> el titular puede pedir reembolsar dentro de las ocho semanas
       *> siguientes al cargo. Se ejecuta de forma independiente (no
       *> se llama desde el menu del cajero).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDV.
           RECORD KEY IS CGA-CLAVE
           FILE STATUS IS FSCG.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-CLIENTE
           FILE STATUS IS FSDF.

           SELECT OPTIONAL RECIBOS-ADEUDADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAD-MOV-NUM
           ALTERNATE RECORD KEY IS RAD-TARJETA WITH DUPLICATES
           FILE STATUS IS FSRA.

       DATA DIVISION.
       FILE SECTION.

           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devoluciones_recibos.txt".
               03 CGA-HUELLA        PIC  9(9).
           02 CGA-FORZADA           PIC  9(1).

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

       *> Recibos adeudados, por numero del movimiento de cargo: el
       *> titular puede pedir su reembolso en BANK26 y el importe
       *> reembolsado se descuenta de la siguiente remesa del
       *> acreedor en LIQUIDAR_ACREEDORES
       FD RECIBOS-ADEUDADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos_adeudados.ubd".
       01 RECIBO-ADEUDADO-REG.
           02 RAD-MOV-NUM           PIC  9(35).
           02 RAD-TARJETA           PIC 9(16).
           02 RAD-ACREEDOR          PIC X(10).
           02 RAD-ACREEDOR-NOM      PIC X(20).
           02 RAD-REFERENCIA        PIC X(30).
           02 RAD-CENT              PIC  9(9).
           02 RAD-FECHA             PIC  9(8).
           02 RAD-ESTADO            PIC  9(1).
               88 RAD-ADEUDADO      VALUE 1.
               88 RAD-REEMBOLSADO   VALUE 2.
               88 RAD-DESCONTADO    VALUE 3.
           02 RAD-FECHA-REEMBOLSO   PIC  9(8).
           02 RAD-FECHA-DESCUENTO   PIC  9(8).

       WORKING-STORAGE SECTION.
       77 FSRA                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSDF                     PIC  X(2).
       77 TITULAR-FALLECIDO-SW     PIC  X(1).
       77 CLIENTE-RECIBO           PIC  9(8).
       77 FSCG                     PIC  X(2).
       *> Registro de cargas (ver FORZAR_CARGAS): la huella del
       *> fichero (recuento e importes) impide procesar dos veces la
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSDV                     PIC  X(2).
       77 FSLQ                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-ACTUAL             PIC  9(8).
       77 RECIBOS-YA-PROCESADOS    PIC  9(7).
       77 NUM-RECIBO-ACTUAL        PIC  9(7) VALUE 0.

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

       01 RECIBO-CAMPOS.
           02 RDOM-TARJETA          PIC X(16).
           02 RDOM-ACREEDOR         PIC X(10).
           INITIALIZE TABLA-ACREEDORES.

       CHECKPOINT-OPEN.
           *> Relanzamiento del mismo dia: se saltan los recibos ya
           *> adeudados para no cargarlos dos veces y los totales del
           *> informe continuan; un dia nuevo empieza de cero
           MOVE "I"                  TO PCK-OPERACION.
           MOVE "CARGAR_RECIBOS_DOM" TO PCK-PROGRAMA.
           MOVE FECHA-ACTUAL         TO PCK-FECHA.
           MOVE 1                    TO PCK-CADA.
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.

           MOVE PCK-ULTIMA-NUM  TO RECIBOS-YA-PROCESADOS.
           MOVE PCK-CONTADOR(1) TO CNT-ADEUDADOS.
           MOVE PCK-CONTADOR(2) TO CNT-DEVUELTOS.

       PRESENTACION-OPEN.
           *> Pasada previa de control: un pie que no cuadra rechaza

           MOVE RDOM-IMPORTE TO CENT-IMPORTE.

           *> Titular fallecido: sus domiciliaciones quedan
           *> suspendidas y el recibo vuelve al acreedor con el
           *> motivo de fallecimiento, sin tocar el mandato
           PERFORM COMPROBAR-DEFUNCION THRU COMPROBAR-DEFUNCION-FIN.
           IF TITULAR-FALLECIDO-SW = "S"
               PERFORM DEVOLVER-RECIBO-DEFUNCION
                   THRU DEVOLVER-RECIBO-DEFUNCION-FIN
               GO TO RECIBO-PROCESADO.

           *> Registro de mandatos (ver BANK26): la primera
           *> presentacion de un acreedor crea el mandato; contra un
           *> mandato bloqueado o revocado por el titular el recibo
       RECIBO-PROCESADO.
           *> El checkpoint avanza recibo a recibo: si el batch cae
           *> aqui en medio, al relanzar se reanuda sin duplicar
           MOVE NUM-RECIBO-ACTUAL TO PCK-ULTIMA-NUM.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           IF PCK-RESULTADO NOT = "S"
               GO TO FIN.

           GO TO LEER-RECIBO.

           REWRITE CUENTA-REG INVALID KEY GO TO FIN.
           CLOSE CUENTAS.

           *> El cargo queda registrado para un posible reembolso a
           *> peticion del titular (ver BANK26)
           OPEN I-O RECIBOS-ADEUDADOS CLOSE RECIBOS-ADEUDADOS.
           OPEN I-O RECIBOS-ADEUDADOS.
           IF FSRA = 00
               MOVE LAST-MOV-NUM      TO RAD-MOV-NUM
               MOVE RDOM-TARJETA      TO RAD-TARJETA
               MOVE RDOM-ACREEDOR     TO RAD-ACREEDOR
               MOVE RDOM-ACREEDOR-NOM TO RAD-ACREEDOR-NOM
               MOVE RDOM-REFERENCIA   TO RAD-REFERENCIA
               MOVE CENT-IMPORTE      TO RAD-CENT
               MOVE FECHA-ACTUAL      TO RAD-FECHA
               MOVE 1                 TO RAD-ESTADO
               MOVE 0                 TO RAD-FECHA-REEMBOLSO
               MOVE 0                 TO RAD-FECHA-DESCUENTO
               WRITE RECIBO-ADEUDADO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE RECIBOS-ADEUDADOS.

       ADEUDAR-RECIBO-FIN.
           EXIT.

       DEVOLVER-RECIBO-MANDATO-FIN.
           EXIT.

      *> DEVOLUCION POR FALLECIMIENTO DEL TITULAR (MOTIVO SEPA MD07)
       DEVOLVER-RECIBO-DEFUNCION.
           MOVE "S" TO RECIBO-DEVUELTO-SW.
           ADD 1 TO CNT-DEVUELTOS.

           MOVE SPACES TO LINEA-DEVOLUCION.
           STRING LINEA-PRESENTACION DELIMITED BY "  "
                  "|MD07 TITULAR FALLECIDO" DELIMITED BY SIZE
             INTO LINEA-DEVOLUCION.
           WRITE LINEA-DEVOLUCION.
       DEVOLVER-RECIBO-DEFUNCION-FIN.
           EXIT.

      *> EL CLIENTE DE LA TARJETA DEL RECIBO, SI CONSTA SU DEFUNCION
      *> EN DEFUNCIONES.UBD, DEJA TITULAR-FALLECIDO-SW A "S"
       COMPROBAR-DEFUNCION.
           MOVE "N" TO TITULAR-FALLECIDO-SW.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE RDOM-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE TCLIENTE TO CLIENTE-RECIBO.
           CLOSE TARJETAS.
           IF CLIENTE-RECIBO = 0
               GO TO COMPROBAR-DEFUNCION-FIN.

           OPEN INPUT DEFUNCIONES.
           IF FSDF <> 00
               CLOSE DEFUNCIONES
               GO TO COMPROBAR-DEFUNCION-FIN.
           MOVE CLIENTE-RECIBO TO DEF-CLIENTE.
           READ DEFUNCIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO TITULAR-FALLECIDO-SW
           END-READ.
           CLOSE DEFUNCIONES.
       COMPROBAR-DEFUNCION-FIN.
           EXIT.

      *> CONSULTA EL MANDATO TARJETA+ACREEDOR; SI NO EXISTE SE CREA
      *> ACTIVO CON LA PRIMERA PRESENTACION (VER BANK26, DONDE EL
      *> TITULAR LO BLOQUEA O DESBLOQUEA)

       LIQUIDAR-FIN.
           CLOSE LIQUIDACION.
           *> Presentacion del dia completa: el checkpoint queda
           *> terminado con los totales finales
           PERFORM TERMINAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.
           GO TO FIN.

       ANOTAR-RECAUDACION.
       FIN.
           CLOSE PRESENTACION.
           CLOSE DEVOLUCIONES.

           IF FSINF = 00
               MOVE CNT-LEIDOS TO CNT-EDIT

           GOBACK.

       *> POSICION Y TOTALES DEL INFORME AL REGISTRO DE CHECKPOINT
       GRABAR-CHECKPOINT.
           MOVE "G" TO PCK-OPERACION.
           GO TO LLAMAR-CHECKPOINT.
       TERMINAR-CHECKPOINT.
           MOVE "T" TO PCK-OPERACION.
       LLAMAR-CHECKPOINT.
           MOVE CNT-ADEUDADOS TO PCK-CONTADOR(1).
           MOVE CNT-DEVUELTOS TO PCK-CONTADOR(2).
           CALL "REGISTRO_CHECKPOINT" USING PETICION-CHECKPOINT.
       GRABAR-CHECKPOINT-FIN.
           EXIT.

       *> LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO DEL FICHERO DE
       *> CONTROL (VER CIERRE_DIA/APERTURA_DIA); SI TODAVIA NO EXISTE
       *> SE PROCESA CON LA FECHA DEL SISTEMA
