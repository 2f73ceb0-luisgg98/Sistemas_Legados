       *> o robada desde el propio cajero: la tarjeta se retira de
       *> tarjetas.ubd (igual que hace GESTION_TARJETAS al darla de
       *> baja desde la sucursal) para que no se pueda volver a usar,
       *> conservando cuentas.ubd y su historial de movimientos. Los
       *> datos de la tarjeta retirada quedan en el registro de
       *> denuncias tarjetas_perdidas.ubd, del que la sucursal emite
       *> la tarjeta de reposicion (GESTION_REPOSICION).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL PERDIDAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-TARJETA
           FILE STATUS IS FSPE.

           SELECT OPTIONAL TEXTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 SEG-TERMINAL     PIC  9(3).
           02 SEG-OPERADOR     PIC  9(4).

      *> REGISTRO DE DENUNCIAS: LA FICHA DE LA TARJETA TAL COMO
      *> ESTABA AL RETIRARLA, Y EL SEGUIMIENTO DE SU REPOSICION
       FD PERDIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas_perdidas.ubd".
       01 PERDIDA-REG.
           02 PER-TARJETA           PIC 9(16).
           02 PER-PIN               PIC  9(9).
           02 PER-NOMBRE            PIC X(30).
           02 PER-CADUCIDAD         PIC  9(6).
           02 PER-CLIENTE           PIC  9(8).
           02 PER-PERFIL            PIC  9(2).
           02 PER-FECHA             PIC  9(8).
           02 PER-HORA              PIC  9(6).
           02 PER-TERMINAL          PIC  9(3).
           02 PER-ESTADO            PIC  9(1).
               88 PER-DENUNCIADA       VALUE 1.
               88 PER-EN-REPOSICION    VALUE 2.
               88 PER-REPUESTA         VALUE 3.
           02 PER-TARJETA-NUEVA     PIC 9(16).
           02 PER-FECHA-REPOSICION  PIC  9(8).
           02 PER-OPERADOR          PIC  9(4).

       FD TEXTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "textos.ubd".
       77 FSI                      PIC   X(2).
       77 FSSEC                    PIC   X(2).
       77 FSG                      PIC   X(2).
       77 FSPE                     PIC   X(2).
       77 LAST-SEG-NUM             PIC   9(35).
       77 EVENTO-TIPO              PIC  X(20).
       78 BLACK                    VALUE      0.
               GO TO PSYS-ERR.

           MOVE TNUM TO TNUM-E.
           READ F-TARJETAS INVALID KEY GO TO PSYS-ERR.

           *> La ficha se guarda en el registro de denuncias antes
           *> de retirar la tarjeta, para que la sucursal pueda emitir
           *> la de reposicion con el mismo titular y el mismo PIN
           OPEN I-O PERDIDAS CLOSE PERDIDAS.
           OPEN I-O PERDIDAS.
           IF FSPE <> 00
               GO TO PSYS-ERR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE TNUM-E      TO PER-TARJETA.
           MOVE TPIN-E      TO PER-PIN.
           MOVE TNOMBRE-E   TO PER-NOMBRE.
           MOVE TCADUCIDAD  TO PER-CADUCIDAD.
           MOVE TCLIENTE    TO PER-CLIENTE.
           MOVE TPERFIL     TO PER-PERFIL.
           COMPUTE PER-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE PER-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE TERMINAL-ACTUAL TO PER-TERMINAL.
           MOVE 1           TO PER-ESTADO.
           MOVE 0           TO PER-TARJETA-NUEVA.
           MOVE 0           TO PER-FECHA-REPOSICION.
           MOVE 0           TO PER-OPERADOR.
           WRITE PERDIDA-REG INVALID KEY
               REWRITE PERDIDA-REG
           END-WRITE.
           CLOSE PERDIDAS.

           DELETE F-TARJETAS INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TARJETAS.

