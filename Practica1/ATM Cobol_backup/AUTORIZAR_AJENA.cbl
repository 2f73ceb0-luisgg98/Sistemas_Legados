       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR_AJENA.
       *> Subprograma de la interfaz de autorizacion con la red de
       *> cajeros para tarjetas de otras entidades: recibe la
       *> peticion de retirada (tarjeta, bloque de PIN, importe,
       *> recargo y terminal), la deja en el diario de la interfaz
       *> (autorizaciones.ubd) y devuelve la respuesta de la red.
       *> La red responde segun el directorio de emisores que
       *> distribuye (emisores_bin.ubd, ver CARGAR_EMISORES), buscado
       *> por las seis primeras cifras de la tarjeta (BIN):
       *>   - emisor desconocido o suspendido: denegada;
       *>   - importe mas recargo por encima del maximo por
       *>     operacion que el emisor tiene dado de alta: denegada;
       *>   - en otro caso: aprobada, con el numero del diario como
       *>     numero de autorizacion.
       *> Sin directorio la red se da por no disponible y se
       *> deniega. Lo llama BANK35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMISORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMI-BIN
           FILE STATUS IS FSEM.

           SELECT OPTIONAL AUTORIZACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-NUM
           FILE STATUS IS FSAU.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.


       DATA DIVISION.
       FILE SECTION.

       FD EMISORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "emisores_bin.ubd".
       01 EMISOR-REG.
           02 EMI-BIN               PIC  9(6).
           02 EMI-ENTIDAD           PIC  9(4).
           02 EMI-NOMBRE            PIC X(30).
           02 EMI-ESTADO            PIC  9(1).
               88 EMI-ACTIVO        VALUE 1.
               88 EMI-SUSPENDIDO    VALUE 2.
           02 EMI-CENT-MAX          PIC  9(9).

       *> Diario de la interfaz: una entrada por peticion, con la
       *> respuesta que dio la red
       FD AUTORIZACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autorizaciones.ubd".
       01 AUTORIZACION-REG.
           02 AUT-NUM               PIC  9(9).
           02 AUT-TARJETA           PIC 9(16).
           02 AUT-BIN               PIC  9(6).
           02 AUT-ENTIDAD           PIC  9(4).
           02 AUT-FECHA             PIC  9(8).
           02 AUT-HORA              PIC  9(6).
           02 AUT-TERMINAL          PIC  9(3).
           02 AUT-PIN-BLOQUE        PIC  9(9).
           02 AUT-CENT-IMPORTE      PIC  9(9).
           02 AUT-CENT-RECARGO      PIC  9(9).
           02 AUT-RESULTADO         PIC  9(1).
               88 AUT-APROBADA      VALUE 1.
               88 AUT-DENEGADA      VALUE 2.
           02 AUT-MOTIVO            PIC  9(2).

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       WORKING-STORAGE SECTION.
       77 FSEM                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSSEC                    PIC  X(2).

       77 LAST-AUT-NUM             PIC  9(35).
       77 BIN-TARJETA              PIC  9(6).

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

       LINKAGE SECTION.
       01 AA-PETICION.
           02 AA-TARJETA            PIC 9(16).
           02 AA-PIN-BLOQUE         PIC  9(9).
           02 AA-CENT-IMPORTE       PIC  9(9).
           02 AA-CENT-RECARGO       PIC  9(9).
           02 AA-TERMINAL           PIC  9(3).
       01 AA-RESPUESTA.
           02 AA-RESULTADO          PIC  9(1).
               88 AA-APROBADA       VALUE 1.
               88 AA-DENEGADA       VALUE 2.
           *> 01 emisor desconocido, 02 emisor suspendido, 03 supera
           *> el maximo por operacion, 04 red no disponible
           02 AA-MOTIVO             PIC  9(2).
           02 AA-AUTORIZACION       PIC  9(9).
           02 AA-ENTIDAD            PIC  9(4).

       PROCEDURE DIVISION USING AA-PETICION AA-RESPUESTA.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE 2 TO AA-RESULTADO.
           MOVE 0 TO AA-MOTIVO.
           MOVE 0 TO AA-AUTORIZACION.
           MOVE 0 TO AA-ENTIDAD.

           COMPUTE BIN-TARJETA = AA-TARJETA / 10000000000.

           OPEN INPUT EMISORES.
           IF FSEM <> 00
               CLOSE EMISORES
               MOVE 4 TO AA-MOTIVO
               GO TO ANOTAR-PETICION.

           MOVE BIN-TARJETA TO EMI-BIN.
           READ EMISORES INVALID KEY
               CLOSE EMISORES
               MOVE 1 TO AA-MOTIVO
               GO TO ANOTAR-PETICION.
           CLOSE EMISORES.

           MOVE EMI-ENTIDAD TO AA-ENTIDAD.

           IF NOT EMI-ACTIVO
               MOVE 2 TO AA-MOTIVO
               GO TO ANOTAR-PETICION.

           IF EMI-CENT-MAX > 0
               AND (AA-CENT-IMPORTE + AA-CENT-RECARGO) > EMI-CENT-MAX
               MOVE 3 TO AA-MOTIVO
               GO TO ANOTAR-PETICION.

           MOVE 1 TO AA-RESULTADO.

       ANOTAR-PETICION.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               MOVE 2 TO AA-RESULTADO
               MOVE 4 TO AA-MOTIVO
               GO TO FIN.
           MOVE "AUTORIZA" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-AUT-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-AUT-NUM
           END-READ.
           ADD 1 TO LAST-AUT-NUM.
           MOVE LAST-AUT-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O AUTORIZACIONES CLOSE AUTORIZACIONES.

           OPEN I-O AUTORIZACIONES.
           IF FSAU <> 00
               MOVE 2 TO AA-RESULTADO
               MOVE 4 TO AA-MOTIVO
               GO TO FIN.
           MOVE LAST-AUT-NUM    TO AUT-NUM.
           MOVE AA-TARJETA      TO AUT-TARJETA.
           MOVE BIN-TARJETA     TO AUT-BIN.
           MOVE AA-ENTIDAD      TO AUT-ENTIDAD.
           COMPUTE AUT-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE AUT-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE AA-TERMINAL     TO AUT-TERMINAL.
           MOVE AA-PIN-BLOQUE   TO AUT-PIN-BLOQUE.
           MOVE AA-CENT-IMPORTE TO AUT-CENT-IMPORTE.
           MOVE AA-CENT-RECARGO TO AUT-CENT-RECARGO.
           MOVE AA-RESULTADO    TO AUT-RESULTADO.
           MOVE AA-MOTIVO       TO AUT-MOTIVO.
           WRITE AUTORIZACION-REG INVALID KEY
               MOVE 2 TO AA-RESULTADO
               MOVE 4 TO AA-MOTIVO
           END-WRITE.
           CLOSE AUTORIZACIONES.

           IF AA-APROBADA
               MOVE LAST-AUT-NUM TO AA-AUTORIZACION.

       FIN.
           GOBACK.
