       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCURSAL_ASIGNADA.
       *> Subprograma comun de la organizacion en sucursales: lleva
       *> la sucursal de origen de tarjetas, cuentas, operadores y
       *> terminales en sucursal_asignada.ubd, un fichero aparte
       *> para no ensanchar tarjetas.ubd, cuentas.ubd ni
       *> operadores.ubd, que se declaran en casi todos los
       *> programas. El maestro de sucursales es sucursales.ubd (ver
       *> GESTION_SUCURSALES).
       *> Operaciones (SA-OPERACION):
       *>   - C consultar: devuelve en SA-SUCURSAL la sucursal del
       *>     elemento SA-TIPO/SA-ID. Una cuenta sin asignacion propia
       *>     es de la sucursal de su tarjeta; un cliente (tipo L, por
       *>     TCLIENTE) es de la sucursal de su primera tarjeta; lo
       *>     que no tiene asignacion es de la oficina principal 0001,
       *>     que es donde estaba todo antes de haber sucursales.
       *>     SA-ASIGNADA vuelve a "S" si habia asignacion propia.
       *>   - A asignar: deja SA-TIPO/SA-ID en la sucursal SA-SUCURSAL
       *>     guardando la anterior y la fecha; la sucursal tiene que
       *>     existir y estar abierta.
       *> SA-RESULTADO vuelve a "S" si la operacion se hizo y a "N"
       *> si no (sucursal inexistente o cerrada, error de fichero).
       *> Claves: tarjeta por TNUM, cuenta por tarjeta y tipo de
       *> cuenta (TNUM * 10 + CTA-TIPO), operador por OPE-ID y
       *> terminal por su numero de terminal (MOV-TERMINAL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS FSSU.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASU-CLAVE
           FILE STATUS IS FSAS.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.


       DATA DIVISION.
       FILE SECTION.

       FD SUCURSALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursales.ubd".
       01 SUCURSAL-REG.
           02 SUC-CODIGO            PIC  9(4).
           02 SUC-NOMBRE            PIC X(30).
           02 SUC-DOMICILIO         PIC X(40).
           02 SUC-ESTADO            PIC  9(1).
               88 SUC-ABIERTA       VALUE 1.
               88 SUC-CERRADA       VALUE 2.
           02 SUC-FECHA-ALTA        PIC  9(8).

       FD ASIGNACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursal_asignada.ubd".
       01 ASIGNACION-REG.
           02 ASU-CLAVE.
               03 ASU-TIPO          PIC  X(1).
                   88 ASU-TARJETA   VALUE "T".
                   88 ASU-CUENTA    VALUE "C".
                   88 ASU-OPERADOR  VALUE "O".
                   88 ASU-TERMINAL  VALUE "M".
               03 ASU-ID            PIC 9(17).
           02 ASU-SUCURSAL          PIC  9(4).
           02 ASU-FECHA             PIC  9(8).
           02 ASU-SUCURSAL-ANTERIOR PIC  9(4).

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

       WORKING-STORAGE SECTION.
       77 FSSU                     PIC  X(2).
       77 FSAS                     PIC  X(2).
       77 FST                      PIC  X(2).

       *> Oficina principal: la de todo lo que no tiene asignacion
       77 SUCURSAL-CENTRAL         PIC  9(4) VALUE 1.
       77 TARJETA-CLIENTE          PIC 9(16).
       77 ASU-EXISTE-SW            PIC  X(1).

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
       01 SA-PETICION.
           02 SA-OPERACION          PIC  X(1).
               88 SA-CONSULTAR      VALUE "C".
               88 SA-ASIGNAR        VALUE "A".
           02 SA-TIPO               PIC  X(1).
               88 SA-DE-TARJETA     VALUE "T".
               88 SA-DE-CUENTA      VALUE "C".
               88 SA-DE-OPERADOR    VALUE "O".
               88 SA-DE-TERMINAL    VALUE "M".
               88 SA-DE-CLIENTE     VALUE "L".
           02 SA-ID                 PIC 9(17).
           02 SA-SUCURSAL           PIC  9(4).
           02 SA-ASIGNADA           PIC  X(1).
           02 SA-RESULTADO          PIC  X(1).

       PROCEDURE DIVISION USING SA-PETICION.
       INICIO.
           MOVE "N" TO SA-RESULTADO.
           IF SA-ASIGNAR
               GO TO ASIGNAR.
           IF NOT SA-CONSULTAR
               GO TO FIN.

           MOVE "N" TO SA-ASIGNADA.
           MOVE SUCURSAL-CENTRAL TO SA-SUCURSAL.
           MOVE "S" TO SA-RESULTADO.

           *> El cliente no tiene asignacion propia: manda la de su
           *> primera tarjeta
           IF SA-DE-CLIENTE
               PERFORM BUSCAR-TARJETA-CLIENTE
                   THRU BUSCAR-TARJETA-CLIENTE-FIN
               IF TARJETA-CLIENTE = 0
                   GO TO FIN
               END-IF
               MOVE "T" TO ASU-TIPO
               MOVE TARJETA-CLIENTE TO ASU-ID
           ELSE
               MOVE SA-TIPO TO ASU-TIPO
               MOVE SA-ID   TO ASU-ID
           END-IF.

           OPEN INPUT ASIGNACIONES.
           IF FSAS <> 00
               CLOSE ASIGNACIONES
               GO TO FIN.

           READ ASIGNACIONES INVALID KEY
               MOVE "N" TO ASU-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO ASU-EXISTE-SW
           END-READ.

           *> Cuenta sin asignacion propia: la de su tarjeta
           IF ASU-EXISTE-SW = "N" AND SA-DE-CUENTA
               MOVE "T" TO ASU-TIPO
               COMPUTE ASU-ID = SA-ID / 10
               READ ASIGNACIONES INVALID KEY
                   MOVE "N" TO ASU-EXISTE-SW
               NOT INVALID KEY
                   MOVE "S" TO ASU-EXISTE-SW
               END-READ
           END-IF.
           CLOSE ASIGNACIONES.

           IF ASU-EXISTE-SW = "S"
               MOVE ASU-SUCURSAL TO SA-SUCURSAL
               MOVE "S" TO SA-ASIGNADA
           END-IF.
           GO TO FIN.

       ASIGNAR.
           IF SA-DE-CLIENTE
               GO TO FIN.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O SUCURSALES CLOSE SUCURSALES.
           OPEN I-O ASIGNACIONES CLOSE ASIGNACIONES.

           OPEN I-O SUCURSALES.
           IF FSSU <> 00
               CLOSE SUCURSALES
               GO TO FIN.
           READ SUCURSALES NEXT RECORD AT END
               PERFORM CARGAR-OFICINA-PRINCIPAL
                   THRU CARGAR-OFICINA-PRINCIPAL
           END-READ.
           MOVE SA-SUCURSAL TO SUC-CODIGO.
           READ SUCURSALES INVALID KEY
               CLOSE SUCURSALES
               GO TO FIN.
           CLOSE SUCURSALES.
           IF NOT SUC-ABIERTA
               GO TO FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O ASIGNACIONES.
           IF FSAS <> 00
               CLOSE ASIGNACIONES
               GO TO FIN.
           MOVE SA-TIPO TO ASU-TIPO.
           MOVE SA-ID   TO ASU-ID.
           READ ASIGNACIONES INVALID KEY
               MOVE "N" TO ASU-EXISTE-SW
               MOVE SUCURSAL-CENTRAL TO ASU-SUCURSAL
           NOT INVALID KEY
               MOVE "S" TO ASU-EXISTE-SW
           END-READ.

           *> Si no tenia asignacion, venia de la oficina principal
           MOVE ASU-SUCURSAL TO ASU-SUCURSAL-ANTERIOR.
           MOVE SA-SUCURSAL  TO ASU-SUCURSAL.
           COMPUTE ASU-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           IF ASU-EXISTE-SW = "S"
               REWRITE ASIGNACION-REG INVALID KEY
                   CLOSE ASIGNACIONES
                   GO TO FIN
               END-REWRITE
           ELSE
               WRITE ASIGNACION-REG INVALID KEY
                   CLOSE ASIGNACIONES
                   GO TO FIN
               END-WRITE
           END-IF.
           CLOSE ASIGNACIONES.
           MOVE "S" TO SA-ASIGNADA.
           MOVE "S" TO SA-RESULTADO.

       FIN.
           GOBACK.

      *> PRIMERA TARJETA DEL CLIENTE SA-ID (TARJETAS NO TIENE CLAVE
      *> POR CLIENTE, ASI QUE SE RECORRE ENTERA)
       BUSCAR-TARJETA-CLIENTE.
           MOVE 0 TO TARJETA-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO BUSCAR-TARJETA-CLIENTE-FIN.
       LEER-TARJETA-CLIENTE.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO BUSCAR-TARJETA-CLIENTE-FIN.
           IF TCLIENTE NOT = SA-ID
               GO TO LEER-TARJETA-CLIENTE.
           MOVE TNUM TO TARJETA-CLIENTE.
           CLOSE TARJETAS.
       BUSCAR-TARJETA-CLIENTE-FIN.
           EXIT.

      *> CON EL MAESTRO VACIO SE ESTRENA LA OFICINA PRINCIPAL, QUE ES
      *> DONDE ESTABA TODO ANTES DE HABER SUCURSALES
       CARGAR-OFICINA-PRINCIPAL.
           MOVE SUCURSAL-CENTRAL TO SUC-CODIGO.
           MOVE "Oficina principal" TO SUC-NOMBRE.
           MOVE SPACES TO SUC-DOMICILIO.
           MOVE 1 TO SUC-ESTADO.
           MOVE 0 TO SUC-FECHA-ALTA.
           WRITE SUCURSAL-REG INVALID KEY CONTINUE.
