       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUIR_CONDICIONES.
       *> Programa batch de seguimiento de las condiciones de
       *> contrato (ver GESTION_CONDICIONES y BANK41): para cada
       *> producto (0 condiciones generales, 1 cuenta corriente, 2
       *> cuenta de ahorro) toma la version vigente de
       *> condiciones.ubd y, si pide aceptacion y ya esta en vigor a
       *> la fecha de proceso, busca los clientes que tienen el
       *> producto en alguna de sus tarjetas y no la tienen aceptada
       *> en condiciones_aceptadas.ubd. Con ellos rehace la lista de
       *> seguimiento de la sucursal (condiciones_pendientes.ubd, por
       *> sucursal del cliente, ver SUCURSAL_ASIGNADA, y cliente) y la
       *> saca al informe con los datos de contacto, los dias que
       *> lleva en vigor sin aceptar y si el cliente esta ya en el
       *> menu reducido del cajero. Solo lee: la restriccion la
       *> aplica BANK1 al identificarse el cliente. Forma parte del
       *> plan de CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONDICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COND-CLAVE
           FILE STATUS IS FSCD.

           SELECT OPTIONAL ACEPTACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACE-CLAVE
           FILE STATUS IS FSAC.

           SELECT OPTIONAL PENDIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPE-CLAVE
           FILE STATUS IS FSPE.

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

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL FECHANEGOCIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNEG-ID
           FILE STATUS IS FSFN.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.

       DATA DIVISION.
       FILE SECTION.
       FD CONDICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones.ubd".
       01 CONDICION-REG.
           02 COND-CLAVE.
               03 COND-PRODUCTO     PIC  9(1).
                   88 COND-GENERALES VALUE 0.
                   88 COND-CORRIENTE VALUE 1.
                   88 COND-AHORRO    VALUE 2.
               03 COND-VERSION      PIC  9(3).
           02 COND-TITULO           PIC X(30).
           02 COND-FECHA-PUBLICACION PIC 9(8).
           02 COND-FECHA-EFECTO     PIC  9(8).
           02 COND-ACEPTACION       PIC  X(1).
           02 COND-RESTRINGE        PIC  X(1).
           02 COND-TEXTO-ID         PIC  9(4).
           02 COND-LINEAS           PIC  9(1).
           02 COND-RESUMEN-1        PIC X(50).
           02 COND-RESUMEN-2        PIC X(50).
           02 COND-RESUMEN-3        PIC X(50).
           02 COND-RESUMEN-4        PIC X(50).
           02 COND-FECHA-ALTA       PIC  9(8).
           02 COND-OPERADOR         PIC  9(4).

       FD ACEPTACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones_aceptadas.ubd".
       01 ACEPTACION-REG.
           02 ACE-CLAVE.
               03 ACE-CLIENTE       PIC  9(8).
               03 ACE-PRODUCTO      PIC  9(1).
               03 ACE-VERSION       PIC  9(3).
           02 ACE-FECHA             PIC  9(8).
           02 ACE-HORA              PIC  9(6).
           02 ACE-CANAL             PIC  X(1).
               88 ACE-EN-CAJERO     VALUE "C".
               88 ACE-EN-SUCURSAL   VALUE "S".
           02 ACE-TERMINAL          PIC  9(3).
           02 ACE-SUCURSAL          PIC  9(4).
           02 ACE-TARJETA           PIC 9(16).
           02 ACE-OPERADOR          PIC  9(4).

       *> Lista de seguimiento de la sucursal: se rehace entera en
       *> cada ejecucion
       FD PENDIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "condiciones_pendientes.ubd".
       01 PENDIENTE-REG.
           02 CPE-CLAVE.
               03 CPE-SUCURSAL      PIC  9(4).
               03 CPE-CLIENTE       PIC  9(8).
               03 CPE-PRODUCTO      PIC  9(1).
           02 CPE-VERSION           PIC  9(3).
           02 CPE-TARJETA           PIC 9(16).
           02 CPE-FECHA-EFECTO      PIC  9(8).
           02 CPE-RESTRINGE         PIC  X(1).

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
           02 CTA-SALDO-ENT         PIC S9(9).
           02 CTA-SALDO-DEC         PIC  9(2).
           02 CTA-ULTIMO-MOV        PIC  9(35).
           02 CTA-LIMITE-DESCUBIERTO PIC  9(7).
           02 CTA-ESTADO            PIC  9(1).
               88 CUENTA-OPERATIVA  VALUES 0 1.
               88 CUENTA-INACTIVA   VALUE 2.

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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_condiciones.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSCD                     PIC  X(2).
       77 FSAC                     PIC  X(2).
       77 FSPE                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 PRODUCTO-ACTUAL          PIC  9(1).
       77 IND-PRODUCTO             PIC  9(2).
       77 TIENE-PRODUCTO-SW        PIC  X(1).
       77 ACEPTADA-SW              PIC  X(1).
       77 HAY-SEGUIMIENTO-SW       PIC  X(1).
       77 SUCURSAL-ANTERIOR        PIC  9(4).
       77 DIAS-EN-VIGOR            PIC  9(5).
       77 DIAS-EDIT                PIC  ZZZZ9.
       77 NOMBRE-PRODUCTO          PIC  X(9).
       77 FECHA-EFECTO-EDIT        PIC X(10).

       *> Version vigente por producto (0, 1 y 2 en las posiciones
       *> 1, 2 y 3); VIG-SEGUIR a "S" si pide aceptacion y ya esta
       *> en vigor
       01 VIGENTES.
           02 VIG-PRODUCTO OCCURS 3 TIMES.
               03 VIG-VERSION       PIC  9(3).
               03 VIG-EFECTO        PIC  9(8).
               03 VIG-RESTRINGE     PIC  X(1).
               03 VIG-SEGUIR        PIC  X(1).

       *> Peticion a SUCURSAL_ASIGNADA (ver su cabecera)
       01 PETICION-SUCURSAL.
           02 PSU-OPERACION         PIC  X(1).
           02 PSU-TIPO              PIC  X(1).
           02 PSU-ID                PIC 9(17).
           02 PSU-SUCURSAL          PIC  9(4).
           02 PSU-ASIGNADA          PIC  X(1).
           02 PSU-RESULTADO         PIC  X(1).

       77 CNT-TARJETAS             PIC  9(7) VALUE 0.
       77 CNT-PENDIENTES           PIC  9(7) VALUE 0.
       77 CNT-RESTRINGIDOS         PIC  9(7) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.

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
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== SEGUIR_CONDICIONES - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           *>FORZAMOS QUE CREE LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O CONDICIONES CLOSE CONDICIONES.
           OPEN I-O ACEPTACIONES CLOSE ACEPTACIONES.

           OPEN INPUT CONDICIONES.
           IF FSCD <> 00
               GO TO FIN-ERROR.
           MOVE "N" TO HAY-SEGUIMIENTO-SW.
           MOVE 0 TO PRODUCTO-ACTUAL.
           PERFORM CARGAR-VIGENTE THRU CARGAR-VIGENTE-FIN 3 TIMES.
           CLOSE CONDICIONES.

           *> La lista de la sucursal es la foto de hoy
           OPEN OUTPUT PENDIENTES.
           IF FSPE <> 00 AND FSPE <> 05
               GO TO FIN-ERROR.
           CLOSE PENDIENTES.
           OPEN I-O PENDIENTES.
           IF FSPE <> 00
               GO TO FIN-ERROR.

           IF HAY-SEGUIMIENTO-SW = "N"
               MOVE SPACES TO LINEA-INFORME
               STRING "Ninguna version en vigor pendiente de "
                      DELIMITED BY SIZE
                      "aceptacion" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.
           IF FSC <> 00
               GO TO FIN-ERROR.
           OPEN INPUT ACEPTACIONES.
           IF FSAC <> 00
               GO TO FIN-ERROR.

      *> CADA TARJETA CON CLIENTE, CONTRA LOS PRODUCTOS QUE TIENE
       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO LISTAR-PENDIENTES.
           IF TCLIENTE = 0
               GO TO LEER-TARJETA.
           ADD 1 TO CNT-TARJETAS.
           MOVE 0 TO PRODUCTO-ACTUAL.
           PERFORM REVISAR-PRODUCTO THRU REVISAR-PRODUCTO-FIN
               3 TIMES.
           GO TO LEER-TARJETA.

      *> LISTA DE SEGUIMIENTO AL INFORME, POR SUCURSAL Y CLIENTE
       LISTAR-PENDIENTES.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           CLOSE ACEPTACIONES.
           CLOSE PENDIENTES.

           OPEN INPUT PENDIENTES.
           IF FSPE <> 00
               GO TO FIN-ERROR.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               GO TO FIN-ERROR.
           MOVE 9999 TO SUCURSAL-ANTERIOR.

       LEER-PENDIENTE.
           READ PENDIENTES NEXT RECORD AT END
               GO TO FIN.
           IF CPE-SUCURSAL NOT = SUCURSAL-ANTERIOR
               MOVE CPE-SUCURSAL TO SUCURSAL-ANTERIOR
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "Sucursal " DELIMITED BY SIZE
                      CPE-SUCURSAL DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           MOVE CPE-CLIENTE TO CLI-ID.
           READ CLIENTES INVALID KEY
               MOVE SPACES TO CLI-DNI
               MOVE "(cliente sin ficha)" TO CLI-NOMBRE
               MOVE 0 TO CLI-TELEFONO
           END-READ.

           IF CPE-PRODUCTO = 0
               MOVE "Generales" TO NOMBRE-PRODUCTO.
           IF CPE-PRODUCTO = 1
               MOVE "Corriente" TO NOMBRE-PRODUCTO.
           IF CPE-PRODUCTO = 2
               MOVE "Ahorro"    TO NOMBRE-PRODUCTO.
           MOVE SPACES TO FECHA-EFECTO-EDIT.
           STRING CPE-FECHA-EFECTO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CPE-FECHA-EFECTO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CPE-FECHA-EFECTO(1:4) DELIMITED BY SIZE
             INTO FECHA-EFECTO-EDIT.
           COMPUTE DIAS-EN-VIGOR =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(CPE-FECHA-EFECTO).
           MOVE DIAS-EN-VIGOR TO DIAS-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  " DELIMITED BY SIZE
                  CPE-CLIENTE DELIMITED BY SIZE " " DELIMITED BY SIZE
                  CLI-NOMBRE DELIMITED BY SIZE " " DELIMITED BY SIZE
                  CLI-DNI DELIMITED BY SIZE " Tel " DELIMITED BY SIZE
                  CLI-TELEFONO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1 TO CNT-PENDIENTES.
           MOVE SPACES TO LINEA-INFORME.
           IF CPE-RESTRINGE = "S"
               ADD 1 TO CNT-RESTRINGIDOS
               STRING "      " DELIMITED BY SIZE
                      NOMBRE-PRODUCTO DELIMITED BY SIZE
                      " version " DELIMITED BY SIZE
                      CPE-VERSION DELIMITED BY SIZE
                      " en vigor desde " DELIMITED BY SIZE
                      FECHA-EFECTO-EDIT DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DIAS-EDIT DELIMITED BY SIZE
                      " dias) MENU RESTRINGIDO" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           ELSE
               STRING "      " DELIMITED BY SIZE
                      NOMBRE-PRODUCTO DELIMITED BY SIZE
                      " version " DELIMITED BY SIZE
                      CPE-VERSION DELIMITED BY SIZE
                      " en vigor desde " DELIMITED BY SIZE
                      FECHA-EFECTO-EDIT DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DIAS-EDIT DELIMITED BY SIZE
                      " dias)" DELIMITED BY SIZE
                 INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.
           GO TO LEER-PENDIENTE.

      *> VERSION VIGENTE DE PRODUCTO-ACTUAL (LA MAS ALTA YA
      *> PUBLICADA) A SU POSICION DE LA TABLA; DEJA PRODUCTO-ACTUAL
      *> EN EL SIGUIENTE
       CARGAR-VIGENTE.
           COMPUTE IND-PRODUCTO = PRODUCTO-ACTUAL + 1.
           MOVE 0      TO VIG-VERSION(IND-PRODUCTO).
           MOVE 0      TO VIG-EFECTO(IND-PRODUCTO).
           MOVE "N"    TO VIG-RESTRINGE(IND-PRODUCTO).
           MOVE "N"    TO VIG-SEGUIR(IND-PRODUCTO).
           MOVE PRODUCTO-ACTUAL TO COND-PRODUCTO.
           MOVE 0               TO COND-VERSION.
           START CONDICIONES KEY IS NOT LESS THAN COND-CLAVE
               INVALID KEY GO TO CARGAR-VIGENTE-SIGUIENTE.
       CARGAR-VIGENTE-LEER.
           READ CONDICIONES NEXT RECORD AT END
               GO TO CARGAR-VIGENTE-SIGUIENTE.
           IF COND-PRODUCTO NOT = PRODUCTO-ACTUAL
               GO TO CARGAR-VIGENTE-SIGUIENTE.
           IF COND-FECHA-PUBLICACION > FECHA-PROCESO
               GO TO CARGAR-VIGENTE-LEER.
           MOVE COND-VERSION      TO VIG-VERSION(IND-PRODUCTO).
           MOVE COND-FECHA-EFECTO TO VIG-EFECTO(IND-PRODUCTO).
           MOVE COND-RESTRINGE    TO VIG-RESTRINGE(IND-PRODUCTO).
           IF COND-ACEPTACION = "S"
               AND COND-FECHA-EFECTO NOT > FECHA-PROCESO
               MOVE "S" TO VIG-SEGUIR(IND-PRODUCTO)
           ELSE
               MOVE "N" TO VIG-SEGUIR(IND-PRODUCTO)
           END-IF.
           GO TO CARGAR-VIGENTE-LEER.
       CARGAR-VIGENTE-SIGUIENTE.
           IF VIG-SEGUIR(IND-PRODUCTO) = "S"
               MOVE "S" TO HAY-SEGUIMIENTO-SW.
           ADD 1 TO PRODUCTO-ACTUAL.
       CARGAR-VIGENTE-FIN.
           EXIT.

      *> PRODUCTO-ACTUAL DE LA TARJETA LEIDA: SI LA TIENE Y SU CLIENTE
      *> NO HA ACEPTADO LA VERSION EN VIGOR, A LA LISTA (UNA VEZ POR
      *> CLIENTE Y PRODUCTO AUNQUE TENGA VARIAS TARJETAS); DEJA
      *> PRODUCTO-ACTUAL EN EL SIGUIENTE
       REVISAR-PRODUCTO.
           COMPUTE IND-PRODUCTO = PRODUCTO-ACTUAL + 1.
           IF VIG-SEGUIR(IND-PRODUCTO) NOT = "S"
               GO TO REVISAR-PRODUCTO-SIGUIENTE.

           MOVE "S" TO TIENE-PRODUCTO-SW.
           IF PRODUCTO-ACTUAL > 0
               MOVE TNUM            TO CTA-TARJETA
               MOVE PRODUCTO-ACTUAL TO CTA-TIPO
               READ CUENTAS INVALID KEY
                   MOVE "N" TO TIENE-PRODUCTO-SW
               END-READ
           END-IF.
           IF TIENE-PRODUCTO-SW = "N"
               GO TO REVISAR-PRODUCTO-SIGUIENTE.

           MOVE "N" TO ACEPTADA-SW.
           MOVE TCLIENTE                  TO ACE-CLIENTE.
           MOVE PRODUCTO-ACTUAL           TO ACE-PRODUCTO.
           MOVE VIG-VERSION(IND-PRODUCTO) TO ACE-VERSION.
           READ ACEPTACIONES INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO ACEPTADA-SW
           END-READ.
           IF ACEPTADA-SW = "S"
               GO TO REVISAR-PRODUCTO-SIGUIENTE.

           INITIALIZE PETICION-SUCURSAL.
           MOVE "C"      TO PSU-OPERACION.
           MOVE "L"      TO PSU-TIPO.
           MOVE TCLIENTE TO PSU-ID.
           CALL "SUCURSAL_ASIGNADA" USING PETICION-SUCURSAL.

           MOVE PSU-SUCURSAL               TO CPE-SUCURSAL.
           MOVE TCLIENTE                   TO CPE-CLIENTE.
           MOVE PRODUCTO-ACTUAL            TO CPE-PRODUCTO.
           MOVE VIG-VERSION(IND-PRODUCTO)  TO CPE-VERSION.
           MOVE TNUM                       TO CPE-TARJETA.
           MOVE VIG-EFECTO(IND-PRODUCTO)   TO CPE-FECHA-EFECTO.
           MOVE VIG-RESTRINGE(IND-PRODUCTO) TO CPE-RESTRINGE.
           WRITE PENDIENTE-REG INVALID KEY CONTINUE.
       REVISAR-PRODUCTO-SIGUIENTE.
           ADD 1 TO PRODUCTO-ACTUAL.
       REVISAR-PRODUCTO-FIN.
           EXIT.

       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE PENDIENTES.
           CLOSE CLIENTES.
           IF FSINF = 00
               MOVE CNT-TARJETAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "Tarjetas con cliente revisadas: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-PENDIENTES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Condiciones en vigor sin aceptar: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RESTRINGIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "De ellas con menu restringido: "
                      DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME

               CLOSE INFORME
           END-IF.

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
