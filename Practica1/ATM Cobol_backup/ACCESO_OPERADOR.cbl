       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESO_OPERADOR.
       *> Subprograma comun del control de acceso de los operadores de
       *> sucursal. El registro de operadores.ubd no puede crecer (ver
       *> GESTION_OPERADORES), asi que la ultima firma, la fecha de la
       *> clave y el estado de cada operador viven aparte, en
       *> accesos_operador.ubd. Operaciones de PAC-OPERACION:
       *>   - "F" firma: lo llama la firma de cada pantalla de
       *>     sucursal despues de comprobar la clave. Si el operador
       *>     no se ha firmado en mas dias de los del parametro
       *>     OPEINACTDIAS queda deshabilitado en ese momento; si su
       *>     clave tiene mas dias que los del parametro CLAVEDIAS esta
       *>     caducada y no entra hasta cambiarla en
       *>     GESTION_OPERADORES. Si entra se anota la fecha y hora de
       *>     la firma;
       *>   - "C" clave nueva: la pone GESTION_OPERADORES al guardar
       *>     una clave; vuelve a contar la caducidad y rehabilita al
       *>     operador deshabilitado o revocado;
       *>   - "R" revocar: el responsable retira el acceso tras la
       *>     revision de REVISAR_ACCESOS;
       *>   - "I" inactividad: la misma comprobacion de dias sin firma
       *>     que la firma, sin anotar nada; la usa REVISAR_ACCESOS.
       *> Un operador sin registro todavia (los dados de alta antes de
       *> este control) empieza a contar desde hoy. Sin parametros se
       *> toman 90 dias para los dos plazos; un parametro a cero anula
       *> ese plazo. Las fechas son las del reloj del sistema.
       *> PAC-RESULTADO vuelve a "S" si el operador puede entrar, "D"
       *> si esta deshabilitado o revocado, "C" si la clave ha
       *> caducado y "N" si hubo error de fichero; PAC-ESTADO trae el
       *> estado que queda (1 activo, 2 deshabilitado por inactividad,
       *> 3 revocado).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCESOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-OPERADOR
           FILE STATUS IS FSAC.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.

       FD ACCESOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesos_operador.ubd".
       01 ACCESO-REG.
           02 ACC-OPERADOR          PIC  9(4).
           02 ACC-ULTIMA-FECHA      PIC  9(8).
           02 ACC-ULTIMA-HORA       PIC  9(4).
           02 ACC-FECHA-CLAVE       PIC  9(8).
           02 ACC-ESTADO            PIC  9(1).
               88 ACC-ACTIVO        VALUE 1.
               88 ACC-INACTIVO      VALUE 2.
               88 ACC-REVOCADO      VALUE 3.
           02 ACC-FECHA-ESTADO      PIC  9(8).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSAC                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 ACC-EXISTE-SW            PIC  X(1).

       77 DIAS-CLAVE               PIC  9(5) VALUE 90.
       77 DIAS-INACTIVO            PIC  9(5) VALUE 90.
       77 FECHA-HOY                PIC  9(8).
       77 HORA-HOY                 PIC  9(4).
       77 DIA-HOY                  PIC  9(7).
       77 DIAS-TRANSCURRIDOS       PIC S9(7).

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
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).

       PROCEDURE DIVISION USING PETICION-ACCESO.
       INICIO.
           MOVE "N" TO PAC-RESULTADO.
           MOVE 0   TO PAC-ESTADO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY  = (HORAS * 100) + MINUTOS.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).

           OPEN INPUT PARAMETROS.
           IF FSP = 00
               MOVE "CLAVEDIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO DIAS-CLAVE
               END-READ
               MOVE "OPEINACTDIAS" TO PARAM-ID
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO DIAS-INACTIVO
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           *>FORZAMOS QUE CREE UN FICHERO POR SI NO EXISTE
           OPEN I-O ACCESOS CLOSE ACCESOS.
           OPEN I-O ACCESOS.
           IF FSAC <> 00
               CLOSE ACCESOS
               GO TO FIN.

           MOVE PAC-OPERADOR TO ACC-OPERADOR.
           READ ACCESOS INVALID KEY
               MOVE "N" TO ACC-EXISTE-SW
           NOT INVALID KEY
               MOVE "S" TO ACC-EXISTE-SW
           END-READ.

           IF ACC-EXISTE-SW = "S"
               GO TO ELEGIR-OPERACION.

           *> PRIMERA VEZ QUE SE VE AL OPERADOR: LOS PLAZOS EMPIEZAN HOY
           MOVE PAC-OPERADOR TO ACC-OPERADOR.
           MOVE FECHA-HOY    TO ACC-ULTIMA-FECHA.
           MOVE HORA-HOY     TO ACC-ULTIMA-HORA.
           MOVE FECHA-HOY    TO ACC-FECHA-CLAVE.
           MOVE 1            TO ACC-ESTADO.
           MOVE FECHA-HOY    TO ACC-FECHA-ESTADO.
           WRITE ACCESO-REG INVALID KEY
               CLOSE ACCESOS
               GO TO FIN.

       ELEGIR-OPERACION.
           IF PAC-OPERACION = "C"
               GO TO CLAVE-NUEVA.
           IF PAC-OPERACION = "R"
               GO TO REVOCAR-ACCESO.

           *> FIRMA O REVISION: PRIMERO LA INACTIVIDAD
           IF ACC-ACTIVO AND DIAS-INACTIVO > 0
               COMPUTE DIAS-TRANSCURRIDOS = DIA-HOY
                   - FUNCTION INTEGER-OF-DATE(ACC-ULTIMA-FECHA)
               IF DIAS-TRANSCURRIDOS > DIAS-INACTIVO
                   MOVE 2         TO ACC-ESTADO
                   MOVE FECHA-HOY TO ACC-FECHA-ESTADO
               END-IF
           END-IF.

           IF NOT ACC-ACTIVO
               MOVE "D" TO PAC-RESULTADO
               GO TO GUARDAR-ACCESO.

           IF DIAS-CLAVE > 0
               COMPUTE DIAS-TRANSCURRIDOS = DIA-HOY
                   - FUNCTION INTEGER-OF-DATE(ACC-FECHA-CLAVE)
               IF DIAS-TRANSCURRIDOS > DIAS-CLAVE
                   MOVE "C" TO PAC-RESULTADO
                   GO TO GUARDAR-ACCESO
               END-IF
           END-IF.

           MOVE "S" TO PAC-RESULTADO.
           IF PAC-OPERACION = "F"
               MOVE FECHA-HOY TO ACC-ULTIMA-FECHA
               MOVE HORA-HOY  TO ACC-ULTIMA-HORA.
           GO TO GUARDAR-ACCESO.

      *> CLAVE PUESTA EN GESTION_OPERADORES: CADUCIDAD DESDE HOY Y
      *> OPERADOR ACTIVO OTRA VEZ
       CLAVE-NUEVA.
           MOVE FECHA-HOY TO ACC-FECHA-CLAVE.
           IF NOT ACC-ACTIVO
               MOVE 1         TO ACC-ESTADO
               MOVE FECHA-HOY TO ACC-FECHA-ESTADO
               MOVE FECHA-HOY TO ACC-ULTIMA-FECHA
               MOVE HORA-HOY  TO ACC-ULTIMA-HORA.
           MOVE "S" TO PAC-RESULTADO.
           GO TO GUARDAR-ACCESO.

       REVOCAR-ACCESO.
           MOVE 3         TO ACC-ESTADO.
           MOVE FECHA-HOY TO ACC-FECHA-ESTADO.
           MOVE "S" TO PAC-RESULTADO.

       GUARDAR-ACCESO.
           MOVE ACC-ESTADO TO PAC-ESTADO.
           REWRITE ACCESO-REG INVALID KEY
               MOVE "N" TO PAC-RESULTADO.
           CLOSE ACCESOS.

       FIN.
           GOBACK.
