       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR_ACCESOS.
       *> Programa batch trimestral de revision de accesos de los
       *> operadores de sucursal. Recorre operadores.ubd y, para cada
       *> operador, pasa primero la comprobacion de inactividad de
       *> ACCESO_OPERADOR (operacion "I"), de modo que el que lleva
       *> mas dias sin firmar que los del parametro OPEINACTDIAS queda
       *> deshabilitado aunque no haya vuelto a intentar entrar.
       *> Luego lista su numero, nombre, rol, estado de
       *> accesos_operador.ubd, fecha de la ultima firma, fecha de la
       *> clave (marcando CADUCADA la que pasa de CLAVEDIAS dias),
       *> ultima actividad y numero de aprobaciones registradas a su
       *> nombre en el diario de auditoria.ubd, con una casilla para
       *> que el responsable confirme o revoque el acceso; la
       *> revocacion se hace despues en GESTION_OPERADORES. Al final
       *> da los totales. Lo deja en informe_accesos.ubd; se ejecuta
       *> de forma independiente al cierre de cada trimestre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSOE.

           SELECT OPTIONAL ACCESOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-OPERADOR
           FILE STATUS IS FSAC.

           SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

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

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OPE-ID                PIC  9(4).
           02 OPE-PIN               PIC  9(9).
           02 OPE-NOMBRE            PIC X(30).
           02 OPE-ROL               PIC  9(1).
               88 OPE-CAJERO        VALUE 1.
               88 OPE-SUPERVISOR    VALUE 2.

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

       FD AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM               PIC  9(9).
           02 AUD-FICHERO           PIC X(12).
           02 AUD-CLAVE             PIC X(20).
           02 AUD-FECHA             PIC  9(8).
           02 AUD-HOR               PIC  9(2).
           02 AUD-MIN               PIC  9(2).
           02 AUD-OPERADOR          PIC  9(4).
           02 AUD-ACCION            PIC  X(1).
               88 AUD-ALTA          VALUE "A".
               88 AUD-CAMBIO        VALUE "C".
               88 AUD-BAJA          VALUE "B".
           02 AUD-ANTES             PIC X(160).
           02 AUD-DESPUES           PIC X(160).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID        PIC X(15).
           02 PARAM-VALOR     PIC  9(9).

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
           VALUE OF FILE-ID IS "informe_accesos.ubd".
       01 LINEA-INFORME               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSOE                     PIC  X(2).
       77 FSAC                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 DIA-PROCESO              PIC  9(7).
       77 DIAS-CLAVE               PIC  9(5) VALUE 90.
       77 DIAS-CLAVE-EDIT          PIC  ZZZZ9.
       77 DIAS-INACTIVO            PIC  9(5) VALUE 90.
       77 DIAS-TRANSCURRIDOS       PIC S9(7).

       *> Peticion a ACCESO_OPERADOR (ver su cabecera)
       01 PETICION-ACCESO.
           02 PAC-OPERACION         PIC  X(1).
           02 PAC-OPERADOR          PIC  9(4).
           02 PAC-ESTADO            PIC  9(1).
           02 PAC-RESULTADO         PIC  X(1).

       *> Aprobaciones y ultima entrada en auditoria.ubd de cada
       *> operador, por su numero
       01 TABLA-AUDITORIA.
           02 AUD-OPERADOR-TAB OCCURS 9999 TIMES.
               03 AUD-CNT-TAB       PIC  9(7).
               03 AUD-ULTIMA-TAB    PIC  9(8).

       77 ESTADO-TEXTO             PIC X(10).
       77 ROL-TEXTO                PIC X(10).
       77 ULTIMA-ACTIVIDAD         PIC  9(8).
       77 ESTADO-ANTES             PIC  9(1).

       01 FECHA-EDITAR.
           02 FED-ANO               PIC  9(4).
           02 FED-MES               PIC  9(2).
           02 FED-DIA               PIC  9(2).
       01 FECHA-EDITADA.
           02 FEC-DIA               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-MES               PIC  9(2).
           02 FILLER                PIC  X(1) VALUE "/".
           02 FEC-ANO               PIC  9(4).

       77 CNT-OPERADORES           PIC  9(7) VALUE 0.
       77 CNT-ACTIVOS              PIC  9(7) VALUE 0.
       77 CNT-INACTIVOS            PIC  9(7) VALUE 0.
       77 CNT-DESHABILITADOS-HOY   PIC  9(7) VALUE 0.
       77 CNT-REVOCADOS            PIC  9(7) VALUE 0.
       77 CNT-CADUCADAS            PIC  9(7) VALUE 0.
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
           COMPUTE DIA-PROCESO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).

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

           INITIALIZE TABLA-AUDITORIA.
           PERFORM CONTAR-AUDITORIA THRU CONTAR-AUDITORIA-FIN.

           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== REVISION DE ACCESOS DE OPERADORES - "
                  DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE DIAS-CLAVE TO DIAS-CLAVE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Caducidad de clave (dias): " DELIMITED BY SIZE
                  DIAS-CLAVE-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE DIAS-INACTIVO TO DIAS-CLAVE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Inactividad maxima (dias): " DELIMITED BY SIZE
                  DIAS-CLAVE-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Decision: C confirmar, R revocar (GESTION_OPERADORES)"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE "Oper"         TO LINEA-INFORME(1:4).
           MOVE "Nombre"       TO LINEA-INFORME(6:6).
           MOVE "Rol"          TO LINEA-INFORME(27:3).
           MOVE "Estado"       TO LINEA-INFORME(38:6).
           MOVE "Ult. firma"   TO LINEA-INFORME(49:10).
           MOVE "Clave desde"  TO LINEA-INFORME(60:11).
           MOVE "Ult. activ."  TO LINEA-INFORME(71:11).
           MOVE "Aprob."       TO LINEA-INFORME(83:6).
           MOVE "Decision"     TO LINEA-INFORME(91:8).
           WRITE LINEA-INFORME.

           OPEN INPUT OPERADORES.
           IF FSOE <> 00
               CLOSE OPERADORES
               GO TO TOTALES.

       LEER-OPERADOR.
           READ OPERADORES NEXT RECORD AT END
               GO TO CERRAR-OPERADORES.
           ADD 1 TO CNT-OPERADORES.

           *> Estado antes de la revision, para contar los que esta
           *> misma pasada deshabilita por inactividad
           MOVE 0 TO ESTADO-ANTES.
           OPEN INPUT ACCESOS.
           IF FSAC = 00
               MOVE OPE-ID TO ACC-OPERADOR
               READ ACCESOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-ESTADO TO ESTADO-ANTES
               END-READ
           END-IF.
           CLOSE ACCESOS.

           MOVE "I"    TO PAC-OPERACION.
           MOVE OPE-ID TO PAC-OPERADOR.
           CALL "ACCESO_OPERADOR" USING PETICION-ACCESO.

           OPEN INPUT ACCESOS.
           IF FSAC <> 00
               CLOSE ACCESOS
               GO TO FIN-ERROR.
           MOVE OPE-ID TO ACC-OPERADOR.
           READ ACCESOS INVALID KEY
               CLOSE ACCESOS
               GO TO FIN-ERROR.
           CLOSE ACCESOS.

           IF OPE-SUPERVISOR
               MOVE "Supervisor" TO ROL-TEXTO
           ELSE
               MOVE "Cajero"     TO ROL-TEXTO
           END-IF.
           IF ACC-ACTIVO
               MOVE "Activo"     TO ESTADO-TEXTO
               ADD 1 TO CNT-ACTIVOS
           END-IF.
           IF ACC-INACTIVO
               MOVE "Inactivo"   TO ESTADO-TEXTO
               ADD 1 TO CNT-INACTIVOS
               IF ESTADO-ANTES = 1
                   ADD 1 TO CNT-DESHABILITADOS-HOY
               END-IF
           END-IF.
           IF ACC-REVOCADO
               MOVE "Revocado"   TO ESTADO-TEXTO
               ADD 1 TO CNT-REVOCADOS
           END-IF.

           MOVE ACC-ULTIMA-FECHA TO ULTIMA-ACTIVIDAD.
           IF AUD-ULTIMA-TAB(OPE-ID) > ULTIMA-ACTIVIDAD
               MOVE AUD-ULTIMA-TAB(OPE-ID) TO ULTIMA-ACTIVIDAD.

           MOVE SPACES TO LINEA-INFORME.
           MOVE OPE-ID              TO LINEA-INFORME(1:4).
           MOVE OPE-NOMBRE(1:20)    TO LINEA-INFORME(6:20).
           MOVE ROL-TEXTO           TO LINEA-INFORME(27:10).
           MOVE ESTADO-TEXTO        TO LINEA-INFORME(38:10).
           MOVE ACC-ULTIMA-FECHA    TO FECHA-EDITAR.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE FECHA-EDITADA       TO LINEA-INFORME(49:10).
           MOVE ACC-FECHA-CLAVE     TO FECHA-EDITAR.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE FECHA-EDITADA       TO LINEA-INFORME(60:10).
           MOVE ULTIMA-ACTIVIDAD    TO FECHA-EDITAR.
           PERFORM EDITAR-FECHA THRU EDITAR-FECHA-FIN.
           MOVE FECHA-EDITADA       TO LINEA-INFORME(71:10).
           MOVE AUD-CNT-TAB(OPE-ID) TO CNT-EDIT.
           MOVE CNT-EDIT            TO LINEA-INFORME(82:7).
           MOVE "C[ ] R[ ]"         TO LINEA-INFORME(91:9).
           WRITE LINEA-INFORME.

           IF DIAS-CLAVE > 0 AND ACC-ACTIVO
               COMPUTE DIAS-TRANSCURRIDOS = DIA-PROCESO
                   - FUNCTION INTEGER-OF-DATE(ACC-FECHA-CLAVE)
               IF DIAS-TRANSCURRIDOS > DIAS-CLAVE
                   ADD 1 TO CNT-CADUCADAS
                   MOVE SPACES TO LINEA-INFORME
                   MOVE "CLAVE CADUCADA" TO LINEA-INFORME(60:14)
                   WRITE LINEA-INFORME
               END-IF
           END-IF.
           GO TO LEER-OPERADOR.

       CERRAR-OPERADORES.
           CLOSE OPERADORES.

       TOTALES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Operadores revisados" TO LINEA-INFORME.
           MOVE CNT-OPERADORES TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(40:7).
           WRITE LINEA-INFORME.
           MOVE "  Activos" TO LINEA-INFORME.
           MOVE CNT-ACTIVOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(40:7).
           WRITE LINEA-INFORME.
           MOVE "  Inactivos" TO LINEA-INFORME.
           MOVE CNT-INACTIVOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(40:7).
           WRITE LINEA-INFORME.
           MOVE "    deshabilitados en esta revision" TO LINEA-INFORME.
           MOVE CNT-DESHABILITADOS-HOY TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(40:7).
           WRITE LINEA-INFORME.
           MOVE "  Revocados" TO LINEA-INFORME.
           MOVE CNT-REVOCADOS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(40:7).
           WRITE LINEA-INFORME.
           MOVE "  Activos con clave caducada" TO LINEA-INFORME.
           MOVE CNT-CADUCADAS TO CNT-EDIT.
           MOVE CNT-EDIT TO LINEA-INFORME(40:7).
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "Revisado por: ____________________  Fecha: __________"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO FIN.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE AL PLANIFICADOR DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           IF FSINF = 00
               CLOSE INFORME.
           GOBACK.

      *> APROBACIONES DE CADA OPERADOR: LAS ENTRADAS QUE DEJO A SU
      *> NOMBRE EN EL DIARIO COMUN DE AUDITORIA Y LA FECHA DE LA ULTIMA
       CONTAR-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF FSAU <> 00
               CLOSE AUDITORIA
               GO TO CONTAR-AUDITORIA-FIN.

       LEER-AUDITORIA.
           READ AUDITORIA NEXT RECORD AT END
               GO TO CERRAR-AUDITORIA.
           IF AUD-OPERADOR = 0
               GO TO LEER-AUDITORIA.
           ADD 1 TO AUD-CNT-TAB(AUD-OPERADOR).
           IF AUD-FECHA > AUD-ULTIMA-TAB(AUD-OPERADOR)
               MOVE AUD-FECHA TO AUD-ULTIMA-TAB(AUD-OPERADOR).
           GO TO LEER-AUDITORIA.

       CERRAR-AUDITORIA.
           CLOSE AUDITORIA.
       CONTAR-AUDITORIA-FIN.
           EXIT.

       EDITAR-FECHA.
           MOVE FED-DIA TO FEC-DIA.
           MOVE FED-MES TO FEC-MES.
           MOVE FED-ANO TO FEC-ANO.
       EDITAR-FECHA-FIN.
           EXIT.

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
