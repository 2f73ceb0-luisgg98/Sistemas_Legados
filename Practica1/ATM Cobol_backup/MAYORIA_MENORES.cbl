       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYORIA_MENORES.
       *> Programa batch diario de las cuentas de menores (menores.ubd,
       *> alta y tutores en GESTION_MENORES). El menor que cumple 18
       *> anyos en la fecha de proceso pasa a mayor de edad: sus
       *> tarjetas dejan el perfil de menores (parametro PERFILMENOR,
       *> por defecto 90) y toman el perfil de adulto de su ficha (0
       *> son los limites generales), la ficha queda en estado 2 con
       *> la fecha, se le avisa a el y a cada tutor por
       *> notificaciones.ubd y se le pide el documento de identidad
       *> actualizado: su ficha de kyc_clientes.ubd queda con la
       *> revision vencida hoy (si no tiene ficha se le abre), de
       *> modo que REVISAR_DOCUMENTOS la restringe si no pasa por la
       *> sucursal en el plazo de gracia. A los menores que siguen
       *> siendolo se les vuelve a poner el perfil de menores en las
       *> tarjetas emitidas despues del alta. Cada paso deja su
       *> evento en seguridad.ubd. Forma parte del plan de
       *> CADENA_NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CLIENTE
           FILE STATUS IS FSMN.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL KYC-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CLIENTE
           FILE STATUS IS FSKY.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-ID
           FILE STATUS IS FSSEC.

           SELECT OPTIONAL SEGURIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NUM
           FILE STATUS IS FSG.

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
       FD MENORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "menores.ubd".
       01 MENOR-REG.
           02 MEN-CLIENTE           PIC  9(8).
           02 MEN-FECHA-NACIMIENTO  PIC  9(8).
           02 MEN-TUTOR             PIC  9(8) OCCURS 3 TIMES.
           02 MEN-PERFIL-ADULTO     PIC  9(2).
           02 MEN-ESTADO            PIC  9(1).
               88 MEN-MENOR         VALUE 1.
               88 MEN-MAYOR         VALUE 2.
           02 MEN-FECHA-ALTA        PIC  9(8).
           02 MEN-OPERADOR          PIC  9(4).
           02 MEN-FECHA-MAYORIA     PIC  9(8).

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

       FD KYC-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "kyc_clientes.ubd".
       01 KYC-REG.
           02 KYC-CLIENTE           PIC  9(8).
           02 KYC-TIPO-DOC          PIC  9(1).
               88 KYC-DNI           VALUE 1.
               88 KYC-NIE           VALUE 2.
               88 KYC-PASAPORTE     VALUE 3.
           02 KYC-NUM-DOC           PIC X(15).
           02 KYC-FECHA-CADUCIDAD   PIC  9(8).
           02 KYC-RIESGO            PIC  9(1).
               88 KYC-RIESGO-BAJO   VALUE 1.
               88 KYC-RIESGO-MEDIO  VALUE 2.
               88 KYC-RIESGO-ALTO   VALUE 3.
           02 KYC-FECHA-REVISION    PIC  9(8).
           02 KYC-PROXIMA-REVISION  PIC  9(8).
           02 KYC-AVISO-DOC         PIC  9(8).
           02 KYC-AVISO-REV         PIC  9(8).
           02 KYC-ESTADO            PIC  9(1).
               88 KYC-AL-DIA        VALUES 0 1.
               88 KYC-RESTRINGIDO   VALUE 2.
           02 KYC-MOTIVO            PIC  X(1).
           02 KYC-FECHA-RESTRICCION PIC  9(8).
           02 KYC-OPERADOR          PIC  9(4).

       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificaciones.ubd".
       01 NOTIFICACION-REG.
           02 NOTIF-NUM             PIC  9(35).
           02 NOTIF-TARJETA         PIC  9(16).
           02 NOTIF-ANO             PIC   9(4).
           02 NOTIF-MES             PIC   9(2).
           02 NOTIF-DIA             PIC   9(2).
           02 NOTIF-HOR             PIC   9(2).
           02 NOTIF-MIN             PIC   9(2).
           02 NOTIF-SEG             PIC   9(2).
           02 NOTIF-CONCEPTO        PIC  X(35).
           02 NOTIF-IMPORTE-ENT     PIC S9(7).
           02 NOTIF-IMPORTE-DEC     PIC   9(2).
           02 NOTIF-ESTADO          PIC   9(1).
               88 NOTIF-PENDIENTE   VALUE 1.
               88 NOTIF-ENVIADA     VALUE 2.
               88 NOTIF-CONFIRMADA  VALUE 3.
               88 NOTIF-FALLIDA     VALUE 4.

       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIA-REG.
           02 SEC-ID                PIC  X(10).
           02 SEC-ULTIMO-NUM        PIC  9(35).

       FD SEGURIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "seguridad.ubd".
       01 SEGURIDAD-REG.
           02 SEG-NUM          PIC 9(35).
           02 SEG-TARJETA      PIC 9(16).
           02 SEG-ANO          PIC  9(4).
           02 SEG-MES          PIC  9(2).
           02 SEG-DIA          PIC  9(2).
           02 SEG-HOR          PIC  9(2).
           02 SEG-MIN          PIC  9(2).
           02 SEG-SEG          PIC  9(2).
           02 SEG-TIPO         PIC X(20).
           02 SEG-TERMINAL     PIC  9(3).
           02 SEG-OPERADOR     PIC  9(4).

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
           VALUE OF FILE-ID IS "informe_menores.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       *> Identidad del terminal que anota (ver parametro TERMINALID
       *> y CONSOLIDAR_TERMINALES); la casa arranco con el cajero 1
       77 TERMINAL-ACTUAL          PIC  9(3) VALUE 1.
       77 FSMN                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSKY                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSSEC                    PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 LAST-NOTIF-NUM           PIC  9(35).
       77 LAST-SEG-NUM             PIC  9(35).
       77 EVENTO-TIPO              PIC  X(20).
       77 TARJETA-EVENTO           PIC  9(16).

       *> Perfil de limites de los menores (parametro PERFILMENOR)
       77 PERFIL-MENOR             PIC  9(2) VALUE 90.
       *> Perfil que se pone y perfil que se quita en las tarjetas
       77 PERFIL-NUEVO             PIC  9(2).
       77 PERFIL-VIEJO             PIC  9(2).
       77 CNT-TARJETAS-CAMBIO      PIC  9(3).

       *> Fecha en que el menor cumple 18 anyos
       77 FECHA-MAYORIA            PIC  9(8).
       77 IND-TUT                  PIC  9(1).
       77 CLIENTE-AVISO            PIC  9(8).
       77 TARJETA-AVISO            PIC  9(16).
       77 CONCEPTO-AVISO           PIC  X(35).

       77 CNT-MENORES              PIC  9(7) VALUE 0.
       77 CNT-MAYORIAS             PIC  9(7) VALUE 0.
       77 CNT-REASIGNADAS          PIC  9(7) VALUE 0.
       77 CNT-AVISOS               PIC  9(7) VALUE 0.
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

           OPEN I-O PARAMETROS CLOSE PARAMETROS.
           OPEN I-O PARAMETROS.
           IF FSP <> 00
               GO TO FIN-ERROR.
           MOVE "TERMINALID" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               MOVE 1 TO TERMINAL-ACTUAL
           NOT INVALID KEY
               MOVE PARAM-VALOR TO TERMINAL-ACTUAL
           END-READ.
           MOVE "PERFILMENOR" TO PARAM-ID.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PARAM-VALOR TO PERFIL-MENOR
           END-READ.
           CLOSE PARAMETROS.

       INFORME-OPEN.
           *>EL INFORME SE VA ACUMULANDO, UNA EJECUCION POR BLOQUE
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== MAYORIA_MENORES - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       MENORES-OPEN.
           *>FORZAMOS QUE CREEN LOS FICHEROS POR SI NO EXISTEN
           OPEN I-O MENORES CLOSE MENORES.
           OPEN I-O TARJETAS CLOSE TARJETAS.
           OPEN I-O KYC-CLIENTES CLOSE KYC-CLIENTES.

           OPEN I-O MENORES.
           IF FSMN <> 00
               GO TO FIN-ERROR.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           OPEN I-O KYC-CLIENTES.
           IF FSKY <> 00
               GO TO FIN-ERROR.

       LEER-MENOR.
           READ MENORES NEXT RECORD AT END GO TO FIN.
           IF NOT MEN-MENOR
               GO TO LEER-MENOR.
           ADD 1 TO CNT-MENORES.

           *> 18 anyos: misma fecha con el anyo mas 18 (el nacido un
           *> 29 de febrero cumple el 1 de marzo en anyo no bisiesto)
           COMPUTE FECHA-MAYORIA = MEN-FECHA-NACIMIENTO + 180000.
           IF FECHA-PROCESO NOT < FECHA-MAYORIA
               PERFORM PASAR-A-MAYOR THRU PASAR-A-MAYOR-FIN
           ELSE
               PERFORM MANTENER-PERFIL-MENOR
                   THRU MANTENER-PERFIL-MENOR-FIN
           END-IF.
           GO TO LEER-MENOR.

      *> EL MENOR CUMPLE LA MAYORIA DE EDAD: PERFIL DE ADULTO, FICHA
      *> CERRADA, AVISOS Y PETICION DEL DOCUMENTO NUEVO
       PASAR-A-MAYOR.
           ADD 1 TO CNT-MAYORIAS.
           MOVE PERFIL-MENOR      TO PERFIL-VIEJO.
           MOVE MEN-PERFIL-ADULTO TO PERFIL-NUEVO.
           PERFORM CAMBIAR-PERFIL-TARJETAS
               THRU CAMBIAR-PERFIL-TARJETAS-FIN.

           MOVE 2             TO MEN-ESTADO.
           MOVE FECHA-PROCESO TO MEN-FECHA-MAYORIA.
           REWRITE MENOR-REG INVALID KEY GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  MEN-CLIENTE DELIMITED BY SIZE
                  " mayor de edad, perfil " DELIMITED BY SIZE
                  MEN-PERFIL-ADULTO DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  CNT-TARJETAS-CAMBIO DELIMITED BY SIZE
                  " tarjetas" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE MEN-CLIENTE TO CLIENTE-AVISO.
           MOVE "Ya es mayor de edad: cuenta normal"
               TO CONCEPTO-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN.
           MOVE TARJETA-AVISO TO TARJETA-EVENTO.
           MOVE "MAYORIA EDAD" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.

           PERFORM PEDIR-DOCUMENTO THRU PEDIR-DOCUMENTO-FIN.

           MOVE 1 TO IND-TUT.
           PERFORM AVISAR-TUTOR THRU AVISAR-TUTOR-FIN.
       PASAR-A-MAYOR-FIN.
           EXIT.

      *> MENOR QUE SIGUE SIENDOLO: LAS TARJETAS EMITIDAS DESPUES DEL
      *> ALTA EN GESTION_MENORES TOMAN TAMBIEN EL PERFIL DE MENORES
       MANTENER-PERFIL-MENOR.
           MOVE 99           TO PERFIL-VIEJO.
           MOVE PERFIL-MENOR TO PERFIL-NUEVO.
           PERFORM CAMBIAR-PERFIL-TARJETAS
               THRU CAMBIAR-PERFIL-TARJETAS-FIN.
           IF CNT-TARJETAS-CAMBIO = 0
               GO TO MANTENER-PERFIL-MENOR-FIN.
           ADD CNT-TARJETAS-CAMBIO TO CNT-REASIGNADAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  MEN-CLIENTE DELIMITED BY SIZE
                  " menor: perfil de menores en " DELIMITED BY SIZE
                  CNT-TARJETAS-CAMBIO DELIMITED BY SIZE
                  " tarjetas nuevas" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO TARJETA-EVENTO.
           MOVE "PERFIL MENOR" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-FIN.
       MANTENER-PERFIL-MENOR-FIN.
           EXIT.

      *> PONE PERFIL-NUEVO EN LAS TARJETAS DEL MENOR QUE TIENEN
      *> PERFIL-VIEJO (99: CUALQUIERA DISTINTO DEL NUEVO); LA TARJETA
      *> CON UN PERFIL PUESTO A MANO EN LA SUCURSAL NO SE TOCA AL
      *> PASAR A MAYOR
       CAMBIAR-PERFIL-TARJETAS.
           MOVE 0 TO CNT-TARJETAS-CAMBIO.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               GO TO CAMBIAR-PERFIL-TARJETAS-FIN
           END-START.

       CAMBIAR-PERFIL-LEER.
           READ TARJETAS NEXT RECORD AT END
               GO TO CAMBIAR-PERFIL-TARJETAS-FIN.
           IF TCLIENTE NOT = MEN-CLIENTE
               GO TO CAMBIAR-PERFIL-LEER.
           IF TPERFIL = PERFIL-NUEVO
               GO TO CAMBIAR-PERFIL-LEER.
           IF PERFIL-VIEJO NOT = 99 AND TPERFIL NOT = PERFIL-VIEJO
               GO TO CAMBIAR-PERFIL-LEER.
           MOVE PERFIL-NUEVO TO TPERFIL.
           REWRITE TAJETAREG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CNT-TARJETAS-CAMBIO.
           GO TO CAMBIAR-PERFIL-LEER.
       CAMBIAR-PERFIL-TARJETAS-FIN.
           EXIT.

      *> EL NUEVO MAYOR DE EDAD DEBE APORTAR SU DOCUMENTO: LA REVISION
      *> DE SU FICHA VENCE HOY Y REVISAR_DOCUMENTOS LA RESTRINGE SI
      *> NO LO TRAE DENTRO DEL PLAZO DE GRACIA
       PEDIR-DOCUMENTO.
           MOVE MEN-CLIENTE TO KYC-CLIENTE.
           READ KYC-CLIENTES INVALID KEY
               INITIALIZE KYC-REG
               MOVE MEN-CLIENTE   TO KYC-CLIENTE
               MOVE 1             TO KYC-TIPO-DOC
               MOVE 2             TO KYC-RIESGO
               MOVE FECHA-PROCESO TO KYC-PROXIMA-REVISION
               MOVE 1             TO KYC-ESTADO
               WRITE KYC-REG INVALID KEY GO TO FIN-ERROR
               END-WRITE
           NOT INVALID KEY
               MOVE FECHA-PROCESO TO KYC-PROXIMA-REVISION
               MOVE 0             TO KYC-AVISO-REV
               REWRITE KYC-REG INVALID KEY GO TO FIN-ERROR
               END-REWRITE
           END-READ.

           MOVE MEN-CLIENTE TO CLIENTE-AVISO.
           MOVE "Aporte su documento de identidad"
               TO CONCEPTO-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN.
       PEDIR-DOCUMENTO-FIN.
           EXIT.

      *> AVISO A CADA TUTOR DE LA FICHA, A PARTIR DE IND-TUT
       AVISAR-TUTOR.
           IF IND-TUT > 3
               GO TO AVISAR-TUTOR-FIN.
           IF MEN-TUTOR(IND-TUT) = 0
               ADD 1 TO IND-TUT
               GO TO AVISAR-TUTOR.
           MOVE MEN-TUTOR(IND-TUT) TO CLIENTE-AVISO.
           MOVE SPACES TO CONCEPTO-AVISO.
           STRING "Su menor " DELIMITED BY SIZE
                  MEN-CLIENTE DELIMITED BY SIZE
                  " es mayor de edad" DELIMITED BY SIZE
             INTO CONCEPTO-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN.
           ADD 1 TO IND-TUT.
           GO TO AVISAR-TUTOR.
       AVISAR-TUTOR-FIN.
           EXIT.

      *> EL AVISO VA A LA PRIMERA TARJETA ACTIVA DE CLIENTE-AVISO; SI
      *> NO TIENE NINGUNA SOLO QUEDA EN EL INFORME
       AVISAR-CLIENTE.
           MOVE 0 TO TARJETA-AVISO.
           MOVE 0 TO TNUM.
           START TARJETAS KEY >= TNUM INVALID KEY
               GO TO AVISAR-CLIENTE-SIN-TARJETA
           END-START.

       BUSCAR-TARJETA-AVISO.
           READ TARJETAS NEXT RECORD AT END
               GO TO AVISAR-CLIENTE-SIN-TARJETA.
           IF TCLIENTE NOT = CLIENTE-AVISO OR NOT TARJETA-ACTIVA
               GO TO BUSCAR-TARJETA-AVISO.
           MOVE TNUM TO TARJETA-AVISO.
           PERFORM ENCOLAR-NOTIFICACION
               THRU ENCOLAR-NOTIFICACION-FIN.
           GO TO AVISAR-CLIENTE-FIN.

       AVISAR-CLIENTE-SIN-TARJETA.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  CLIENTE-AVISO DELIMITED BY SIZE
                  " sin tarjeta activa, aviso no enviado: "
                      DELIMITED BY SIZE
                  CONCEPTO-AVISO DELIMITED BY "  "
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       AVISAR-CLIENTE-FIN.
           EXIT.

      *> ENCOLA EL AVISO EN NOTIFICACIONES.UBD (EL CONCEPTO YA VIENE
      *> EN CONCEPTO-AVISO), SIN IMPORTE
       ENCOLAR-NOTIFICACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO FIN-ERROR.
           MOVE "AVISO" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-NOTIF-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-NOTIF-NUM
           END-READ.
           ADD 1 TO LAST-NOTIF-NUM.
           MOVE LAST-NOTIF-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O NOTIFICACIONES CLOSE NOTIFICACIONES.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               CLOSE NOTIFICACIONES
               GO TO ENCOLAR-NOTIFICACION-FIN.
           MOVE LAST-NOTIF-NUM TO NOTIF-NUM.
           MOVE TARJETA-AVISO  TO NOTIF-TARJETA.
           MOVE ANO            TO NOTIF-ANO.
           MOVE MES            TO NOTIF-MES.
           MOVE DIA            TO NOTIF-DIA.
           MOVE HORAS          TO NOTIF-HOR.
           MOVE MINUTOS        TO NOTIF-MIN.
           MOVE SEGUNDOS       TO NOTIF-SEG.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           MOVE 0              TO NOTIF-IMPORTE-ENT.
           MOVE 0              TO NOTIF-IMPORTE-DEC.
           MOVE 1              TO NOTIF-ESTADO.
           WRITE NOTIFICACION-REG INVALID KEY CONTINUE.
           CLOSE NOTIFICACIONES.
           ADD 1 TO CNT-AVISOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  CLIENTE-AVISO DELIMITED BY SIZE
                  " avisado: " DELIMITED BY SIZE
                  CONCEPTO-AVISO DELIMITED BY "  "
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
       ENCOLAR-NOTIFICACION-FIN.
           EXIT.

       REGISTRAR-EVENTO-SEGURIDAD.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE "SEGURIDAD" TO SEC-ID.
           READ SECUENCIAS INVALID KEY
               MOVE 0 TO LAST-SEG-NUM
           NOT INVALID KEY
               MOVE SEC-ULTIMO-NUM TO LAST-SEG-NUM
           END-READ.
           ADD 1 TO LAST-SEG-NUM.
           MOVE LAST-SEG-NUM TO SEC-ULTIMO-NUM.
           READ SECUENCIAS INVALID KEY
               WRITE SECUENCIA-REG
           NOT INVALID KEY
               REWRITE SECUENCIA-REG
           END-READ.
           CLOSE SECUENCIAS.

           OPEN I-O SEGURIDAD CLOSE SEGURIDAD.
           OPEN I-O SEGURIDAD.
           IF FSG <> 00
               GO TO REGISTRAR-EVENTO-FIN.
           MOVE LAST-SEG-NUM TO SEG-NUM.
           MOVE TARJETA-EVENTO TO SEG-TARJETA.
           MOVE ANO          TO SEG-ANO.
           MOVE MES          TO SEG-MES.
           MOVE DIA          TO SEG-DIA.
           MOVE HORAS        TO SEG-HOR.
           MOVE MINUTOS      TO SEG-MIN.
           MOVE SEGUNDOS     TO SEG-SEG.
           MOVE EVENTO-TIPO  TO SEG-TIPO.
           MOVE TERMINAL-ACTUAL TO SEG-TERMINAL.
           MOVE 0            TO SEG-OPERADOR.
           WRITE SEGURIDAD-REG INVALID KEY CONTINUE.
           CLOSE SEGURIDAD.
       REGISTRAR-EVENTO-FIN.
           EXIT.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO Y
      *> APLICAR LA ACCION DE ERROR DEL PLAN
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE MENORES.
           CLOSE TARJETAS.
           CLOSE KYC-CLIENTES.

           IF FSINF = 00
               MOVE CNT-MENORES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Menores revisados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-MAYORIAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Pasan a mayores de edad: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-REASIGNADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Tarjetas nuevas con perfil de menores: "
                          DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-AVISOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Avisos enviados: " DELIMITED BY SIZE
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
