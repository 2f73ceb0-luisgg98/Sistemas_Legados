       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR_SANCIONES.
       *> Programa batch que carga las listas de sanciones y de
       *> vigilancia (sanciones.ubd) desde el fichero que entrega
       *> cumplimiento normativo (sanciones.txt). La primera linea es
       *> la cabecera de control "CAB|emisor|AAAAMMDD|version", con
       *> la version de la lista numerica y creciente; el resto, una
       *> linea por nombre con los campos separados por "|": codigo de
       *> la lista (ONU, UE, OFAC, interna...), identificador de la
       *> entrada en esa lista y nombre de la persona o entidad. Las
       *> lineas PIE| se ignoran.
       *> La lista se regenera entera, como cambios.ubd: lo que no
       *> venga en el fichero deja de estar vigilado. Una version que
       *> no sea posterior a la ultima cargada (controlcambio.ubd,
       *> fichero "sanciones") no se vuelve a cargar. Con cada version
       *> nueva se vuelve a cribar todo el maestro de clientes
       *> (clientes.ubd) con CRIBAR_NOMBRE, que abre un caso en
       *> casos_cribado.ubd por cada coincidencia nueva para que la
       *> sucursal la revise en REVISAR_CRIBADO. Corre en la cadena
       *> nocturna; sin fichero de cumplimiento no hace nada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT OPTIONAL SANCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAN-CLAVE
           FILE STATUS IS FSSA.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSCL.

           SELECT OPTIONAL CONTROLCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCA-FICHERO
           FILE STATUS IS FSCC.

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

       FD ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sanciones.txt".
       01 LINEA-ENTRADA               PIC X(100).

       FD SANCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sanciones.ubd".
       01 SANCION-REG.
           02 SAN-CLAVE.
               03 SAN-LISTA         PIC X(10).
               03 SAN-ENTRADA       PIC X(15).
           02 SAN-NOMBRE            PIC X(40).
           02 SAN-VERSION           PIC  9(6).
           02 SAN-FECHA-CARGA       PIC  9(8).

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

       FD CONTROLCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "controlcambio.ubd".
       01 CONTROLCAMBIO-REG.
           02 CCA-FICHERO           PIC X(12).
           02 CCA-SEC-SALIDA        PIC  9(6).
           02 CCA-SEC-ENTRADA       PIC  9(6).
           02 CCA-FECHA             PIC  9(8).

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
           VALUE OF FILE-ID IS "informe_sanciones.ubd".
       01 LINEA-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSEN                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSCC                     PIC  X(2).
       77 FSFN                     PIC  X(2).
       77 FSINF                    PIC  X(2).

       77 FECHA-PROCESO            PIC  9(8).
       77 CCA-EXISTE-SW            PIC  X(1).
       77 VERSION-NUEVA            PIC  9(6) VALUE 0.
       77 VERSION-ANTERIOR         PIC  9(6) VALUE 0.
       01 CONTROL-CAMPOS.
           02 CTL-F1                PIC  X(4).
           02 CTL-F2                PIC X(12).
           02 CTL-F3                PIC  X(8).
           02 CTL-F4                PIC X(11).

       01 SANCION-CAMPOS.
           02 CAMP-LISTA            PIC X(10).
           02 CAMP-ENTRADA          PIC X(15).
           02 CAMP-NOMBRE           PIC X(40).

       *> Peticion y respuesta de CRIBAR_NOMBRE
       01 PETICION-CRIBADO.
           02 PCR-NOMBRE            PIC X(30).
           02 PCR-ORIGEN            PIC  X(1).
           02 PCR-CLAVE             PIC 9(35).
           02 PCR-TARJETA           PIC 9(16).
           02 PCR-TIPO-CTA          PIC  9(1).
           02 PCR-CENT-IMPORTE      PIC  9(9).
           02 PCR-REFERENCIA        PIC X(30).
           02 PCR-FECHA             PIC  9(8).
       01 RESPUESTA-CRIBADO.
           02 RCR-RESULTADO         PIC  9(1).
               88 RCR-COINCIDENCIA  VALUES 1 2.
           02 RCR-CASO              PIC  9(9).
           02 RCR-CASO-NUEVO        PIC  X(1).

       77 CNT-CARGADAS             PIC  9(7) VALUE 0.
       77 CNT-RECHAZADAS           PIC  9(7) VALUE 0.
       77 CNT-CLIENTES             PIC  9(7) VALUE 0.
       77 CNT-COINCIDENCIAS        PIC  9(7) VALUE 0.
       77 CNT-CASOS-NUEVOS         PIC  9(7) VALUE 0.
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

           *>EL INFORME SE VA ACUMULANDO; EL ESTADO 05 (FICHERO
           *> OPTIONAL CREADO AL ABRIRLO) NO ES UN ERROR
           OPEN EXTEND INFORME.
           IF FSINF <> 00 AND FSINF <> 05
               GO TO FIN-ERROR.
           MOVE 00 TO FSINF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "=== CARGAR_SANCIONES - " DELIMITED BY SIZE
                  DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE " ===" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN INPUT ENTRADA.
           IF FSEN <> 00
               *> Sin fichero de cumplimiento sigue en vigor la
               *> lista ya cargada
               MOVE "Sin fichero de listas: sigue la version cargada"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN.

      *> LA CABECERA ES OBLIGATORIA: SIN VERSION NO SE SABE SI LA
      *> LISTA ES NUEVA
       LEER-CABECERA.
           READ ENTRADA AT END
               GO TO SIN-CABECERA.
           IF LINEA-ENTRADA = SPACES
               GO TO LEER-CABECERA.
           IF LINEA-ENTRADA(1:4) NOT = "CAB|"
               GO TO SIN-CABECERA.

           INITIALIZE CONTROL-CAMPOS.
           UNSTRING LINEA-ENTRADA DELIMITED BY "|"
               INTO CTL-F1 CTL-F2 CTL-F3 CTL-F4.
           IF CTL-F4 = SPACES
               GO TO SIN-CABECERA.
           COMPUTE VERSION-NUEVA = FUNCTION NUMVAL(CTL-F4).

           OPEN I-O CONTROLCAMBIO CLOSE CONTROLCAMBIO.
           OPEN I-O CONTROLCAMBIO.
           IF FSCC <> 00
               GO TO FIN-ERROR.
           MOVE "sanciones" TO CCA-FICHERO.
           READ CONTROLCAMBIO INVALID KEY
               MOVE "N" TO CCA-EXISTE-SW
               MOVE 0 TO VERSION-ANTERIOR
           NOT INVALID KEY
               MOVE "S" TO CCA-EXISTE-SW
               MOVE CCA-SEC-ENTRADA TO VERSION-ANTERIOR
           END-READ.
           CLOSE CONTROLCAMBIO.

           IF VERSION-NUEVA <= VERSION-ANTERIOR
               MOVE SPACES TO LINEA-INFORME
               STRING "Version " DELIMITED BY SIZE
                      VERSION-NUEVA DELIMITED BY SIZE
                      " ya cargada, no se recarga" DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO FIN.

           OPEN OUTPUT SANCIONES.
           IF FSSA <> 00 AND FSSA <> 05
               GO TO FIN-ERROR.

       LEER-SANCION.
           READ ENTRADA AT END GO TO FIN-CARGA.

           IF LINEA-ENTRADA = SPACES
               GO TO LEER-SANCION.
           IF LINEA-ENTRADA(1:4) = "PIE|"
               GO TO LEER-SANCION.

           INITIALIZE SANCION-CAMPOS.
           UNSTRING LINEA-ENTRADA DELIMITED BY "|"
               INTO CAMP-LISTA CAMP-ENTRADA CAMP-NOMBRE.

           IF CAMP-LISTA = SPACES
               OR CAMP-ENTRADA = SPACES
               OR CAMP-NOMBRE = SPACES
               ADD 1 TO CNT-RECHAZADAS
               GO TO LEER-SANCION.

           MOVE CAMP-LISTA    TO SAN-LISTA.
           MOVE CAMP-ENTRADA  TO SAN-ENTRADA.
           MOVE CAMP-NOMBRE   TO SAN-NOMBRE.
           MOVE VERSION-NUEVA TO SAN-VERSION.
           MOVE FECHA-PROCESO TO SAN-FECHA-CARGA.
           WRITE SANCION-REG INVALID KEY
               ADD 1 TO CNT-RECHAZADAS
               GO TO LEER-SANCION.

           ADD 1 TO CNT-CARGADAS.
           GO TO LEER-SANCION.

       FIN-CARGA.
           CLOSE SANCIONES.

           OPEN I-O CONTROLCAMBIO.
           IF FSCC <> 00
               GO TO FIN-ERROR.
           MOVE "sanciones"   TO CCA-FICHERO.
           MOVE VERSION-NUEVA TO CCA-SEC-ENTRADA.
           MOVE FECHA-PROCESO TO CCA-FECHA.
           IF CCA-EXISTE-SW = "S"
               REWRITE CONTROLCAMBIO-REG INVALID KEY
                   GO TO FIN-ERROR
               END-REWRITE
           ELSE
               MOVE 0 TO CCA-SEC-SALIDA
               WRITE CONTROLCAMBIO-REG INVALID KEY
                   GO TO FIN-ERROR
               END-WRITE
           END-IF.
           CLOSE CONTROLCAMBIO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cargada la version " DELIMITED BY SIZE
                  VERSION-NUEVA DELIMITED BY SIZE
                  " (anterior " DELIMITED BY SIZE
                  VERSION-ANTERIOR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

      *> VERSION NUEVA: SE VUELVE A CRIBAR TODO EL MAESTRO DE
      *> CLIENTES CONTRA LA LISTA RECIEN CARGADA
       RECRIBAR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00
               CLOSE CLIENTES
               GO TO FIN.

       LEER-CLIENTE.
           READ CLIENTES NEXT RECORD AT END
               CLOSE CLIENTES
               GO TO FIN.

           ADD 1 TO CNT-CLIENTES.

           INITIALIZE PETICION-CRIBADO.
           MOVE CLI-NOMBRE    TO PCR-NOMBRE.
           MOVE "C"           TO PCR-ORIGEN.
           MOVE CLI-ID        TO PCR-CLAVE.
           MOVE FECHA-PROCESO TO PCR-FECHA.
           CALL "CRIBAR_NOMBRE" USING PETICION-CRIBADO
               RESPUESTA-CRIBADO.

           IF NOT RCR-COINCIDENCIA
               GO TO LEER-CLIENTE.

           ADD 1 TO CNT-COINCIDENCIAS.
           IF RCR-CASO-NUEVO = "S"
               ADD 1 TO CNT-CASOS-NUEVOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cliente " DELIMITED BY SIZE
                  CLI-ID DELIMITED BY SIZE
                  " coincide con la lista, caso " DELIMITED BY SIZE
                  RCR-CASO DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO LEER-CLIENTE.

       SIN-CABECERA.
           MOVE "FICHERO RECHAZADO: falta la cabecera con la version"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

      *> SALIDA DE ERROR: EL CODIGO DE RETORNO DISTINTO DE CERO
      *> PERMITE A CADENA_NOCTURNA DETECTAR EL PASO FALLIDO
       FIN-ERROR.
           MOVE 8 TO RETURN-CODE.

       FIN.
           CLOSE ENTRADA.

           IF FSINF = 00
               MOVE CNT-CARGADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Entradas cargadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-RECHAZADAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Lineas rechazadas: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CLIENTES TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Clientes cribados: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-COINCIDENCIAS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Coincidencias: " DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME

               MOVE CNT-CASOS-NUEVOS TO CNT-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Casos nuevos para revision: " DELIMITED BY SIZE
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
