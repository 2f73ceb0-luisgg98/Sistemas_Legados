       *> empresa (saldo mas descubierto) no cubre el total, el
       *> fichero entero se rechaza sin anotar nada. Se ejecuta de
       *> forma independiente cuando llega una remesa.
       *> Cada nomina abonada a una tarjeta de la casa se anota en
       *> NOMINA_RECIBIDA, que la guarda para EVALUAR_NOMINAS y
       *> recupera en el acto el anticipo de nomina vivo (BANK42).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CNT-LINEAS               PIC  9(7) VALUE 0.
       77 CNT-INTERNAS             PIC  9(7) VALUE 0.
       77 CNT-EXTERNAS             PIC  9(7) VALUE 0.
       77 CNT-RECUPERADOS          PIC  9(7) VALUE 0.
       77 CENT-RECUPERADO-TOTAL    PIC  9(11) VALUE 0.
       77 CNT-EDIT                 PIC  ZZZZZZ9.
       77 TOTAL-ENT-EDIT           PIC -ZZZZZZZZ9.
       77 TOTAL-DEC-EDIT           PIC  99.

       *> Peticion a NOMINA_RECIBIDA (ver su cabecera)
       01 PETICION-NOMINA.
           02 PNR-TARJETA           PIC 9(16).
           02 PNR-TIPO              PIC  9(1).
           02 PNR-FECHA             PIC  9(8).
           02 PNR-PAGADOR           PIC X(30).
           02 PNR-CENT              PIC  9(9).
           02 PNR-ORIGEN            PIC  X(1).
           02 PNR-MOV-NUM           PIC 9(35).
           02 PNR-TERMINAL          PIC  9(3).
           02 PNR-CENT-RECUPERADO   PIC  9(9).
           02 PNR-RESULTADO         PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               PERFORM ANOTAR-MOV-NOMINA
                   THRU ANOTAR-MOV-NOMINA-FIN
               ADD 1 TO CNT-INTERNAS
               PERFORM ANOTAR-NOMINA-RECIBIDA
                   THRU ANOTAR-NOMINA-RECIBIDA-FIN
           ELSE
               PERFORM ENCOLAR-NOMINA-EXTERNA
                   THRU ENCOLAR-NOMINA-EXTERNA-FIN
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE CNT-RECUPERADOS TO CNT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Anticipos de nomina recuperados: " DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF CNT-RECUPERADOS > 0
               COMPUTE TOTAL-ENT-EDIT = (CENT-RECUPERADO-TOTAL / 100)
               MOVE FUNCTION MOD(CENT-RECUPERADO-TOTAL, 100)
                   TO TOTAL-DEC-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Total recuperado de anticipos: "
                      DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           COMPUTE TOTAL-ENT-EDIT = (CENT-TOTAL-REMESA / 100).
           MOVE FUNCTION MOD(CENT-TOTAL-REMESA, 100)
               TO TOTAL-DEC-EDIT.
       ANOTAR-MOV-NOMINA-FIN.
           EXIT.

      *> LA NOMINA ABONADA QUEDA EN EL HISTORICO DE NOMINAS DEL
      *> EMPLEADO CON LA EMPRESA COMO PAGADOR; SI TENIA UN ANTICIPO
      *> DE NOMINA VIVO SE LE RECUPERA AHORA (VER NOMINA_RECIBIDA)
       ANOTAR-NOMINA-RECIBIDA.
           INITIALIZE PETICION-NOMINA.
           MOVE TARJETA-MOVIMIENTO TO PNR-TARJETA.
           MOVE 1                  TO PNR-TIPO.
           MOVE FECHA-PROCESO      TO PNR-FECHA.
           MOVE TARJETA-EMPRESA    TO PNR-PAGADOR.
           MOVE CENT-IMPORTE       TO PNR-CENT.
           MOVE "N"                TO PNR-ORIGEN.
           MOVE LAST-MOV-NUM       TO PNR-MOV-NUM.
           MOVE TERMINAL-ACTUAL    TO PNR-TERMINAL.
           CALL "NOMINA_RECIBIDA" USING PETICION-NOMINA.
           IF PNR-CENT-RECUPERADO > 0
               ADD 1 TO CNT-RECUPERADOS
               ADD PNR-CENT-RECUPERADO TO CENT-RECUPERADO-TOTAL
               MOVE SPACES TO LINEA-INFORME
               MOVE PNR-CENT-RECUPERADO TO CENT-MOV
               COMPUTE TOTAL-ENT-EDIT = (CENT-MOV / 100)
               MOVE FUNCTION MOD(CENT-MOV, 100) TO TOTAL-DEC-EDIT
               STRING "Recuperado anticipo de nomina, tarjeta "
                      DELIMITED BY SIZE
                      TARJETA-MOVIMIENTO DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      TOTAL-ENT-EDIT DELIMITED BY SIZE ","
                          DELIMITED BY SIZE
                      TOTAL-DEC-EDIT DELIMITED BY SIZE " EUR"
                          DELIMITED BY SIZE
                 INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       ANOTAR-NOMINA-RECIBIDA-FIN.
           EXIT.

      *> LA NOMINA DE UN EMPLEADO DE OTRA ENTIDAD SE ENCOLA EN
      *> TRANSFEXT PARA LA INTERFAZ DE COMPENSACION INTERBANCARIA;
      *> EL CARGO A LA EMPRESA YA SE HIZO POR EL TOTAL
