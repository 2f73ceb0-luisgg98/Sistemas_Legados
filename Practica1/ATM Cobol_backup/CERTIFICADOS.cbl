       *> con la secuencia CERTIFIC de secuencias.ubd y se imprime en
       *> certificados_emitidos.txt con el titular (tarjetas.ubd), el
       *> IBAN del directorio (ver GESTION_IBAN) y el saldo a la
       *> fecha de negocio, que es el del ultimo cierre del historico
       *> de saldos (ver GUARDAR_SALDOS y SALDO_FECHA) para que
       *> cuadre con intereses y rentabilidad; la cuenta sin
       *> historico certifica su saldo vivo. Cada emision queda
       *> apuntada en certificados.ubd, y la pantalla tiene un modo
       *> de verificacion por numero para confirmar ante terceros
       *> que un certificado es autentico.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SALDO-ENT-EDIT            PIC -ZZZZZZZZ9.
       77 SALDO-DEC-EDIT            PIC   9(2).
       77 FECHA-EDIT                PIC   9(8).
       77 FECHA-SALDO               PIC   9(8).

       *> Peticion al historico de saldos (ver SALDO_FECHA)
       01 CONSULTA-SALDO.
           02 CSA-TARJETA           PIC  9(16).
           02 CSA-TIPO              PIC  9(1).
           02 CSA-FECHA             PIC  9(8).
           02 CSA-ENCONTRADO        PIC  X(1).
           02 CSA-FECHA-CIERRE      PIC  9(8).
           02 CSA-CENT-SALDO        PIC S9(11).
           02 CSA-CENT-MEDIA-MES    PIC S9(11).
           02 CSA-CENT-MEDIA-TRIM   PIC S9(11).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           COMPUTE FECHA-PROCESO = (ANO * 10000) + (MES * 100)
               + DIA.

           *> El saldo certificado es el del ultimo cierre igual o
           *> anterior a la fecha de negocio; sin historico, el vivo
           MOVE TARJETA-USUARIO TO CSA-TARJETA.
           MOVE TIPO-USUARIO    TO CSA-TIPO.
           MOVE FECHA-PROCESO   TO CSA-FECHA.
           CALL "SALDO_FECHA" USING CONSULTA-SALDO.
           IF CSA-ENCONTRADO = "S"
               MOVE CSA-FECHA-CIERRE TO FECHA-SALDO
               COMPUTE CTA-SALDO-ENT = CSA-CENT-SALDO / 100
               MOVE FUNCTION MOD(FUNCTION ABS(CSA-CENT-SALDO), 100)
                   TO CTA-SALDO-DEC
           ELSE
               MOVE FECHA-PROCESO TO FECHA-SALDO
           END-IF.

       NUMERAR-CERTIFICADO.
           OPEN I-O SECUENCIAS.
           IF FSSEC <> 00
           END-IF.
           WRITE LINEA-IMPRESO.

           MOVE FECHA-SALDO TO FECHA-EDIT.
           MOVE SPACES TO LINEA-IMPRESO.
           STRING "Saldo al cierre del dia: " DELIMITED BY SIZE
                  FECHA-EDIT DELIMITED BY SIZE
             INTO LINEA-IMPRESO.
           WRITE LINEA-IMPRESO.

           MOVE CER-SALDO-ENT TO SALDO-ENT-EDIT.
           MOVE CER-SALDO-DEC TO SALDO-DEC-EDIT.
           MOVE SPACES TO LINEA-IMPRESO.
