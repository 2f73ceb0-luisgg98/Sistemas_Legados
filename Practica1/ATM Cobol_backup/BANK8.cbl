           RECORD KEY IS TXT-CLAVE
           FILE STATUS IS FSTXO.

           SELECT OPTIONAL CAMBIOS-PIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPI-TARJETA
           FILE STATUS IS FSCPI.

       DATA DIVISION.
       FILE SECTION.
       FD F-TARJETAS
               03 TXT-IDIOMA        PIC  X(2).
           02 TXT-TEXTO             PIC X(50).

       *> Clave repuesta en la sucursal pendiente de cambiar (ver
       *> GESTION_REPOSICION y BANK1)
       FD CAMBIOS-PIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambio_pin.ubd".
       01 CAMBIO-PIN-REG.
           02 CPI-TARJETA           PIC 9(16).
           02 CPI-FECHA             PIC  9(8).
           02 CPI-SOBRE             PIC  9(9).
           02 CPI-OPERADOR          PIC  9(4).

       WORKING-STORAGE SECTION.
       77 FSTXO                    PIC  X(2).
       77 FSCPI                    PIC  X(2).
       77 TEXTO-ID                 PIC  9(4).
       77 TEXTO-PANTALLA           PIC X(50).
       *> Tiempo maximo de espera de cada pantalla (parametro
           MOVE "CAMBIO DE CLAVE" TO EVENTO-TIPO.
           PERFORM REGISTRAR-EVENTO-SEGURIDAD
               THRU REGISTRAR-EVENTO-SEGURIDAD.
           PERFORM QUITAR-CAMBIO-PIN THRU QUITAR-CAMBIO-PIN-FIN.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           WRITE SEGURIDAD-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SEGURIDAD.

       *> LA CLAVE DEL SOBRE YA ESTA CAMBIADA: LA TARJETA DEJA DE
       *> ESTAR OBLIGADA A CAMBIARLA AL ENTRAR
       QUITAR-CAMBIO-PIN.
           OPEN I-O CAMBIOS-PIN.
           IF FSCPI <> 00
               CLOSE CAMBIOS-PIN
               GO TO QUITAR-CAMBIO-PIN-FIN.
           MOVE TNUM TO CPI-TARJETA.
           READ CAMBIOS-PIN INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE CAMBIOS-PIN RECORD INVALID KEY CONTINUE
               END-DELETE
           END-READ.
           CLOSE CAMBIOS-PIN.
       QUITAR-CAMBIO-PIN-FIN.
           EXIT.

       *> RESUELVE UN LITERAL DE PANTALLA EN EL IDIOMA DE LA SESION
       *> CONTRA EL FICHERO DE TEXTOS (VER textos.ubd, LO SIEMBRA
       *> BANK1); SI EL TEXTO NO ESTA, SE QUEDA EL CASTELLANO QUE YA
