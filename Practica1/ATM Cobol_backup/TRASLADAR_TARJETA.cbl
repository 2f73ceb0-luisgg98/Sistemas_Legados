       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLADAR_TARJETA.
       *> Subprograma comun que pasa todo lo que cuelga del numero de
       *> una tarjeta al numero de la tarjeta que la sustituye. Lo
       *> llaman RENOVAR_TARJETAS (renovacion por caducidad) y
       *> GESTION_REPOSICION (tarjeta nueva tras una denuncia de
       *> perdida o robo en BANK11). Se trasladan:
       *>   - las cuentas y su directorio de titulares y favoritos;
       *>   - los contratos y las reglas del titular: ordenes,
       *>     mandatos, transferencias programadas y pendientes de
       *>     segunda firma, alias, barridos, suscripciones de recarga,
       *>     redondeos, apartados, presupuestos, limites, canales,
       *>     usos, alertas, IBAN, libreta, divisas, posicion de
       *>     contingencia, prestamos y sus impagos, credito, plazos,
       *>     promociones de ahorro, nominas y anticipo, retenciones,
       *>     embargos, morosidad, talonarios, cheques propios y
       *>     contratos de cajas de seguridad;
       *>   - la sucursal asignada a la tarjeta y a sus cuentas, los
       *>     devengos de descubierto, los saldos diarios, los datos
       *>     fiscales, la oferta de prestamo preaprobado y la ficha
       *>     de empresa de cobros y nominas;
       *>   - el diario y el archivo de movimientos, para que los
       *>     extractos sigan saliendo enteros;
       *>   - los intentos de PIN, que se reinician, y la marca de
       *>     clave repuesta pendiente de cambiar.
       *> Los registros con clave propia por tarjeta se graban con la
       *> clave nueva antes de borrar la vieja, y los que solo llevan
       *> la tarjeta como dato se reescriben en su sitio, asi que una
       *> segunda llamada con las mismas tarjetas (tras una caida a
       *> mitad) termina el trabajo sin duplicar nada. El resto del
       *> historial (seguridad, avisos, auditoria...) se queda con el
       *> numero viejo; el enlace de renovaciones.ubd lo une con el
       *> nuevo. PTR-FICHERO devuelve cuantos registros se movieron
       *> en cada fichero, y PTR-RESULTADO vuelve a "N" si algun
       *> fichero no se pudo abrir (hay que repetir la llamada).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-TARJETA
           FILE STATUS IS FSTI.

           SELECT OPTIONAL FAVORITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAV-CLAVE
           FILE STATUS IS FSF.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMA.

           SELECT OPTIONAL ORDENES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-NUM
           FILE STATUS IS FSOR.

           SELECT OPTIONAL TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANS-NUM
           FILE STATUS IS FSTR.

           SELECT OPTIONAL PENDFIRMAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFI-NUM
           FILE STATUS IS FSPF.

           SELECT OPTIONAL DOSFIRMAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOSF-CUENTA
           FILE STATUS IS FSDF.

           SELECT OPTIONAL ALIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALI-TELEFONO
           FILE STATUS IS FSAL.

           SELECT OPTIONAL BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-TARJETA
           FILE STATUS IS FSBA.

           SELECT OPTIONAL SUSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FSSU.

           SELECT OPTIONAL REDONDEOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDO-TARJETA
           FILE STATUS IS FSRD.

           SELECT OPTIONAL APARTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APA-CLAVE
           FILE STATUS IS FSAP.

           SELECT OPTIONAL PRESUPUESTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSU-CLAVE
           FILE STATUS IS FSPS.

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-CLAVE
           FILE STATUS IS FSLI.

           SELECT OPTIONAL CANALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAN-TARJETA
           FILE STATUS IS FSCN.

           SELECT OPTIONAL USOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USO-TARJETA
           FILE STATUS IS FSUS.

           SELECT OPTIONAL ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-CLAVE
           FILE STATUS IS FSAR.

           SELECT OPTIONAL IBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBAN-CLAVE
           FILE STATUS IS FSIB.

           SELECT OPTIONAL LIBRETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-TARJETA
           FILE STATUS IS FSLB.

           SELECT OPTIONAL DIVISAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIV-CLAVE
           FILE STATUS IS FSDV.

           SELECT OPTIONAL POSICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-TARJETA
           FILE STATUS IS FSPO.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSPR.

           SELECT OPTIONAL IMPAGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMP-CLAVE
           FILE STATUS IS FSIM.

           SELECT OPTIONAL CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSCR.

           SELECT OPTIONAL PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSPL.

           SELECT OPTIONAL ADHESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-CLAVE
           FILE STATUS IS FSAH.

           SELECT OPTIONAL NOMINAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRC-CLAVE
           FILE STATUS IS FSNR.

           SELECT OPTIONAL ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANN-TARJETA
           FILE STATUS IS FSAN.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSRT.

           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           FILE STATUS IS FSEM.

           SELECT OPTIONAL MOROSIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOR-TARJETA
           FILE STATUS IS FSMO.

           SELECT OPTIONAL TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-NUM
           ALTERNATE RECORD KEY IS TAL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSTL.

           SELECT OPTIONAL CHEQUES-PROPIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHP-CHEQUE
           FILE STATUS IS FSCP.

           SELECT OPTIONAL CONTRATOS-CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-NUM
           FILE STATUS IS FSCC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-NUM
           ALTERNATE RECORD KEY IS HIST-TARJETA WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

           SELECT OPTIONAL CAMBIOS-PIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPI-TARJETA
           FILE STATUS IS FSCPI.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASU-CLAVE
           FILE STATUS IS FSAS.

           SELECT OPTIONAL DEVENGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEV-CLAVE
           FILE STATUS IS FSDE.

           SELECT OPTIONAL SALDOS-DIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDI-CLAVE
           FILE STATUS IS FSSD.

           SELECT OPTIONAL FISCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CLAVE
           FILE STATUS IS FSFI.

           SELECT OPTIONAL PREAPROBADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAP-TARJETA
           FILE STATUS IS FSPA.

           SELECT OPTIONAL EMPRESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-TARJETA
           FILE STATUS IS FSEP.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-ID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-CLAVE.
               03 CTA-TARJETA       PIC 9(16).
               03 CTA-TIPO          PIC  9(1).
           02 CTA-RESTO             PIC X(54).

       FD TITULARES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "titulares.ubd".
       01 TITULAR-REG.
           02 TIT-TARJETA           PIC 9(16).
           02 TIT-CUENTA            PIC 9(16).
           02 TIT-ROL               PIC  9(1).

       FD FAVORITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "favoritos.ubd".
       01 FAVORITO-REG.
           02 FAV-CLAVE.
               03 FAV-TARJETA       PIC 9(16).
               03 FAV-NUM           PIC  9(2).
           02 FAV-CUENTA            PIC 9(16).
           02 FAV-NOMBRE            PIC X(30).

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAN-CLAVE.
               03 MAN-TARJETA       PIC 9(16).
               03 MAN-ACREEDOR      PIC X(10).
           02 MAN-RESTO             PIC X(29).

       FD ORDENES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ordenes.ubd".
       01 ORDEN-REG.
           02 ORD-NUM               PIC  9(9).
           02 ORD-TARJETA           PIC 9(16).
           02 ORD-RESTO             PIC X(26).

       FD TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferencias.ubd".
       01 TRANSFERENCIA-REG.
           02 TRANS-NUM             PIC 9(35).
           02 TRANS-TARJETA-ORD     PIC 9(16).
           02 TRANS-TARJETA-DST     PIC 9(16).
           02 TRANS-RESTO           PIC X(153).

       FD PENDFIRMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendfirmas.ubd".
       01 PENDFIRMA-REG.
           02 PFI-NUM               PIC  9(9).
           02 PFI-CUENTA            PIC 9(16).
           02 PFI-TARJETA-ORD       PIC 9(16).
           02 PFI-TIPO              PIC  9(1).
           02 PFI-DESTINO           PIC 9(16).
           02 PFI-RESTO             PIC X(158).

       FD DOSFIRMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dosfirmas.ubd".
       01 DOSFIRMA-REG.
           02 DOSF-CUENTA           PIC 9(16).
           02 DOSF-RESTO            PIC  X(1).

       FD ALIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alias.ubd".
       01 ALIAS-REG.
           02 ALI-TELEFONO          PIC  9(9).
           02 ALI-TARJETA           PIC 9(16).
           02 ALI-RESTO             PIC  X(1).

       FD BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
       01 BARRIDO-REG.
           02 BAR-TARJETA           PIC 9(16).
           02 BAR-RESTO             PIC X(19).

       FD SUSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suscripciones.ubd".
       01 SUSCRIPCION-REG.
           02 SUS-CLAVE.
               03 SUS-TARJETA       PIC 9(16).
               03 SUS-TELEFONO      PIC  9(9).
           02 SUS-RESTO             PIC X(16).

       FD REDONDEOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "redondeos.ubd".
       01 REDONDEO-REG.
           02 RDO-TARJETA           PIC 9(16).
           02 RDO-RESTO             PIC X(10).

       FD APARTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "apartados.ubd".
       01 APARTADO-REG.
           02 APA-CLAVE.
               03 APA-TARJETA       PIC 9(16).
               03 APA-NUM           PIC  9(1).
           02 APA-RESTO             PIC X(24).

       FD PRESUPUESTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "presupuestos.ubd".
       01 PRESUPUESTO-REG.
           02 PSU-CLAVE.
               03 PSU-TARJETA       PIC 9(16).
               03 PSU-CATEGORIA     PIC X(15).
           02 PSU-RESTO             PIC  X(9).

       FD LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
       01 LIMITE-REG.
           02 LIM-CLAVE.
               03 LIM-TARJETA       PIC 9(16).
               03 LIM-TIPO          PIC  9(1).
           02 LIM-RESTO             PIC X(42).

       FD CANALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "canales.ubd".
       01 CANAL-REG.
           02 CAN-TARJETA           PIC 9(16).
           02 CAN-RESTO             PIC  X(1).

       FD USOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "usos_tarjeta.ubd".
       01 USO-REG.
           02 USO-TARJETA           PIC 9(16).
           02 USO-RESTO             PIC X(21).

       FD ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertas_cliente.ubd".
       01 ALERTA-REG.
           02 ALR-CLAVE.
               03 ALR-TARJETA       PIC 9(16).
               03 ALR-TIPO          PIC  9(1).
           02 ALR-RESTO             PIC X(34).

       FD IBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "iban.ubd".
       01 IBAN-REG.
           02 IBAN-CLAVE.
               03 IBAN-TARJETA      PIC 9(16).
               03 IBAN-TIPO         PIC  9(1).
           02 IBAN-CODIGO           PIC X(24).

       FD LIBRETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "libretas.ubd".
       01 LIBRETA-REG.
           02 LIB-TARJETA           PIC 9(16).
           02 LIB-RESTO             PIC X(37).

       FD DIVISAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisas.ubd".
       01 DIVISA-REG.
           02 DIV-CLAVE.
               03 DIV-TARJETA       PIC 9(16).
               03 DIV-MONEDA        PIC  X(3).
           02 DIV-RESTO             PIC X(11).

       FD POSICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "posiciones.ubd".
       01 POSICION-REG.
           02 POS-TARJETA           PIC 9(16).
           02 POS-RESTO             PIC X(19).

       FD PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PRE-NUM               PIC  9(9).
           02 PRE-TARJETA           PIC 9(16).
           02 PRE-RESTO             PIC X(42).

       FD IMPAGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "impagos.ubd".
       01 IMPAGO-REG.
           02 IMP-CLAVE.
               03 IMP-TARJETA       PIC 9(16).
               03 IMP-FECHA-VTO     PIC  9(8).
               03 IMP-PRESTAMO      PIC  9(9).
           02 IMP-RESTO             PIC X(50).

       FD CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
       01 CREDITO-REG.
           02 CRD-TARJETA           PIC 9(16).
           02 CRD-RESTO             PIC X(103).

       FD PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
       01 PLAZO-REG.
           02 PLZ-NUM               PIC  9(9).
           02 PLZ-TARJETA           PIC 9(16).
           02 PLZ-RESTO             PIC X(35).

       FD ADHESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adhesiones_ahorro.ubd".
       01 ADHESION-REG.
           02 ADH-CLAVE.
               03 ADH-TARJETA       PIC 9(16).
               03 ADH-CAMPANA       PIC  9(4).
           02 ADH-RESTO             PIC X(59).

       FD NOMINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominas_recibidas.ubd".
       01 NOMINA-RECIBIDA-REG.
           02 NRC-CLAVE.
               03 NRC-TARJETA       PIC 9(16).
               03 NRC-FECHA         PIC  9(8).
               03 NRC-PAGADOR       PIC X(30).
           02 NRC-RESTO             PIC X(45).

       FD ANTICIPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anticipos_nomina.ubd".
       01 ANTICIPO-NOMINA-REG.
           02 ANN-TARJETA           PIC 9(16).
           02 ANN-RESTO             PIC X(112).

       FD RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
       01 RETENCION-REG.
           02 RET-NUM               PIC  9(9).
           02 RET-TARJETA           PIC 9(16).
           02 RET-RESTO             PIC X(18).

       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(9).
           02 EMB-TARJETA           PIC 9(16).
           02 EMB-RESTO             PIC X(102).

       FD MOROSIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "morosidad.ubd".
       01 MOROSIDAD-REG.
           02 MOR-TARJETA           PIC 9(16).
           02 MOR-RESTO             PIC X(15).

       FD TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
       01 TALONARIO-REG.
           02 TAL-NUM               PIC  9(9).
           02 TAL-TARJETA           PIC 9(16).
           02 TAL-RESTO             PIC X(48).

       FD CHEQUES-PROPIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques_propios.ubd".
       01 CHEQUE-PROPIO-REG.
           02 CHP-CHEQUE            PIC 9(10).
           02 CHP-TARJETA           PIC 9(16).
           02 CHP-RESTO             PIC X(72).

       FD CONTRATOS-CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contratos_cajas.ubd".
       01 CONTRATO-CAJA-REG.
           02 CCO-NUM               PIC  9(9).
           02 CCO-CAJA              PIC  9(5).
           02 CCO-TARJETA           PIC 9(16).
           02 CCO-RESTO             PIC X(70).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC 9(35).
           02 MOV-TARJETA           PIC 9(16).
           02 MOV-RESTO             PIC X(102).

       FD HISTORICO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos_historico.ubd".
       01 HISTORICO-REG.
           02 HIST-NUM              PIC 9(35).
           02 HIST-TARJETA          PIC 9(16).
           02 HIST-RESTO            PIC X(102).

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM                  PIC 9(16).
           02 IINTENTOS             PIC  9(1).
           02 IBLOQUEO-HASTA        PIC 9(12).

       FD CAMBIOS-PIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambio_pin.ubd".
       01 CAMBIO-PIN-REG.
           02 CPI-TARJETA           PIC 9(16).
           02 CPI-RESTO             PIC X(21).

       FD ASIGNACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursal_asignada.ubd".
       01 ASIGNACION-REG.
           02 ASU-CLAVE.
               03 ASU-TIPO          PIC  X(1).
               03 ASU-ID            PIC 9(17).
           02 ASU-RESTO             PIC X(16).

       FD DEVENGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devengos.ubd".
       01 DEVENGO-REG.
           02 DEV-CLAVE.
               03 DEV-TARJETA       PIC 9(16).
               03 DEV-TIPO          PIC  9(1).
           02 DEV-RESTO             PIC  X(9).

       FD SALDOS-DIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos_diarios.ubd".
       01 SALDO-DIARIO-REG.
           02 SDI-CLAVE.
               03 SDI-TARJETA       PIC 9(16).
               03 SDI-TIPO          PIC  9(1).
               03 SDI-FECHA         PIC  9(8).
           02 SDI-RESTO             PIC X(68).

       FD FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fiscal.ubd".
       01 FISCAL-REG.
           02 FIS-CLAVE.
               03 FIS-TARJETA       PIC 9(16).
               03 FIS-ANO           PIC  9(4).
           02 FIS-RESTO             PIC X(18).

       FD PREAPROBADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preaprobados.ubd".
       01 PREAPROBADO-REG.
           02 PAP-TARJETA           PIC 9(16).
           02 PAP-RESTO             PIC X(35).

       FD EMPRESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "empresas.ubd".
       01 EMPRESA-REG.
           02 EMP-TARJETA           PIC 9(16).
           02 EMP-RESTO             PIC X(30).

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PARAM-ID              PIC X(15).
           02 PARAM-VALOR           PIC  9(9).

       WORKING-STORAGE SECTION.
       77 FSC                      PIC  X(2).
       77 FSTI                     PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSMA                     PIC  X(2).
       77 FSOR                     PIC  X(2).
       77 FSTR                     PIC  X(2).
       77 FSPF                     PIC  X(2).
       77 FSDF                     PIC  X(2).
       77 FSAL                     PIC  X(2).
       77 FSBA                     PIC  X(2).
       77 FSSU                     PIC  X(2).
       77 FSRD                     PIC  X(2).
       77 FSAP                     PIC  X(2).
       77 FSPS                     PIC  X(2).
       77 FSLI                     PIC  X(2).
       77 FSCN                     PIC  X(2).
       77 FSUS                     PIC  X(2).
       77 FSAR                     PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSLB                     PIC  X(2).
       77 FSDV                     PIC  X(2).
       77 FSPO                     PIC  X(2).
       77 FSPR                     PIC  X(2).
       77 FSIM                     PIC  X(2).
       77 FSCR                     PIC  X(2).
       77 FSPL                     PIC  X(2).
       77 FSAH                     PIC  X(2).
       77 FSNR                     PIC  X(2).
       77 FSAN                     PIC  X(2).
       77 FSRT                     PIC  X(2).
       77 FSEM                     PIC  X(2).
       77 FSMO                     PIC  X(2).
       77 FSTL                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSCC                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSCPI                    PIC  X(2).
       77 FSAS                     PIC  X(2).
       77 FSDE                     PIC  X(2).
       77 FSSD                     PIC  X(2).
       77 FSFI                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSEP                     PIC  X(2).
       77 FSP                      PIC  X(2).

      *> ESTADO DE APERTURA Y REGISTROS MOVIDOS DEL FICHERO EN CURSO
       77 NOMBRE-FICHERO           PIC X(25).
       77 FS-APERTURA              PIC  X(2).
       77 CNT-FICHERO              PIC  9(7).
       77 CAMBIO-SW                PIC  X(1).
       77 INTENTOS-MAX             PIC  9(2) VALUE 3.

      *> CLAVES DE CUENTA EN SUCURSAL_ASIGNADA.UBD (TNUM * 10 + TIPO)
       77 ASU-CUENTA-VIEJA         PIC 9(17).
       77 ASU-CUENTA-NUEVA         PIC 9(17).
       77 ASU-ID-LEIDO             PIC 9(17).

       LINKAGE SECTION.
       01 PETICION-TRASLADO.
           02 PTR-TARJETA-VIEJA     PIC 9(16).
           02 PTR-TARJETA-NUEVA     PIC 9(16).
           02 PTR-TOTAL-FICHEROS    PIC  9(2).
           02 PTR-FICHERO OCCURS 50 TIMES.
               03 PTR-NOMBRE        PIC X(25).
               03 PTR-REGISTROS     PIC  9(7).
               03 PTR-ESTADO        PIC  X(2).
           02 PTR-RESULTADO         PIC  X(1).

       PROCEDURE DIVISION USING PETICION-TRASLADO.
       INICIO.
           MOVE "S" TO PTR-RESULTADO.
           MOVE 0   TO PTR-TOTAL-FICHEROS.
           IF PTR-TARJETA-VIEJA = 0 OR PTR-TARJETA-NUEVA = 0
               OR PTR-TARJETA-VIEJA = PTR-TARJETA-NUEVA
               MOVE "N" TO PTR-RESULTADO
               GO TO FIN.

           MOVE "INTENTOSMAX" TO PARAM-ID.
           OPEN INPUT PARAMETROS.
           IF FSP = 00
               READ PARAMETROS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO INTENTOS-MAX
               END-READ
           END-IF.
           CLOSE PARAMETROS.

           PERFORM TRASLADAR-CUENTAS
               THRU TRASLADAR-CUENTAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-TITULARES
               THRU TRASLADAR-TITULARES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-FAVORITOS
               THRU TRASLADAR-FAVORITOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-MANDATOS
               THRU TRASLADAR-MANDATOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-ORDENES
               THRU TRASLADAR-ORDENES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-TRANSFERENCIAS
               THRU TRASLADAR-TRANSFERENCIAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-PENDFIRMAS
               THRU TRASLADAR-PENDFIRMAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-DOSFIRMAS
               THRU TRASLADAR-DOSFIRMAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-ALIAS
               THRU TRASLADAR-ALIAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-BARRIDOS
               THRU TRASLADAR-BARRIDOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-SUSCRIPCIONES
               THRU TRASLADAR-SUSCRIPCIONES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-REDONDEOS
               THRU TRASLADAR-REDONDEOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-APARTADOS
               THRU TRASLADAR-APARTADOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-PRESUPUESTOS
               THRU TRASLADAR-PRESUPUESTOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-LIMITES
               THRU TRASLADAR-LIMITES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-CANALES
               THRU TRASLADAR-CANALES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-USOS
               THRU TRASLADAR-USOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-ALERTAS
               THRU TRASLADAR-ALERTAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-IBAN
               THRU TRASLADAR-IBAN-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-LIBRETAS
               THRU TRASLADAR-LIBRETAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-DIVISAS
               THRU TRASLADAR-DIVISAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-POSICIONES
               THRU TRASLADAR-POSICIONES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-PRESTAMOS
               THRU TRASLADAR-PRESTAMOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-IMPAGOS
               THRU TRASLADAR-IMPAGOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-CREDITOS
               THRU TRASLADAR-CREDITOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-PLAZOS
               THRU TRASLADAR-PLAZOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-ADHESIONES
               THRU TRASLADAR-ADHESIONES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-NOMINAS
               THRU TRASLADAR-NOMINAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-ANTICIPOS
               THRU TRASLADAR-ANTICIPOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-RETENCIONES
               THRU TRASLADAR-RETENCIONES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-EMBARGOS
               THRU TRASLADAR-EMBARGOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-MOROSIDAD
               THRU TRASLADAR-MOROSIDAD-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-TALONARIOS
               THRU TRASLADAR-TALONARIOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-CHEQUES-PROPIOS
               THRU TRASLADAR-CHEQUES-PROPIOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-CONTRATOS-CAJAS
               THRU TRASLADAR-CONTRATOS-CAJAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-MOVIMIENTOS
               THRU TRASLADAR-MOVIMIENTOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-HISTORICO
               THRU TRASLADAR-HISTORICO-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-INTENTOS
               THRU TRASLADAR-INTENTOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-CAMBIO-PIN
               THRU TRASLADAR-CAMBIO-PIN-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-ASIGNACIONES
               THRU TRASLADAR-ASIGNACIONES-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-DEVENGOS
               THRU TRASLADAR-DEVENGOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-SALDOS-DIARIOS
               THRU TRASLADAR-SALDOS-DIARIOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-FISCAL
               THRU TRASLADAR-FISCAL-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-PREAPROBADOS
               THRU TRASLADAR-PREAPROBADOS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.
           PERFORM TRASLADAR-EMPRESAS
               THRU TRASLADAR-EMPRESAS-FIN.
           PERFORM ANOTAR-FICHERO THRU ANOTAR-FICHERO-FIN.

       FIN.
           GOBACK.

      *> CORRIENTE Y AHORRO (CLAVE TARJETA + TIPO) CON SU SALDO, SU
      *> ULTIMO MOVIMIENTO Y SU DESCUBIERTO. CADA VUELTA SE SITUA DE
      *> NUEVO EN LA PRIMERA CLAVE QUE QUEDE DE LA TARJETA VIEJA: EL
      *> FICHERO SE TOCA ENTRE LECTURA Y LECTURA, Y ASI NO SE DEPENDE
      *> DE LA POSICION DE LA LECTURA ANTERIOR
       TRASLADAR-CUENTAS.
           MOVE "cuentas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O CUENTAS.
           IF FSC <> 00
               MOVE FSC TO FS-APERTURA
               CLOSE CUENTAS
               GO TO TRASLADAR-CUENTAS-FIN.

       TRASLADAR-CUENTA.
           MOVE LOW-VALUES        TO CTA-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO CTA-TARJETA.
           START CUENTAS KEY IS NOT LESS THAN CTA-CLAVE
               INVALID KEY GO TO TRASLADAR-CUENTAS-CIERRE
           END-START.
           READ CUENTAS NEXT RECORD AT END
               GO TO TRASLADAR-CUENTAS-CIERRE.
           IF CTA-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-CUENTAS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO CTA-TARJETA.
           WRITE CUENTA-REG INVALID KEY
               REWRITE CUENTA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO CTA-TARJETA.
           DELETE CUENTAS INVALID KEY
               GO TO TRASLADAR-CUENTAS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-CUENTA.

       TRASLADAR-CUENTAS-CIERRE.
           CLOSE CUENTAS.
       TRASLADAR-CUENTAS-FIN.
           EXIT.

      *> EL DIRECTORIO DE TITULARES (VER GESTION_TITULARES): LA ENTRADA
      *> DE LA PROPIA TARJETA SE MUEVE A LA CLAVE NUEVA, Y LAS DE LOS
      *> AUTORIZADOS SOBRE SU CUENTA PASAN A APUNTAR AL NUMERO NUEVO
       TRASLADAR-TITULARES.
           MOVE "titulares.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O TITULARES.
           IF FSTI <> 00
               MOVE FSTI TO FS-APERTURA
               CLOSE TITULARES
               GO TO TRASLADAR-TITULARES-FIN.

           MOVE PTR-TARJETA-VIEJA TO TIT-TARJETA.
           READ TITULARES INVALID KEY
               GO TO TRASLADAR-TITULARES-AJENOS.
           MOVE PTR-TARJETA-NUEVA TO TIT-TARJETA.
           WRITE TITULAR-REG INVALID KEY
               REWRITE TITULAR-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO TIT-TARJETA.
           DELETE TITULARES INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.

      *> AUTORIZADOS DE OTRAS TARJETAS SOBRE LA CUENTA TRASLADADA
       TRASLADAR-TITULARES-AJENOS.
           MOVE 0 TO TIT-TARJETA.
           START TITULARES KEY IS NOT LESS THAN TIT-TARJETA
               INVALID KEY GO TO TRASLADAR-TITULARES-CIERRE
           END-START.

       TRASLADAR-TITULAR.
           READ TITULARES NEXT RECORD AT END
               GO TO TRASLADAR-TITULARES-CIERRE.
           IF TIT-CUENTA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO TIT-CUENTA
               REWRITE TITULAR-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-TITULAR.

       TRASLADAR-TITULARES-CIERRE.
           CLOSE TITULARES.
       TRASLADAR-TITULARES-FIN.
           EXIT.

      *> FAVORITOS DEL TITULAR (CLAVE TARJETA + NUMERO) Y, EN UNA
      *> SEGUNDA PASADA, LOS DE OTROS TITULARES QUE APUNTAN A SU
      *> CUENTA (FAV-CUENTA)
       TRASLADAR-FAVORITOS.
           MOVE "favoritos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O FAVORITOS.
           IF FSF <> 00
               MOVE FSF TO FS-APERTURA
               CLOSE FAVORITOS
               GO TO TRASLADAR-FAVORITOS-FIN.

       TRASLADAR-FAVORITO.
           MOVE LOW-VALUES        TO FAV-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO FAV-TARJETA.
           START FAVORITOS KEY IS NOT LESS THAN FAV-CLAVE
               INVALID KEY GO TO TRASLADAR-FAVORITOS-CIERRE
           END-START.
           READ FAVORITOS NEXT RECORD AT END
               GO TO TRASLADAR-FAVORITOS-CIERRE.
           IF FAV-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-FAVORITOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO FAV-TARJETA.
           WRITE FAVORITO-REG INVALID KEY
               REWRITE FAVORITO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO FAV-TARJETA.
           DELETE FAVORITOS INVALID KEY
               GO TO TRASLADAR-FAVORITOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-FAVORITO.

       TRASLADAR-FAVORITOS-CIERRE.
           CLOSE FAVORITOS.

           OPEN I-O FAVORITOS.
           IF FSF <> 00
               MOVE FSF TO FS-APERTURA
               CLOSE FAVORITOS
               GO TO TRASLADAR-FAVORITOS-FIN.

       TRASLADAR-FAVORITO-AJENO.
           READ FAVORITOS NEXT RECORD AT END
               GO TO TRASLADAR-FAVORITOS-AJENOS-CIERRE.
           IF FAV-CUENTA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO FAV-CUENTA
               REWRITE FAVORITO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-FAVORITO-AJENO.

       TRASLADAR-FAVORITOS-AJENOS-CIERRE.
           CLOSE FAVORITOS.
       TRASLADAR-FAVORITOS-FIN.
           EXIT.

      *> MANDATOS DE ADEUDO (CLAVE TARJETA + ACREEDOR): SIN ESTO EL
      *> PRIMER RECIBO DEL ACREEDOR SE TOMARIA POR UN MANDATO NUEVO
       TRASLADAR-MANDATOS.
           MOVE "mandatos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O MANDATOS.
           IF FSMA <> 00
               MOVE FSMA TO FS-APERTURA
               CLOSE MANDATOS
               GO TO TRASLADAR-MANDATOS-FIN.

       TRASLADAR-MANDATO.
           MOVE LOW-VALUES        TO MAN-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO MAN-TARJETA.
           START MANDATOS KEY IS NOT LESS THAN MAN-CLAVE
               INVALID KEY GO TO TRASLADAR-MANDATOS-CIERRE
           END-START.
           READ MANDATOS NEXT RECORD AT END
               GO TO TRASLADAR-MANDATOS-CIERRE.
           IF MAN-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-MANDATOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO MAN-TARJETA.
           WRITE MANDATO-REG INVALID KEY
               REWRITE MANDATO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO MAN-TARJETA.
           DELETE MANDATOS INVALID KEY
               GO TO TRASLADAR-MANDATOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-MANDATO.

       TRASLADAR-MANDATOS-CIERRE.
           CLOSE MANDATOS.
       TRASLADAR-MANDATOS-FIN.
           EXIT.

      *> ORDENES DE RETIRADA PROGRAMADAS (VER GESTION_ORDENES)
       TRASLADAR-ORDENES.
           MOVE "ordenes.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O ORDENES.
           IF FSOR <> 00
               MOVE FSOR TO FS-APERTURA
               CLOSE ORDENES
               GO TO TRASLADAR-ORDENES-FIN.

       TRASLADAR-ORDEN.
           READ ORDENES NEXT RECORD AT END
               GO TO TRASLADAR-ORDENES-CIERRE.
           IF ORD-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO ORD-TARJETA
               REWRITE ORDEN-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-ORDEN.

       TRASLADAR-ORDENES-CIERRE.
           CLOSE ORDENES.
       TRASLADAR-ORDENES-FIN.
           EXIT.

      *> TRANSFERENCIAS PERIODICAS Y PROGRAMADAS, TANTO LAS QUE
      *> ORDENA LA TARJETA COMO LAS QUE LA TIENEN DE DESTINO
       TRASLADAR-TRANSFERENCIAS.
           MOVE "transferencias.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O TRANSFERENCIAS.
           IF FSTR <> 00
               MOVE FSTR TO FS-APERTURA
               CLOSE TRANSFERENCIAS
               GO TO TRASLADAR-TRANSFERENCIAS-FIN.

       TRASLADAR-TRANSFERENCIA.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO TRASLADAR-TRANSFERENCIAS-CIERRE.
           MOVE "N" TO CAMBIO-SW.
           IF TRANS-TARJETA-ORD = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO TRANS-TARJETA-ORD
               MOVE "S" TO CAMBIO-SW.
           IF TRANS-TARJETA-DST = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO TRANS-TARJETA-DST
               MOVE "S" TO CAMBIO-SW.
           IF CAMBIO-SW = "S"
               REWRITE TRANSFERENCIA-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-TRANSFERENCIA.

       TRASLADAR-TRANSFERENCIAS-CIERRE.
           CLOSE TRANSFERENCIAS.
       TRASLADAR-TRANSFERENCIAS-FIN.
           EXIT.

      *> OPERACIONES PENDIENTES DE SEGUNDA FIRMA (VER BANK24)
       TRASLADAR-PENDFIRMAS.
           MOVE "pendfirmas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O PENDFIRMAS.
           IF FSPF <> 00
               MOVE FSPF TO FS-APERTURA
               CLOSE PENDFIRMAS
               GO TO TRASLADAR-PENDFIRMAS-FIN.

       TRASLADAR-PENDFIRMA.
           READ PENDFIRMAS NEXT RECORD AT END
               GO TO TRASLADAR-PENDFIRMAS-CIERRE.
           MOVE "N" TO CAMBIO-SW.
           IF PFI-CUENTA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO PFI-CUENTA
               MOVE "S" TO CAMBIO-SW.
           IF PFI-TARJETA-ORD = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO PFI-TARJETA-ORD
               MOVE "S" TO CAMBIO-SW.
           IF PFI-DESTINO = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO PFI-DESTINO
               MOVE "S" TO CAMBIO-SW.
           IF CAMBIO-SW = "S"
               REWRITE PENDFIRMA-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-PENDFIRMA.

       TRASLADAR-PENDFIRMAS-CIERRE.
           CLOSE PENDFIRMAS.
       TRASLADAR-PENDFIRMAS-FIN.
           EXIT.

      *> MARCA DE CUENTA A DOS FIRMAS (CLAVE LA CUENTA BASE)
       TRASLADAR-DOSFIRMAS.
           MOVE "dosfirmas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O DOSFIRMAS.
           IF FSDF <> 00
               MOVE FSDF TO FS-APERTURA
               CLOSE DOSFIRMAS
               GO TO TRASLADAR-DOSFIRMAS-FIN.

           MOVE PTR-TARJETA-VIEJA TO DOSF-CUENTA.
           READ DOSFIRMAS INVALID KEY
               CLOSE DOSFIRMAS
               GO TO TRASLADAR-DOSFIRMAS-FIN.

           MOVE PTR-TARJETA-NUEVA TO DOSF-CUENTA.
           WRITE DOSFIRMA-REG INVALID KEY
               REWRITE DOSFIRMA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO DOSF-CUENTA.
           DELETE DOSFIRMAS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE DOSFIRMAS.
       TRASLADAR-DOSFIRMAS-FIN.
           EXIT.

      *> ALIAS DE PAGO POR TELEFONO (LA CLAVE ES EL TELEFONO)
       TRASLADAR-ALIAS.
           MOVE "alias.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O ALIAS.
           IF FSAL <> 00
               MOVE FSAL TO FS-APERTURA
               CLOSE ALIAS
               GO TO TRASLADAR-ALIAS-FIN.

       TRASLADAR-ALIAS-LEER.
           READ ALIAS NEXT RECORD AT END
               GO TO TRASLADAR-ALIAS-CIERRE.
           IF ALI-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO ALI-TARJETA
               REWRITE ALIAS-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-ALIAS-LEER.

       TRASLADAR-ALIAS-CIERRE.
           CLOSE ALIAS.
       TRASLADAR-ALIAS-FIN.
           EXIT.

      *> REGLAS DEL TITULAR CON CLAVE PROPIA POR TARJETA: SE GRABA
      *> LA NUEVA Y LUEGO SE BORRA LA VIEJA, PARA QUE UNA CAIDA ENTRE
      *> MEDIAS NO PIERDA LA REGLA
       TRASLADAR-BARRIDOS.
           MOVE "barridos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O BARRIDOS.
           IF FSBA <> 00
               MOVE FSBA TO FS-APERTURA
               CLOSE BARRIDOS
               GO TO TRASLADAR-BARRIDOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               CLOSE BARRIDOS
               GO TO TRASLADAR-BARRIDOS-FIN.

           MOVE PTR-TARJETA-NUEVA TO BAR-TARJETA.
           WRITE BARRIDO-REG INVALID KEY
               REWRITE BARRIDO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO BAR-TARJETA.
           DELETE BARRIDOS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE BARRIDOS.
       TRASLADAR-BARRIDOS-FIN.
           EXIT.

       TRASLADAR-SUSCRIPCIONES.
           MOVE "suscripciones.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O SUSCRIPCIONES.
           IF FSSU <> 00
               MOVE FSSU TO FS-APERTURA
               CLOSE SUSCRIPCIONES
               GO TO TRASLADAR-SUSCRIPCIONES-FIN.

       TRASLADAR-SUSCRIPCION.
           MOVE LOW-VALUES        TO SUS-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO SUS-TARJETA.
           START SUSCRIPCIONES KEY IS NOT LESS THAN SUS-CLAVE
               INVALID KEY GO TO TRASLADAR-SUSCRIPCIONES-CIERRE
           END-START.
           READ SUSCRIPCIONES NEXT RECORD AT END
               GO TO TRASLADAR-SUSCRIPCIONES-CIERRE.
           IF SUS-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-SUSCRIPCIONES-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO SUS-TARJETA.
           WRITE SUSCRIPCION-REG INVALID KEY
               REWRITE SUSCRIPCION-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO SUS-TARJETA.
           DELETE SUSCRIPCIONES INVALID KEY
               GO TO TRASLADAR-SUSCRIPCIONES-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-SUSCRIPCION.

       TRASLADAR-SUSCRIPCIONES-CIERRE.
           CLOSE SUSCRIPCIONES.
       TRASLADAR-SUSCRIPCIONES-FIN.
           EXIT.

       TRASLADAR-REDONDEOS.
           MOVE "redondeos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O REDONDEOS.
           IF FSRD <> 00
               MOVE FSRD TO FS-APERTURA
               CLOSE REDONDEOS
               GO TO TRASLADAR-REDONDEOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO RDO-TARJETA.
           READ REDONDEOS INVALID KEY
               CLOSE REDONDEOS
               GO TO TRASLADAR-REDONDEOS-FIN.

           MOVE PTR-TARJETA-NUEVA TO RDO-TARJETA.
           WRITE REDONDEO-REG INVALID KEY
               REWRITE REDONDEO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO RDO-TARJETA.
           DELETE REDONDEOS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE REDONDEOS.
       TRASLADAR-REDONDEOS-FIN.
           EXIT.

       TRASLADAR-APARTADOS.
           MOVE "apartados.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O APARTADOS.
           IF FSAP <> 00
               MOVE FSAP TO FS-APERTURA
               CLOSE APARTADOS
               GO TO TRASLADAR-APARTADOS-FIN.

       TRASLADAR-APARTADO.
           MOVE LOW-VALUES        TO APA-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO APA-TARJETA.
           START APARTADOS KEY IS NOT LESS THAN APA-CLAVE
               INVALID KEY GO TO TRASLADAR-APARTADOS-CIERRE
           END-START.
           READ APARTADOS NEXT RECORD AT END
               GO TO TRASLADAR-APARTADOS-CIERRE.
           IF APA-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-APARTADOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO APA-TARJETA.
           WRITE APARTADO-REG INVALID KEY
               REWRITE APARTADO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO APA-TARJETA.
           DELETE APARTADOS INVALID KEY
               GO TO TRASLADAR-APARTADOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-APARTADO.

       TRASLADAR-APARTADOS-CIERRE.
           CLOSE APARTADOS.
       TRASLADAR-APARTADOS-FIN.
           EXIT.

       TRASLADAR-PRESUPUESTOS.
           MOVE "presupuestos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O PRESUPUESTOS.
           IF FSPS <> 00
               MOVE FSPS TO FS-APERTURA
               CLOSE PRESUPUESTOS
               GO TO TRASLADAR-PRESUPUESTOS-FIN.

       TRASLADAR-PRESUPUESTO.
           MOVE LOW-VALUES        TO PSU-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO PSU-TARJETA.
           START PRESUPUESTOS KEY IS NOT LESS THAN PSU-CLAVE
               INVALID KEY GO TO TRASLADAR-PRESUPUESTOS-CIERRE
           END-START.
           READ PRESUPUESTOS NEXT RECORD AT END
               GO TO TRASLADAR-PRESUPUESTOS-CIERRE.
           IF PSU-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-PRESUPUESTOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO PSU-TARJETA.
           WRITE PRESUPUESTO-REG INVALID KEY
               REWRITE PRESUPUESTO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO PSU-TARJETA.
           DELETE PRESUPUESTOS INVALID KEY
               GO TO TRASLADAR-PRESUPUESTOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-PRESUPUESTO.

       TRASLADAR-PRESUPUESTOS-CIERRE.
           CLOSE PRESUPUESTOS.
       TRASLADAR-PRESUPUESTOS-FIN.
           EXIT.

       TRASLADAR-LIMITES.
           MOVE "limites.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O LIMITES.
           IF FSLI <> 00
               MOVE FSLI TO FS-APERTURA
               CLOSE LIMITES
               GO TO TRASLADAR-LIMITES-FIN.

       TRASLADAR-LIMITE.
           MOVE LOW-VALUES        TO LIM-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO LIM-TARJETA.
           START LIMITES KEY IS NOT LESS THAN LIM-CLAVE
               INVALID KEY GO TO TRASLADAR-LIMITES-CIERRE
           END-START.
           READ LIMITES NEXT RECORD AT END
               GO TO TRASLADAR-LIMITES-CIERRE.
           IF LIM-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-LIMITES-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO LIM-TARJETA.
           WRITE LIMITE-REG INVALID KEY
               REWRITE LIMITE-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO LIM-TARJETA.
           DELETE LIMITES INVALID KEY
               GO TO TRASLADAR-LIMITES-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-LIMITE.

       TRASLADAR-LIMITES-CIERRE.
           CLOSE LIMITES.
       TRASLADAR-LIMITES-FIN.
           EXIT.

       TRASLADAR-CANALES.
           MOVE "canales.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O CANALES.
           IF FSCN <> 00
               MOVE FSCN TO FS-APERTURA
               CLOSE CANALES
               GO TO TRASLADAR-CANALES-FIN.

           MOVE PTR-TARJETA-VIEJA TO CAN-TARJETA.
           READ CANALES INVALID KEY
               CLOSE CANALES
               GO TO TRASLADAR-CANALES-FIN.

           MOVE PTR-TARJETA-NUEVA TO CAN-TARJETA.
           WRITE CANAL-REG INVALID KEY
               REWRITE CANAL-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO CAN-TARJETA.
           DELETE CANALES INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE CANALES.
       TRASLADAR-CANALES-FIN.
           EXIT.

       TRASLADAR-USOS.
           MOVE "usos_tarjeta.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O USOS.
           IF FSUS <> 00
               MOVE FSUS TO FS-APERTURA
               CLOSE USOS
               GO TO TRASLADAR-USOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO USO-TARJETA.
           READ USOS INVALID KEY
               CLOSE USOS
               GO TO TRASLADAR-USOS-FIN.

           MOVE PTR-TARJETA-NUEVA TO USO-TARJETA.
           WRITE USO-REG INVALID KEY
               REWRITE USO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO USO-TARJETA.
           DELETE USOS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE USOS.
       TRASLADAR-USOS-FIN.
           EXIT.

       TRASLADAR-ALERTAS.
           MOVE "alertas_cliente.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O ALERTAS.
           IF FSAR <> 00
               MOVE FSAR TO FS-APERTURA
               CLOSE ALERTAS
               GO TO TRASLADAR-ALERTAS-FIN.

       TRASLADAR-ALERTA.
           MOVE LOW-VALUES        TO ALR-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO ALR-TARJETA.
           START ALERTAS KEY IS NOT LESS THAN ALR-CLAVE
               INVALID KEY GO TO TRASLADAR-ALERTAS-CIERRE
           END-START.
           READ ALERTAS NEXT RECORD AT END
               GO TO TRASLADAR-ALERTAS-CIERRE.
           IF ALR-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-ALERTAS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO ALR-TARJETA.
           WRITE ALERTA-REG INVALID KEY
               REWRITE ALERTA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO ALR-TARJETA.
           DELETE ALERTAS INVALID KEY
               GO TO TRASLADAR-ALERTAS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-ALERTA.

       TRASLADAR-ALERTAS-CIERRE.
           CLOSE ALERTAS.
       TRASLADAR-ALERTAS-FIN.
           EXIT.

       TRASLADAR-IBAN.
           MOVE "iban.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O IBAN.
           IF FSIB <> 00
               MOVE FSIB TO FS-APERTURA
               CLOSE IBAN
               GO TO TRASLADAR-IBAN-FIN.

       TRASLADAR-IBAN-LEER.
           MOVE LOW-VALUES        TO IBAN-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO IBAN-TARJETA.
           START IBAN KEY IS NOT LESS THAN IBAN-CLAVE
               INVALID KEY GO TO TRASLADAR-IBAN-CIERRE
           END-START.
           READ IBAN NEXT RECORD AT END
               GO TO TRASLADAR-IBAN-CIERRE.
           IF IBAN-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-IBAN-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO IBAN-TARJETA.
           WRITE IBAN-REG INVALID KEY
               REWRITE IBAN-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO IBAN-TARJETA.
           DELETE IBAN INVALID KEY
               GO TO TRASLADAR-IBAN-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-IBAN-LEER.

       TRASLADAR-IBAN-CIERRE.
           CLOSE IBAN.
       TRASLADAR-IBAN-FIN.
           EXIT.

       TRASLADAR-LIBRETAS.
           MOVE "libretas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O LIBRETAS.
           IF FSLB <> 00
               MOVE FSLB TO FS-APERTURA
               CLOSE LIBRETAS
               GO TO TRASLADAR-LIBRETAS-FIN.

           MOVE PTR-TARJETA-VIEJA TO LIB-TARJETA.
           READ LIBRETAS INVALID KEY
               CLOSE LIBRETAS
               GO TO TRASLADAR-LIBRETAS-FIN.

           MOVE PTR-TARJETA-NUEVA TO LIB-TARJETA.
           WRITE LIBRETA-REG INVALID KEY
               REWRITE LIBRETA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO LIB-TARJETA.
           DELETE LIBRETAS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE LIBRETAS.
       TRASLADAR-LIBRETAS-FIN.
           EXIT.

       TRASLADAR-DIVISAS.
           MOVE "divisas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O DIVISAS.
           IF FSDV <> 00
               MOVE FSDV TO FS-APERTURA
               CLOSE DIVISAS
               GO TO TRASLADAR-DIVISAS-FIN.

       TRASLADAR-DIVISA.
           MOVE LOW-VALUES        TO DIV-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO DIV-TARJETA.
           START DIVISAS KEY IS NOT LESS THAN DIV-CLAVE
               INVALID KEY GO TO TRASLADAR-DIVISAS-CIERRE
           END-START.
           READ DIVISAS NEXT RECORD AT END
               GO TO TRASLADAR-DIVISAS-CIERRE.
           IF DIV-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-DIVISAS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO DIV-TARJETA.
           WRITE DIVISA-REG INVALID KEY
               REWRITE DIVISA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO DIV-TARJETA.
           DELETE DIVISAS INVALID KEY
               GO TO TRASLADAR-DIVISAS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-DIVISA.

       TRASLADAR-DIVISAS-CIERRE.
           CLOSE DIVISAS.
       TRASLADAR-DIVISAS-FIN.
           EXIT.

       TRASLADAR-POSICIONES.
           MOVE "posiciones.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O POSICIONES.
           IF FSPO <> 00
               MOVE FSPO TO FS-APERTURA
               CLOSE POSICIONES
               GO TO TRASLADAR-POSICIONES-FIN.

           MOVE PTR-TARJETA-VIEJA TO POS-TARJETA.
           READ POSICIONES INVALID KEY
               CLOSE POSICIONES
               GO TO TRASLADAR-POSICIONES-FIN.

           MOVE PTR-TARJETA-NUEVA TO POS-TARJETA.
           WRITE POSICION-REG INVALID KEY
               REWRITE POSICION-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO POS-TARJETA.
           DELETE POSICIONES INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE POSICIONES.
       TRASLADAR-POSICIONES-FIN.
           EXIT.

      *> PRESTAMOS Y SUS CUOTAS IMPAGADAS, Y LA CUENTA DE CREDITO
       TRASLADAR-PRESTAMOS.
           MOVE "prestamos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O PRESTAMOS.
           IF FSPR <> 00
               MOVE FSPR TO FS-APERTURA
               CLOSE PRESTAMOS
               GO TO TRASLADAR-PRESTAMOS-FIN.

       TRASLADAR-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO TRASLADAR-PRESTAMOS-CIERRE.
           IF PRE-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO PRE-TARJETA
               REWRITE PRESTAMO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-PRESTAMO.

       TRASLADAR-PRESTAMOS-CIERRE.
           CLOSE PRESTAMOS.
       TRASLADAR-PRESTAMOS-FIN.
           EXIT.

       TRASLADAR-IMPAGOS.
           MOVE "impagos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O IMPAGOS.
           IF FSIM <> 00
               MOVE FSIM TO FS-APERTURA
               CLOSE IMPAGOS
               GO TO TRASLADAR-IMPAGOS-FIN.

       TRASLADAR-IMPAGO.
           MOVE LOW-VALUES        TO IMP-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO IMP-TARJETA.
           START IMPAGOS KEY IS NOT LESS THAN IMP-CLAVE
               INVALID KEY GO TO TRASLADAR-IMPAGOS-CIERRE
           END-START.
           READ IMPAGOS NEXT RECORD AT END
               GO TO TRASLADAR-IMPAGOS-CIERRE.
           IF IMP-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-IMPAGOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO IMP-TARJETA.
           WRITE IMPAGO-REG INVALID KEY
               REWRITE IMPAGO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO IMP-TARJETA.
           DELETE IMPAGOS INVALID KEY
               GO TO TRASLADAR-IMPAGOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-IMPAGO.

       TRASLADAR-IMPAGOS-CIERRE.
           CLOSE IMPAGOS.
       TRASLADAR-IMPAGOS-FIN.
           EXIT.

       TRASLADAR-CREDITOS.
           MOVE "creditos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O CREDITOS.
           IF FSCR <> 00
               MOVE FSCR TO FS-APERTURA
               CLOSE CREDITOS
               GO TO TRASLADAR-CREDITOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO CRD-TARJETA.
           READ CREDITOS INVALID KEY
               CLOSE CREDITOS
               GO TO TRASLADAR-CREDITOS-FIN.

           MOVE PTR-TARJETA-NUEVA TO CRD-TARJETA.
           WRITE CREDITO-REG INVALID KEY
               REWRITE CREDITO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO CRD-TARJETA.
           DELETE CREDITOS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE CREDITOS.
       TRASLADAR-CREDITOS-FIN.
           EXIT.

      *> DEPOSITOS, PROMOCIONES DE AHORRO, NOMINAS RECIBIDAS (DE
      *> ELLAS SALE EL ANTICIPO) Y EL PROPIO ANTICIPO
       TRASLADAR-PLAZOS.
           MOVE "plazos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O PLAZOS.
           IF FSPL <> 00
               MOVE FSPL TO FS-APERTURA
               CLOSE PLAZOS
               GO TO TRASLADAR-PLAZOS-FIN.

       TRASLADAR-PLAZO.
           READ PLAZOS NEXT RECORD AT END
               GO TO TRASLADAR-PLAZOS-CIERRE.
           IF PLZ-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO PLZ-TARJETA
               REWRITE PLAZO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-PLAZO.

       TRASLADAR-PLAZOS-CIERRE.
           CLOSE PLAZOS.
       TRASLADAR-PLAZOS-FIN.
           EXIT.

       TRASLADAR-ADHESIONES.
           MOVE "adhesiones_ahorro.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O ADHESIONES.
           IF FSAH <> 00
               MOVE FSAH TO FS-APERTURA
               CLOSE ADHESIONES
               GO TO TRASLADAR-ADHESIONES-FIN.

       TRASLADAR-ADHESION.
           MOVE LOW-VALUES        TO ADH-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO ADH-TARJETA.
           START ADHESIONES KEY IS NOT LESS THAN ADH-CLAVE
               INVALID KEY GO TO TRASLADAR-ADHESIONES-CIERRE
           END-START.
           READ ADHESIONES NEXT RECORD AT END
               GO TO TRASLADAR-ADHESIONES-CIERRE.
           IF ADH-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-ADHESIONES-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO ADH-TARJETA.
           WRITE ADHESION-REG INVALID KEY
               REWRITE ADHESION-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO ADH-TARJETA.
           DELETE ADHESIONES INVALID KEY
               GO TO TRASLADAR-ADHESIONES-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-ADHESION.

       TRASLADAR-ADHESIONES-CIERRE.
           CLOSE ADHESIONES.
       TRASLADAR-ADHESIONES-FIN.
           EXIT.

       TRASLADAR-NOMINAS.
           MOVE "nominas_recibidas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O NOMINAS.
           IF FSNR <> 00
               MOVE FSNR TO FS-APERTURA
               CLOSE NOMINAS
               GO TO TRASLADAR-NOMINAS-FIN.

       TRASLADAR-NOMINA.
           MOVE LOW-VALUES        TO NRC-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO NRC-TARJETA.
           START NOMINAS KEY IS NOT LESS THAN NRC-CLAVE
               INVALID KEY GO TO TRASLADAR-NOMINAS-CIERRE
           END-START.
           READ NOMINAS NEXT RECORD AT END
               GO TO TRASLADAR-NOMINAS-CIERRE.
           IF NRC-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-NOMINAS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO NRC-TARJETA.
           WRITE NOMINA-RECIBIDA-REG INVALID KEY
               REWRITE NOMINA-RECIBIDA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO NRC-TARJETA.
           DELETE NOMINAS INVALID KEY
               GO TO TRASLADAR-NOMINAS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-NOMINA.

       TRASLADAR-NOMINAS-CIERRE.
           CLOSE NOMINAS.
       TRASLADAR-NOMINAS-FIN.
           EXIT.

       TRASLADAR-ANTICIPOS.
           MOVE "anticipos_nomina.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O ANTICIPOS.
           IF FSAN <> 00
               MOVE FSAN TO FS-APERTURA
               CLOSE ANTICIPOS
               GO TO TRASLADAR-ANTICIPOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO ANN-TARJETA.
           READ ANTICIPOS INVALID KEY
               CLOSE ANTICIPOS
               GO TO TRASLADAR-ANTICIPOS-FIN.

           MOVE PTR-TARJETA-NUEVA TO ANN-TARJETA.
           WRITE ANTICIPO-NOMINA-REG INVALID KEY
               REWRITE ANTICIPO-NOMINA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO ANN-TARJETA.
           DELETE ANTICIPOS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE ANTICIPOS.
       TRASLADAR-ANTICIPOS-FIN.
           EXIT.

      *> RETENCIONES DE SALDO VIVAS Y EMBARGOS: SI SE QUEDARAN EN EL
      *> NUMERO VIEJO LA CUENTA TRASLADADA QUEDARIA SIN RETENER
       TRASLADAR-RETENCIONES.
           MOVE "retenciones.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O RETENCIONES.
           IF FSRT <> 00
               MOVE FSRT TO FS-APERTURA
               CLOSE RETENCIONES
               GO TO TRASLADAR-RETENCIONES-FIN.

       TRASLADAR-RETENCION.
           READ RETENCIONES NEXT RECORD AT END
               GO TO TRASLADAR-RETENCIONES-CIERRE.
           IF RET-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO RET-TARJETA
               REWRITE RETENCION-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-RETENCION.

       TRASLADAR-RETENCIONES-CIERRE.
           CLOSE RETENCIONES.
       TRASLADAR-RETENCIONES-FIN.
           EXIT.

       TRASLADAR-EMBARGOS.
           MOVE "embargos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O EMBARGOS.
           IF FSEM <> 00
               MOVE FSEM TO FS-APERTURA
               CLOSE EMBARGOS
               GO TO TRASLADAR-EMBARGOS-FIN.

       TRASLADAR-EMBARGO.
           READ EMBARGOS NEXT RECORD AT END
               GO TO TRASLADAR-EMBARGOS-CIERRE.
           IF EMB-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO EMB-TARJETA
               REWRITE EMBARGO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-EMBARGO.

       TRASLADAR-EMBARGOS-CIERRE.
           CLOSE EMBARGOS.
       TRASLADAR-EMBARGOS-FIN.
           EXIT.

       TRASLADAR-MOROSIDAD.
           MOVE "morosidad.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O MOROSIDAD.
           IF FSMO <> 00
               MOVE FSMO TO FS-APERTURA
               CLOSE MOROSIDAD
               GO TO TRASLADAR-MOROSIDAD-FIN.

           MOVE PTR-TARJETA-VIEJA TO MOR-TARJETA.
           READ MOROSIDAD INVALID KEY
               CLOSE MOROSIDAD
               GO TO TRASLADAR-MOROSIDAD-FIN.

           MOVE PTR-TARJETA-NUEVA TO MOR-TARJETA.
           WRITE MOROSIDAD-REG INVALID KEY
               REWRITE MOROSIDAD-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO MOR-TARJETA.
           DELETE MOROSIDAD INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE MOROSIDAD.
       TRASLADAR-MOROSIDAD-FIN.
           EXIT.

      *> TALONARIOS Y CHEQUES PROPIOS (COMPENSAR_PROPIOS BUSCA EL
      *> TALONARIO POR LA CUENTA) Y CONTRATOS DE CAJAS DE SEGURIDAD
       TRASLADAR-TALONARIOS.
           MOVE "talonarios.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O TALONARIOS.
           IF FSTL <> 00
               MOVE FSTL TO FS-APERTURA
               CLOSE TALONARIOS
               GO TO TRASLADAR-TALONARIOS-FIN.

       TRASLADAR-TALONARIO.
           READ TALONARIOS NEXT RECORD AT END
               GO TO TRASLADAR-TALONARIOS-CIERRE.
           IF TAL-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO TAL-TARJETA
               REWRITE TALONARIO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-TALONARIO.

       TRASLADAR-TALONARIOS-CIERRE.
           CLOSE TALONARIOS.
       TRASLADAR-TALONARIOS-FIN.
           EXIT.

       TRASLADAR-CHEQUES-PROPIOS.
           MOVE "cheques_propios.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O CHEQUES-PROPIOS.
           IF FSCP <> 00
               MOVE FSCP TO FS-APERTURA
               CLOSE CHEQUES-PROPIOS
               GO TO TRASLADAR-CHEQUES-PROPIOS-FIN.

       TRASLADAR-CHEQUE-PROPIO.
           READ CHEQUES-PROPIOS NEXT RECORD AT END
               GO TO TRASLADAR-CHEQUES-PROPIOS-CIERRE.
           IF CHP-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO CHP-TARJETA
               REWRITE CHEQUE-PROPIO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-CHEQUE-PROPIO.

       TRASLADAR-CHEQUES-PROPIOS-CIERRE.
           CLOSE CHEQUES-PROPIOS.
       TRASLADAR-CHEQUES-PROPIOS-FIN.
           EXIT.

       TRASLADAR-CONTRATOS-CAJAS.
           MOVE "contratos_cajas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O CONTRATOS-CAJAS.
           IF FSCC <> 00
               MOVE FSCC TO FS-APERTURA
               CLOSE CONTRATOS-CAJAS
               GO TO TRASLADAR-CONTRATOS-CAJAS-FIN.

       TRASLADAR-CONTRATO-CAJA.
           READ CONTRATOS-CAJAS NEXT RECORD AT END
               GO TO TRASLADAR-CONTRATOS-CAJAS-CIERRE.
           IF CCO-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO CCO-TARJETA
               REWRITE CONTRATO-CAJA-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-CONTRATO-CAJA.

       TRASLADAR-CONTRATOS-CAJAS-CIERRE.
           CLOSE CONTRATOS-CAJAS.
       TRASLADAR-CONTRATOS-CAJAS-FIN.
           EXIT.

      *> EL HISTORIAL TAMBIEN CAMBIA DE NUMERO: SIN ESTO, CONCILIAR
      *> ENCONTRARIA UNA CADENA VACIA PARA LA TARJETA NUEVA Y LOS
      *> EXTRACTOS (BANK3, ESTADOS_CUENTA, CONSULTA_HISTORICO)
      *> SALDRIAN EN BLANCO. LA CLAVE ALTERNATIVA POR TARJETA ADMITE
      *> EL REWRITE EN PLENO RECORRIDO POR LA CLAVE PRIMARIA
       TRASLADAR-MOVIMIENTOS.
           MOVE "movimientos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               MOVE FSM TO FS-APERTURA
               CLOSE F-MOVIMIENTOS
               GO TO TRASLADAR-MOVIMIENTOS-FIN.

       TRASLADAR-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO TRASLADAR-MOVIMIENTOS-CIERRE.
           IF MOV-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO MOV-TARJETA
               REWRITE MOVIMIENTO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-MOVIMIENTO.

       TRASLADAR-MOVIMIENTOS-CIERRE.
           CLOSE F-MOVIMIENTOS.
       TRASLADAR-MOVIMIENTOS-FIN.
           EXIT.

       TRASLADAR-HISTORICO.
           MOVE "movimientos_historico.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O HISTORICO.
           IF FSH <> 00
               MOVE FSH TO FS-APERTURA
               CLOSE HISTORICO
               GO TO TRASLADAR-HISTORICO-FIN.

       TRASLADAR-HISTORICO-LEER.
           READ HISTORICO NEXT RECORD AT END
               GO TO TRASLADAR-HISTORICO-CIERRE.
           IF HIST-TARJETA = PTR-TARJETA-VIEJA
               MOVE PTR-TARJETA-NUEVA TO HIST-TARJETA
               REWRITE HISTORICO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-HISTORICO-LEER.

       TRASLADAR-HISTORICO-CIERRE.
           CLOSE HISTORICO.
       TRASLADAR-HISTORICO-FIN.
           EXIT.

      *> LOS INTENTOS DE PIN NO SE ARRASTRAN: LA TARJETA NUEVA EMPIEZA
      *> CON LOS INTENTOS DEL PARAMETRO INTENTOSMAX Y SIN BLOQUEO
       TRASLADAR-INTENTOS.
           MOVE "intentos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O INTENTOS.
           IF FSI <> 00
               MOVE FSI TO FS-APERTURA
               CLOSE INTENTOS
               GO TO TRASLADAR-INTENTOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO INUM.
           READ INTENTOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE INTENTOS INVALID KEY CONTINUE END-DELETE
               ADD 1 TO CNT-FICHERO
           END-READ.

           MOVE PTR-TARJETA-NUEVA TO INUM.
           MOVE INTENTOS-MAX      TO IINTENTOS.
           MOVE 0                 TO IBLOQUEO-HASTA.
           READ INTENTOS INVALID KEY
               WRITE INTENTOSREG
           NOT INVALID KEY
               REWRITE INTENTOSREG
           END-READ.

           CLOSE INTENTOS.
       TRASLADAR-INTENTOS-FIN.
           EXIT.

      *> LA CLAVE REPUESTA SIGUE SIN CAMBIAR EN LA TARJETA NUEVA (LA
      *> SAL DEL PIN ES LA MISMA), ASI QUE LA MARCA VIAJA CON ELLA
       TRASLADAR-CAMBIO-PIN.
           MOVE "cambio_pin.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O CAMBIOS-PIN.
           IF FSCPI <> 00
               MOVE FSCPI TO FS-APERTURA
               CLOSE CAMBIOS-PIN
               GO TO TRASLADAR-CAMBIO-PIN-FIN.

           MOVE PTR-TARJETA-VIEJA TO CPI-TARJETA.
           READ CAMBIOS-PIN INVALID KEY
               CLOSE CAMBIOS-PIN
               GO TO TRASLADAR-CAMBIO-PIN-FIN.

           MOVE PTR-TARJETA-NUEVA TO CPI-TARJETA.
           WRITE CAMBIO-PIN-REG INVALID KEY
               REWRITE CAMBIO-PIN-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO CPI-TARJETA.
           DELETE CAMBIOS-PIN INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE CAMBIOS-PIN.
       TRASLADAR-CAMBIO-PIN-FIN.
           EXIT.

      *> SUCURSAL DE ORIGEN (VER SUCURSAL_ASIGNADA): LA DE LA TARJETA
      *> (CLAVE T + TNUM) Y LA PROPIA DE CADA CUENTA (CLAVE C +
      *> TNUM * 10 + TIPO); SIN ELLAS LA TARJETA NUEVA Y SUS CUENTAS
      *> VOLVERIAN A LA OFICINA PRINCIPAL
       TRASLADAR-ASIGNACIONES.
           MOVE "sucursal_asignada.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O ASIGNACIONES.
           IF FSAS <> 00
               MOVE FSAS TO FS-APERTURA
               CLOSE ASIGNACIONES
               GO TO TRASLADAR-ASIGNACIONES-FIN.

           MOVE "T"               TO ASU-TIPO.
           MOVE PTR-TARJETA-VIEJA TO ASU-ID.
           READ ASIGNACIONES INVALID KEY
               GO TO TRASLADAR-ASIGNACIONES-CTAS.
           MOVE PTR-TARJETA-NUEVA TO ASU-ID.
           WRITE ASIGNACION-REG INVALID KEY
               REWRITE ASIGNACION-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO ASU-ID.
           DELETE ASIGNACIONES INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.

       TRASLADAR-ASIGNACIONES-CTAS.
           COMPUTE ASU-CUENTA-VIEJA = PTR-TARJETA-VIEJA * 10.
           COMPUTE ASU-CUENTA-NUEVA = PTR-TARJETA-NUEVA * 10.

       TRASLADAR-ASIGNACION-CTA.
           MOVE "C"              TO ASU-TIPO.
           MOVE ASU-CUENTA-VIEJA TO ASU-ID.
           START ASIGNACIONES KEY IS NOT LESS THAN ASU-CLAVE
               INVALID KEY GO TO TRASLADAR-ASIGNACIONES-CIERRE
           END-START.
           READ ASIGNACIONES NEXT RECORD AT END
               GO TO TRASLADAR-ASIGNACIONES-CIERRE.
           IF ASU-TIPO NOT = "C"
               OR ASU-ID > ASU-CUENTA-VIEJA + 9
               GO TO TRASLADAR-ASIGNACIONES-CIERRE.

           MOVE ASU-ID TO ASU-ID-LEIDO.
           COMPUTE ASU-ID =
               ASU-CUENTA-NUEVA + (ASU-ID-LEIDO - ASU-CUENTA-VIEJA).
           WRITE ASIGNACION-REG INVALID KEY
               REWRITE ASIGNACION-REG
           END-WRITE.
           MOVE ASU-ID-LEIDO TO ASU-ID.
           DELETE ASIGNACIONES INVALID KEY
               GO TO TRASLADAR-ASIGNACIONES-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-ASIGNACION-CTA.

       TRASLADAR-ASIGNACIONES-CIERRE.
           CLOSE ASIGNACIONES.
       TRASLADAR-ASIGNACIONES-FIN.
           EXIT.

      *> INTERES DE DESCUBIERTO DEVENGADO Y AUN NO LIQUIDADO (CLAVE
      *> TARJETA + TIPO, VER LIQUIDAR_DESCUBIERTOS)
       TRASLADAR-DEVENGOS.
           MOVE "devengos.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O DEVENGOS.
           IF FSDE <> 00
               MOVE FSDE TO FS-APERTURA
               CLOSE DEVENGOS
               GO TO TRASLADAR-DEVENGOS-FIN.

       TRASLADAR-DEVENGO.
           MOVE LOW-VALUES        TO DEV-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO DEV-TARJETA.
           START DEVENGOS KEY IS NOT LESS THAN DEV-CLAVE
               INVALID KEY GO TO TRASLADAR-DEVENGOS-CIERRE
           END-START.
           READ DEVENGOS NEXT RECORD AT END
               GO TO TRASLADAR-DEVENGOS-CIERRE.
           IF DEV-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-DEVENGOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO DEV-TARJETA.
           WRITE DEVENGO-REG INVALID KEY
               REWRITE DEVENGO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO DEV-TARJETA.
           DELETE DEVENGOS INVALID KEY
               GO TO TRASLADAR-DEVENGOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-DEVENGO.

       TRASLADAR-DEVENGOS-CIERRE.
           CLOSE DEVENGOS.
       TRASLADAR-DEVENGOS-FIN.
           EXIT.

      *> SALDOS DE CIERRE DIARIOS (CLAVE TARJETA + TIPO + FECHA) DE
      *> LOS QUE TIRAN SALDO_FECHA, LIQUIDAR_INTERESES Y DECLARAR_196
       TRASLADAR-SALDOS-DIARIOS.
           MOVE "saldos_diarios.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O SALDOS-DIARIOS.
           IF FSSD <> 00
               MOVE FSSD TO FS-APERTURA
               CLOSE SALDOS-DIARIOS
               GO TO TRASLADAR-SALDOS-DIARIOS-FIN.

       TRASLADAR-SALDO-DIARIO.
           MOVE LOW-VALUES        TO SDI-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO SDI-TARJETA.
           START SALDOS-DIARIOS KEY IS NOT LESS THAN SDI-CLAVE
               INVALID KEY GO TO TRASLADAR-SALDOS-DIARIOS-CIERRE
           END-START.
           READ SALDOS-DIARIOS NEXT RECORD AT END
               GO TO TRASLADAR-SALDOS-DIARIOS-CIERRE.
           IF SDI-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-SALDOS-DIARIOS-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO SDI-TARJETA.
           WRITE SALDO-DIARIO-REG INVALID KEY
               REWRITE SALDO-DIARIO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO SDI-TARJETA.
           DELETE SALDOS-DIARIOS INVALID KEY
               GO TO TRASLADAR-SALDOS-DIARIOS-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-SALDO-DIARIO.

       TRASLADAR-SALDOS-DIARIOS-CIERRE.
           CLOSE SALDOS-DIARIOS.
       TRASLADAR-SALDOS-DIARIOS-FIN.
           EXIT.

      *> INTERESES Y RETENCIONES DEL ANO (CLAVE TARJETA + ANO) PARA
      *> EL CERTIFICADO Y LAS DECLARACIONES
       TRASLADAR-FISCAL.
           MOVE "fiscal.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O FISCAL.
           IF FSFI <> 00
               MOVE FSFI TO FS-APERTURA
               CLOSE FISCAL
               GO TO TRASLADAR-FISCAL-FIN.

       TRASLADAR-FISCAL-ANO.
           MOVE LOW-VALUES        TO FIS-CLAVE.
           MOVE PTR-TARJETA-VIEJA TO FIS-TARJETA.
           START FISCAL KEY IS NOT LESS THAN FIS-CLAVE
               INVALID KEY GO TO TRASLADAR-FISCAL-CIERRE
           END-START.
           READ FISCAL NEXT RECORD AT END
               GO TO TRASLADAR-FISCAL-CIERRE.
           IF FIS-TARJETA NOT = PTR-TARJETA-VIEJA
               GO TO TRASLADAR-FISCAL-CIERRE.

           MOVE PTR-TARJETA-NUEVA TO FIS-TARJETA.
           WRITE FISCAL-REG INVALID KEY
               REWRITE FISCAL-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO FIS-TARJETA.
           DELETE FISCAL INVALID KEY
               GO TO TRASLADAR-FISCAL-CIERRE
           END-DELETE.
           ADD 1 TO CNT-FICHERO.
           GO TO TRASLADAR-FISCAL-ANO.

       TRASLADAR-FISCAL-CIERRE.
           CLOSE FISCAL.
       TRASLADAR-FISCAL-FIN.
           EXIT.

      *> OFERTA DE PRESTAMO PREAPROBADO (VER OFERTAR_PRESTAMOS)
       TRASLADAR-PREAPROBADOS.
           MOVE "preaprobados.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O PREAPROBADOS.
           IF FSPA <> 00
               MOVE FSPA TO FS-APERTURA
               CLOSE PREAPROBADOS
               GO TO TRASLADAR-PREAPROBADOS-FIN.

           MOVE PTR-TARJETA-VIEJA TO PAP-TARJETA.
           READ PREAPROBADOS INVALID KEY
               CLOSE PREAPROBADOS
               GO TO TRASLADAR-PREAPROBADOS-FIN.

           MOVE PTR-TARJETA-NUEVA TO PAP-TARJETA.
           WRITE PREAPROBADO-REG INVALID KEY
               REWRITE PREAPROBADO-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO PAP-TARJETA.
           DELETE PREAPROBADOS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE PREAPROBADOS.
       TRASLADAR-PREAPROBADOS-FIN.
           EXIT.

      *> FICHA DE EMPRESA (VER BANK29): LA CUENTA DONDE COBRAN
      *> COBRAR_EMPRESAS Y CARGAR_COBROS_EMPRESA Y DE DONDE PAGAN
      *> CARGAR_NOMINAS Y EXPORTAR_C43
       TRASLADAR-EMPRESAS.
           MOVE "empresas.ubd" TO NOMBRE-FICHERO.
           MOVE 0  TO CNT-FICHERO.
           MOVE 00 TO FS-APERTURA.
           OPEN I-O EMPRESAS.
           IF FSEP <> 00
               MOVE FSEP TO FS-APERTURA
               CLOSE EMPRESAS
               GO TO TRASLADAR-EMPRESAS-FIN.

           MOVE PTR-TARJETA-VIEJA TO EMP-TARJETA.
           READ EMPRESAS INVALID KEY
               CLOSE EMPRESAS
               GO TO TRASLADAR-EMPRESAS-FIN.

           MOVE PTR-TARJETA-NUEVA TO EMP-TARJETA.
           WRITE EMPRESA-REG INVALID KEY
               REWRITE EMPRESA-REG
           END-WRITE.
           MOVE PTR-TARJETA-VIEJA TO EMP-TARJETA.
           DELETE EMPRESAS INVALID KEY CONTINUE END-DELETE.
           ADD 1 TO CNT-FICHERO.
           CLOSE EMPRESAS.
       TRASLADAR-EMPRESAS-FIN.
           EXIT.

      *> ANOTA EN LA RESPUESTA EL FICHERO RECIEN TRATADO, SI SE
      *> MOVIO ALGO O SI NO SE PUDO ABRIR. UN FICHERO QUE NO EXISTE
      *> (ESTADO 05 O 35) NO TIENE NADA QUE TRASLADAR Y NO ES ERROR
       ANOTAR-FICHERO.
           IF FS-APERTURA <> 00 AND FS-APERTURA <> 05
               AND FS-APERTURA <> 35
               MOVE "N" TO PTR-RESULTADO
           ELSE
               IF CNT-FICHERO = 0
                   GO TO ANOTAR-FICHERO-FIN
               END-IF
           END-IF.
           IF PTR-TOTAL-FICHEROS >= 50
               GO TO ANOTAR-FICHERO-FIN.
           ADD 1 TO PTR-TOTAL-FICHEROS.
           MOVE NOMBRE-FICHERO TO PTR-NOMBRE(PTR-TOTAL-FICHEROS).
           MOVE CNT-FICHERO    TO PTR-REGISTROS(PTR-TOTAL-FICHEROS).
           MOVE FS-APERTURA    TO PTR-ESTADO(PTR-TOTAL-FICHEROS).
       ANOTAR-FICHERO-FIN.
           EXIT.
