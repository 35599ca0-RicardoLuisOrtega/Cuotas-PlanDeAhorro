      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Asientos contables - the interface to the general
      *          ledger that the accountants used to rebuild every
      *          month in the spreadsheet. Each source feed becomes a
      *          batch (lote) of balanced double-entry asientos, one
      *          asiento per tanda:
      *            FA facturacion (SALIDA-AR), the cuotas falling due
      *               in the posting period: deudores por cuotas
      *               against fondo del grupo (cuota pura), ingresos
      *               por cargo administrativo, seguro a pagar and IVA
      *               debito fiscal; the adelanto cuotas COBRANZAS
      *               cancelled in the period are billed the same
      *               way, at the value they were settled at;
      *            NO notas de debito/credito (NOTAS) as adjustments
      *               against deudores;
      *            PU punitorios (the COBRANZAS surcharge feed) as
      *               deudores against ingresos por punitorios;
      *            CO cobros applied by COBRANZAS: caja (or the
      *               partidas pendientes account, for a reassigned
      *               partida) against deudores, and caja against
      *               partidas pendientes for cash taken into or
      *               paid out of suspense;
      *            RE reintegros (REINTEGROS) not posted by an earlier
      *               run, as a liability to the former subscriber
      *               out of the fondo del grupo.
      *          The account codes come from the CUENTAS parameter
      *          file. A batch is posted only when its debits equal
      *          its credits and, for the feeds that carry a control
      *          trailer, its row count and amount total tie back to
      *          that trailer; otherwise it is rejected on the
      *          control listing and the run ends with its own
      *          RETURN-CODE so month-end closing holds it.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: built on the same feeds LIBROIVA proves
      *     against the SALIDA-AR trailer, plus the cobros feed
      *     COBRANZAS now writes.
      *   - The AR feed carries the whole schedule, so FA posts only
      *     the cuotas due in the posting period (PERIODO_CONTABLE,
      *     the month of the posting date by default); the rows left
      *     out still count towards the trailer proof. Reintegros
      *     posted once are kept on the ASENTADOS key file and not
      *     posted again by a later run.
      *   - Adelanto cuotas are not on the AR feed, so FA also bills
      *     the ADELANTOS rows cancelled in the posting period, broken
      *     down the way ESTADOCTA quotes them (pura from MAESTRO,
      *     cargo at the CONTRATOS admin rate, IVA, seguro the rest);
      *     they stay out of the trailer proof. CO posts the suspense
      *     rows COBRANZAS now writes: cash into suspense against
      *     partidas, refunds and released partidas back out of caja.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-AR ASSIGN DYNAMIC WS-AR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AR.

           SELECT NOTAS ASSIGN DYNAMIC WS-NOTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS.

           SELECT PUNITORIOS ASSIGN DYNAMIC WS-PUNIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PUNIT.

           SELECT COBROS ASSIGN DYNAMIC WS-COBROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COBROS.

           SELECT REINTEGROS ASSIGN DYNAMIC WS-REINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINT.

           SELECT ASENTADOS ASSIGN DYNAMIC WS-ASENTADOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-CONTRATO
           FILE STATUS IS FS-ASENTADOS.

           SELECT CUENTAS ASSIGN DYNAMIC WS-CUENTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTAS.

           SELECT MAESTRO ASSIGN DYNAMIC WS-MAESTRO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-CLAVE
           FILE STATUS IS FS-MAESTRO.

           SELECT ADELANTOS ASSIGN DYNAMIC WS-ADELANTOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AD-CLAVE
           FILE STATUS IS FS-ADELANTOS.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT ASIENTOS-GL ASSIGN DYNAMIC WS-GL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

           SELECT LISTADO ASSIGN DYNAMIC WS-LISTADO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

           SELECT ERRORES ASSIGN DYNAMIC WS-ERRORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-AR
       RECORD CONTAINS 90 CHARACTERS.
       01 AR-REGISTRO.
           05 AR-TANDA          PIC X(06).
           05 FILLER            PIC X(01).
           05 AR-CONTRATO       PIC X(10).
           05 FILLER            PIC X(01).
           05 AR-SUBSCRIPTOR    PIC X(10).
           05 FILLER            PIC X(01).
           05 AR-CUOTA          PIC 9(02).
           05 FILLER            PIC X(01).
           05 AR-VALOR          PIC 9(09).
           05 FILLER            PIC X(01).
           05 AR-VENCE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 AR-PURA           PIC 9(09).
           05 FILLER            PIC X(01).
           05 AR-ADMIN          PIC 9(09).
           05 FILLER            PIC X(01).
           05 AR-SEGURO         PIC 9(09).
           05 FILLER            PIC X(01).
           05 AR-IVA            PIC 9(09).

      * The same physical record seen as the control trailer.
       01 AR-TRAILER REDEFINES AR-REGISTRO.
           05 FILLER            PIC X(02).
           05 AR-TR-CANT        PIC 9(07).
           05 FILLER            PIC X(01).
           05 AR-TR-HASH        PIC 9(14).
           05 FILLER            PIC X(01).
           05 AR-TR-TANDAS      PIC 9(03).
           05 FILLER            PIC X(62).

       FD  NOTAS
       RECORD CONTAINS 60 CHARACTERS.
       01 NT-REGISTRO.
           05 NT-CONTRATO        PIC X(10).
           05 FILLER             PIC X(01).
           05 NT-SUBSCRIPT       PIC X(10).
           05 FILLER             PIC X(01).
           05 NT-TIPO            PIC X(02).
           05 FILLER             PIC X(01).
           05 NT-CUOTA           PIC 9(02).
           05 FILLER             PIC X(01).
           05 NT-VIEJO           PIC 9(09).
           05 FILLER             PIC X(01).
           05 NT-NUEVO           PIC 9(09).
           05 FILLER             PIC X(01).
           05 NT-DIF             PIC 9(09).

      * Surcharge feed written by COBRANZAS - the SALIDA-AR pipe
      * layout with the accrued interest in the amount columns.
       FD  PUNITORIOS
       RECORD CONTAINS 90 CHARACTERS.
       01 PU-REGISTRO.
           05 PU-TANDA          PIC X(06).
           05 FILLER            PIC X(01).
           05 PU-CONTRATO       PIC X(10).
           05 FILLER            PIC X(01).
           05 PU-SUBSCRIPTOR    PIC X(10).
           05 FILLER            PIC X(01).
           05 PU-CUOTA          PIC 9(02).
           05 FILLER            PIC X(01).
           05 PU-VALOR          PIC 9(09).
           05 FILLER            PIC X(01).
           05 PU-VENCE          PIC 9(08).
           05 FILLER            PIC X(52).

       01 PU-TRAILER REDEFINES PU-REGISTRO.
           05 FILLER            PIC X(02).
           05 PU-TR-CANT        PIC 9(07).
           05 FILLER            PIC X(01).
           05 PU-TR-HASH        PIC 9(14).
           05 FILLER            PIC X(01).
           05 PU-TR-TANDAS      PIC 9(03).
           05 FILLER            PIC X(62).

      * Applied-receipts feed written by COBRANZAS.
       FD  COBROS
       RECORD CONTAINS 70 CHARACTERS.
       01 CB-REGISTRO.
           05 CB-TANDA          PIC X(06).
           05 FILLER            PIC X(01).
           05 CB-CONTRATO       PIC X(10).
           05 FILLER            PIC X(01).
           05 CB-SUBSCRIPTOR    PIC X(10).
           05 FILLER            PIC X(01).
           05 CB-CUOTA          PIC 9(02).
           05 FILLER            PIC X(01).
           05 CB-IMPORTE        PIC 9(09).
           05 FILLER            PIC X(01).
           05 CB-FECHA          PIC 9(08).
           05 FILLER            PIC X(01).
           05 CB-RECIBO         PIC X(08).
           05 FILLER            PIC X(01).
           05 CB-ORIGEN         PIC X(01).
           05 FILLER            PIC X(09).

       01 CB-TRAILER REDEFINES CB-REGISTRO.
           05 FILLER            PIC X(02).
           05 CB-TR-CANT        PIC 9(07).
           05 FILLER            PIC X(01).
           05 CB-TR-HASH        PIC 9(14).
           05 FILLER            PIC X(01).
           05 CB-TR-TANDAS      PIC 9(03).
           05 FILLER            PIC X(42).

      * Refund lines written by CUOTASAUTO per baja/rescision.
       FD  REINTEGROS
       RECORD CONTAINS 50 CHARACTERS.
       01 RI-REGISTRO.
           05 RI-CONTRATO        PIC X(10).
           05 FILLER             PIC X(01).
           05 RI-SUBSCRIPT       PIC X(10).
           05 FILLER             PIC X(01).
           05 RI-TIPO            PIC X(01).
           05 FILLER             PIC X(01).
           05 RI-CUOTA           PIC 9(02).
           05 FILLER             PIC X(01).
           05 RI-MONTO           PIC 9(11).
           05 FILLER             PIC X(01).
           05 RI-PAGADERO        PIC 9(08).
           05 FILLER             PIC X(03).

      * Reintegros already taken to the ledger, keyed by contract,
      * with the posting date of the run that posted them.
       FD  ASENTADOS
       RECORD CONTAINS 29 CHARACTERS.
       01 RA-REGISTRO.
           05 RA-CONTRATO        PIC X(10).
           05 RA-FECHA           PIC 9(08).
           05 RA-IMPORTE         PIC 9(11).

      * Chart-of-accounts parameters: the ledger account each posting
      * concept goes to, maintained by the accountants.
       FD  CUENTAS
       RECORD CONTAINS 52 CHARACTERS.
       01 CG-REGISTRO.
           05 CG-CONCEPTO        PIC X(10).
           05 CG-CUENTA          PIC X(12).
           05 CG-NOMBRE          PIC X(30).

      * Schedule master, read only to find the tanda of the notas
      * and reintegros, which do not carry it, and the cuota pura of
      * an adelanto cuota's value.
       FD  MAESTRO
       RECORD CONTAINS 66 CHARACTERS.
       01 MA-REGISTRO.
           05 MA-CLAVE.
               10 MA-CONTRATO    PIC X(10).
               10 MA-CUOTA       PIC 9(02).
           05 MA-TANDA           PIC X(06).
           05 MA-SUBSCRIPTOR     PIC X(10).
           05 MA-VALOR           PIC 9(09).
           05 MA-TOTAL           PIC 9(11).
           05 MA-VENCE           PIC 9(08).
           05 MA-ADJ-FLAG        PIC X(01).
           05 MA-BRUTA           PIC 9(09).

      * Cuotas cancelled ahead of time, written by COBRANZAS: the
      * value each was settled at and the cutoff that settled it.
       FD  ADELANTOS
       RECORD CONTAINS 51 CHARACTERS.
       01 AD-REGISTRO.
           05 AD-CLAVE.
               10 AD-CONTRATO    PIC X(10).
               10 AD-CUOTA       PIC 9(02).
           05 AD-TANDA           PIC X(06).
           05 AD-VALOR           PIC 9(09).
           05 AD-FECHA           PIC 9(08).
           05 AD-RECIBO          PIC X(08).
           05 AD-CORTE           PIC 9(08).

      * Contract master written by CUOTASAUTO, keyed by contract - only
      * the admin-fee rate is used, to break an adelanto cuota down.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
           05 CT-SUBSCRIPTOR-ID  PIC X(10).
           05 FILLER             PIC X(58).
           05 CT-TASA-ADMIN      PIC X(04).
           05 CT-TASA-ADMIN-N REDEFINES CT-TASA-ADMIN
                                 PIC 9(02)V9(02).
           05 CT-TASA-SEGURO     PIC X(04).
           05 FILLER             PIC X(28).

       FD  ASIENTOS-GL
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROGL PIC X(80).

       FD  LISTADO
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROLISTADO PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-AR         PIC X(2).
           05 FS-NOTAS      PIC X(2).
           05 FS-PUNIT      PIC X(2).
           05 FS-COBROS     PIC X(2).
           05 FS-REINT      PIC X(2).
           05 FS-ASENTADOS  PIC X(2).
           05 FS-CUENTAS    PIC X(2).
           05 FS-MAESTRO    PIC X(2).
           05 FS-ADELANTOS  PIC X(2).
           05 FS-CONTRATOS  PIC X(2).
           05 FS-GL         PIC X(2).
           05 FS-LISTADO    PIC X(2).
           05 FS-ERRORES    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-AR-PATH        PIC X(100) VALUE "salida_ar.txt".
           05 WS-NOTAS-PATH     PIC X(100) VALUE "notas.txt".
           05 WS-PUNIT-PATH     PIC X(100) VALUE "punitorios.txt".
           05 WS-COBROS-PATH    PIC X(100) VALUE "cobros.txt".
           05 WS-REINT-PATH     PIC X(100) VALUE "reintegros.txt".
           05 WS-ASENTADOS-PATH PIC X(100)
              VALUE "reint_asentados.idx".
           05 WS-CUENTAS-PATH   PIC X(100) VALUE "cuentas_gl.dat".
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-ADELANTOS-PATH PIC X(100) VALUE "adelantos.idx".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-GL-PATH        PIC X(100) VALUE "asientos_gl.txt".
           05 WS-LISTADO-PATH   PIC X(100) VALUE "asientos.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_gl.log".

       01 WC-CONST.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.
           05 WC-CANT-CONCEPTOS      PIC 9(02) VALUE 10.
           05 WC-CANT-LINEAS         PIC 9(01) VALUE 6.
           05 WC-PORC-IVA            PIC 9(02)V9(02) VALUE 21.00.

      * Posting concepts, in the order the batch definitions below
      * refer to them; CUENTAS must give an account for every one.
       01 WC-TABLA-CONCEPTOS.
           05 FILLER           PIC X(10) VALUE "DEUDORES".
           05 FILLER           PIC X(10) VALUE "FONDO".
           05 FILLER           PIC X(10) VALUE "CARGOADM".
           05 FILLER           PIC X(10) VALUE "SEGURO".
           05 FILLER           PIC X(10) VALUE "IVADF".
           05 FILLER           PIC X(10) VALUE "NOTAS".
           05 FILLER           PIC X(10) VALUE "PUNITORIO".
           05 FILLER           PIC X(10) VALUE "CAJA".
           05 FILLER           PIC X(10) VALUE "PARTIDAS".
           05 FILLER           PIC X(10) VALUE "REINTEGRO".
       01 WC-CONCEPTOS-R REDEFINES WC-TABLA-CONCEPTOS.
           05 WC-CONCEPTO       PIC X(10) OCCURS 10 TIMES.

      * Batch definitions: per batch, up to six asiento lines, each
      * "amount slot, concept, side" (D debe / H haber). The slots
      * are the per-tanda amounts each reader accumulates:
      *   FA 1 gross  2 pura  3 admin  4 seguro  5 IVA
      *   NO 1 notas de debito  2 notas de credito
      *   PU 1 punitorio
      *   CO 1 cash in (P, A, S)  2 partidas out (R, D, L)
      *      3 applied to cuotas (P, A, R)  4 into suspense (S)
      *      5 cash out (D, L)
      *   RE 1 reintegro
       01 WC-TABLA-LOTES.
           05 FILLER           PIC X(26)
           VALUE "FA101D202H303H404H505H0000".
           05 FILLER           PIC X(26)
           VALUE "NO101D106H206D201H00000000".
           05 FILLER           PIC X(26)
           VALUE "PU101D107H0000000000000000".
           05 FILLER           PIC X(26)
           VALUE "CO108D209D301H409H508H0000".
           05 FILLER           PIC X(26)
           VALUE "RE102D110H0000000000000000".
       01 WC-LOTES-R REDEFINES WC-TABLA-LOTES.
           05 WC-LOTE-DEF OCCURS 5 TIMES.
               10 WC-LD-CODIGO      PIC X(02).
               10 WC-LD-LINEA OCCURS 6 TIMES.
                   15 WC-LD-SLOT        PIC 9(01).
                   15 WC-LD-CONCEPTO    PIC 9(02).
                   15 WC-LD-LADO        PIC X(01).

       01 WC-TABLA-NOMBRES-LOTE.
           05 FILLER           PIC X(20) VALUE "FACTURACION".
           05 FILLER           PIC X(20) VALUE "NOTAS DEB/CRED".
           05 FILLER           PIC X(20) VALUE "PUNITORIOS".
           05 FILLER           PIC X(20) VALUE "COBROS APLICADOS".
           05 FILLER           PIC X(20) VALUE "REINTEGROS".
       01 WC-NOMBRES-LOTE-R REDEFINES WC-TABLA-NOMBRES-LOTE.
           05 WC-NOMBRE-LOTE    PIC X(20) OCCURS 5 TIMES.

      * Ledger account per concept, loaded from CUENTAS.
       01 WS-TABLA-CUENTAS.
           05 WS-CUENTA         PIC X(12) OCCURS 10 TIMES.

      * Per-tanda amounts of the batch being built.
       01 WS-TABLA-LOTE.
           05 WS-LT-CANT        PIC 9(03) VALUE ZERO.
           05 WS-LT-ENT OCCURS 50 TIMES.
               10 LT-TANDA          PIC X(06).
               10 LT-FILAS          PIC 9(07).
               10 LT-IMPORTE        PIC 9(14) OCCURS 5 TIMES.

       01 WS-MOVIMIENTO.
           05 WS-MOV-TANDA      PIC X(06).
           05 WS-MOV-IMPORTE    PIC 9(11) OCCURS 5 TIMES.

      * Posting period (AAAAMM) whose due dates are billed -
      * overridable from the job environment, defaulting to the month
      * of the posting date.
       01 WS-PERIODO-CONTABLE.
           05 WS-PC-ANIO        PIC 9(04).
           05 WS-PC-MES         PIC 9(02).
       01 WS-PERIODO-CONTABLE-N REDEFINES WS-PERIODO-CONTABLE
                                PIC 9(06).

       01 WS-VARIABLES.
           05 WS-FECHA-PROCESO  PIC 9(08).
           05 WS-LOTE-NRO       PIC 9(01).
           05 WS-LOTE-FILAS     PIC 9(07).
           05 WS-LOTE-CONTROL   PIC 9(14).
           05 WS-LOTE-OMIT-FILAS PIC 9(07).
           05 WS-LOTE-OMIT-IMP  PIC 9(14).
           05 WS-LOTE-ADEL-FILAS PIC 9(07).
           05 WS-LOTE-ADEL-IMP  PIC 9(14).
           05 WS-LOTE-CUADRE-CANT PIC 9(07).
           05 WS-LOTE-CUADRE-IMP PIC 9(14).
           05 WS-LOTE-TR-CANT   PIC 9(07).
           05 WS-LOTE-TR-HASH   PIC 9(14).
           05 WS-LOTE-DEBE      PIC 9(14).
           05 WS-LOTE-HABER     PIC 9(14).
           05 WS-LOTE-LINEAS    PIC 9(07).
           05 WS-LOTE-MOTIVO    PIC X(20).
           05 WS-ASIENTO-NRO    PIC 9(05) VALUE ZERO.
           05 WS-CONCEPTO-SUB   PIC 9(02).
           05 WS-CONCEPTO-USAR  PIC 9(02).
           05 WS-LINEA-SUB      PIC 9(01).
           05 WS-SLOT-SUB       PIC 9(01).
           05 WS-TANDA-SUB      PIC 9(03).
           05 WS-TANDA-USAR     PIC 9(03).
           05 WS-BUSCA-CONTRATO PIC X(10).
           05 WS-ULT-CONTRATO   PIC X(10) VALUE SPACES.
           05 WS-ULT-TANDA      PIC X(06) VALUE SPACES.
           05 WS-ERR-CLAVE      PIC X(10) VALUE SPACES.
           05 WS-CNT-ACEPTADOS  PIC 9(01) VALUE ZERO.
           05 WS-CNT-RECHAZADOS PIC 9(01) VALUE ZERO.
           05 WS-CNT-GL         PIC 9(07) VALUE ZERO.
           05 WS-CNT-REINT-PREV PIC 9(07) VALUE ZERO.
           05 WS-AD-PURA-CUOTA  PIC 9(09).
           05 WS-AD-PURA        PIC 9(09).
           05 WS-AD-ADMIN       PIC 9(09).
           05 WS-AD-SEGURO      PIC 9(09).
           05 WS-AD-IVA         PIC 9(09).
           05 WS-AD-TASA-ADMIN  PIC 9(02)V9(02).

       01 WS-SWITCHES.
           05 WS-SW-EOF-AR           PIC X(01) VALUE "N".
               88 FIN-AR                    VALUE "S".
           05 WS-SW-EOF-NOTAS        PIC X(01) VALUE "N".
               88 FIN-NOTAS                 VALUE "S".
           05 WS-SW-EOF-PUNIT        PIC X(01) VALUE "N".
               88 FIN-PUNIT                 VALUE "S".
           05 WS-SW-EOF-COBROS       PIC X(01) VALUE "N".
               88 FIN-COBROS                VALUE "S".
           05 WS-SW-EOF-REINT        PIC X(01) VALUE "N".
               88 FIN-REINT                 VALUE "S".
           05 WS-SW-EOF-CUENTAS      PIC X(01) VALUE "N".
               88 FIN-CUENTAS               VALUE "S".
           05 WS-SW-MAESTRO-ACTIVO   PIC X(01) VALUE "N".
               88 MAESTRO-ACTIVO            VALUE "S".
           05 WS-SW-ADELANTOS-OK     PIC X(01) VALUE "N".
               88 ADELANTOS-ACTIVO          VALUE "S".
           05 WS-SW-CONTRATOS-OK     PIC X(01) VALUE "N".
               88 CONTRATOS-ACTIVO          VALUE "S".
           05 WS-SW-EOF-ADELANTOS    PIC X(01) VALUE "N".
               88 FIN-ADELANTOS             VALUE "S".
           05 WS-SW-EOF-CUOTAS-AD    PIC X(01) VALUE "N".
               88 FIN-CUOTAS-AD             VALUE "S".
           05 WS-SW-ASENTADOS-OK     PIC X(01) VALUE "N".
               88 ASENTADOS-ABIERTO         VALUE "S".
           05 WS-SW-CONCEPTO-VISTO   PIC X(01) VALUE "N".
               88 CONCEPTO-ENCONTRADO       VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
           05 WS-SW-LOTE-CONTROLADO  PIC X(01) VALUE "N".
               88 LOTE-CONTROLADO           VALUE "S".
           05 WS-SW-TRAILER-VISTO    PIC X(01) VALUE "N".
               88 TRAILER-LEIDO             VALUE "S".
           05 WS-SW-LOTE-RECHAZADO   PIC X(01) VALUE "N".
               88 LOTE-RECHAZADO            VALUE "S".

       01 WS-ERR-INFO.
           05 WS-ERR-PARRAFO   PIC X(20).
           05 WS-ERR-FS        PIC X(02).

       01 WS-LINEA-ERROR.
           05 WS-LE-TEXTO      PIC X(17) VALUE "ERROR EN PARRAFO ".
           05 WS-LE-PARRAFO    PIC X(20).
           05 WS-LE-CONTRATO   PIC X(05) VALUE " CTO=".
           05 WS-LE-CONTRATO-V PIC X(10).
           05 WS-LE-FS         PIC X(05) VALUE " FS=".
           05 WS-LE-FS-V       PIC X(02).

      * GL interface records: a header with the posting date, one
      * line per account movement, and a control line closing each
      * posted batch.
       01 WS-GL-HEADER.
           05 FILLER           PIC X(02) VALUE "H|".
           05 WS-GH-FECHA      PIC 9(08).

       01 WS-GL-LINEA.
           05 WS-GL-LOTE       PIC X(02).
           05 WS-GL-SEP1       PIC X(01) VALUE "|".
           05 WS-GL-FECHA      PIC 9(08).
           05 WS-GL-SEP2       PIC X(01) VALUE "|".
           05 WS-GL-ASIENTO    PIC 9(05).
           05 WS-GL-SEP3       PIC X(01) VALUE "|".
           05 WS-GL-TANDA      PIC X(06).
           05 WS-GL-SEP4       PIC X(01) VALUE "|".
           05 WS-GL-CUENTA     PIC X(12).
           05 WS-GL-SEP5       PIC X(01) VALUE "|".
           05 WS-GL-LADO       PIC X(01).
           05 WS-GL-SEP6       PIC X(01) VALUE "|".
           05 WS-GL-IMPORTE    PIC 9(14).
           05 WS-GL-SEP7       PIC X(01) VALUE "|".
           05 WS-GL-CONCEPTO   PIC X(10).

       01 WS-GL-TRAILER.
           05 FILLER           PIC X(02) VALUE "T|".
           05 WS-GT-LOTE       PIC X(02).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GT-LINEAS     PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GT-DEBE       PIC 9(14).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GT-HABER      PIC 9(14).

      * Control listing lines.
       01 WS-TITULO.
           05 FILLER           PIC X(40)
           VALUE "ASIENTOS CONTABLES - INTERFAZ AL MAYOR ".
           05 FILLER           PIC X(07) VALUE " FECHA ".
           05 WS-TI-FECHA      PIC 9(08).
           05 FILLER           PIC X(09) VALUE " PERIODO ".
           05 WS-TI-PERIODO    PIC 9(06).

       01 WS-ENCABEZADO.
           05 FILLER           PIC X(60) VALUE
           "LOTE                         FILAS           DEBE".
           05 FILLER           PIC X(60) VALUE
           "          HABER        CONTROL        TRAILER ESTADO".

       01 WS-LINEA-LOTE.
           05 WS-LL-CODIGO     PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-NOMBRE     PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-FILAS      PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-DEBE       PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-HABER      PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-CONTROL    PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-TRAILER    PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LL-ESTADO     PIC X(10).
           05 WS-LL-MOTIVO     PIC X(20).

      * Rows of a trailed feed left out of the period; they still
      * count towards the control column.
       01 WS-LINEA-OMITIDOS.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "FUERA DEL PERIODO".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LO-FILAS      PIC 9(07).
           05 FILLER           PIC X(31) VALUE SPACES.
           05 WS-LO-IMPORTE    PIC 9(14).

      * Adelanto cuotas billed in the batch; they are not on the
      * trailed feed, so they stay out of the control column.
       01 WS-LINEA-ADELANTOS.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "ADELANTOS FACTURADOS".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-FILAS      PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-IMPORTE    PIC 9(14).

       01 WS-LINEA-TOTALES.
           05 FILLER           PIC X(18) VALUE "LOTES ACEPTADOS = ".
           05 WS-LT-ACEPTADOS  PIC 9(01).
           05 FILLER           PIC X(14) VALUE "  RECHAZADOS= ".
           05 WS-LT-RECHAZADOS PIC 9(01).
           05 FILLER           PIC X(16) VALUE "  LINEAS AL GL= ".
           05 WS-LT-LINEAS-GL  PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
               THRU 1000-INICIO-EXIT

            PERFORM 2000-LOTE-FACTURACION
               THRU 2000-LOTE-FACTURACION-EXIT

            PERFORM 2100-LOTE-NOTAS
               THRU 2100-LOTE-NOTAS-EXIT

            PERFORM 2200-LOTE-PUNITORIOS
               THRU 2200-LOTE-PUNITORIOS-EXIT

            PERFORM 2300-LOTE-COBROS
               THRU 2300-LOTE-COBROS-EXIT

            PERFORM 2400-LOTE-REINTEGROS
               THRU 2400-LOTE-REINTEGROS-EXIT

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths and the
      * posting date, load the account codes, and open the schedule
      * master (optional) and the outputs.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-AR-PATH
                   FROM ENVIRONMENT "AR_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-NOTAS-PATH
                   FROM ENVIRONMENT "NOTAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-PUNIT-PATH
                   FROM ENVIRONMENT "PUNITORIOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-COBROS-PATH
                   FROM ENVIRONMENT "COBROS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-REINT-PATH
                   FROM ENVIRONMENT "REINTEGROS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ASENTADOS-PATH
                   FROM ENVIRONMENT "REINT_ASENTADOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CUENTAS-PATH
                   FROM ENVIRONMENT "CUENTAS_GL_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-MAESTRO-PATH
                   FROM ENVIRONMENT "MAESTRO_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ADELANTOS-PATH
                   FROM ENVIRONMENT "ADELANTOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTRATOS-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-GL-PATH
                   FROM ENVIRONMENT "ASIENTOS_GL_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-LISTADO-PATH
                   FROM ENVIRONMENT "LISTADO_ASIENTOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               MOVE ZERO TO WS-FECHA-PROCESO
               ACCEPT WS-FECHA-PROCESO
                   FROM ENVIRONMENT "FECHA_PROCESO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-FECHA-PROCESO EQUAL ZERO
                   ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
               END-IF

               MOVE ZERO TO WS-PERIODO-CONTABLE-N
               ACCEPT WS-PERIODO-CONTABLE-N
                   FROM ENVIRONMENT "PERIODO_CONTABLE"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-PERIODO-CONTABLE-N EQUAL ZERO
                   MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-CONTABLE
               END-IF

               OPEN OUTPUT ERRORES
               IF FS-ERRORES NOT EQUAL "00"
                   MOVE "1000-INICIO-ERRORES" TO WS-ERR-PARRAFO
                   MOVE FS-ERRORES             TO WS-ERR-FS
                   MOVE 20                     TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1100-CARGAR-CUENTAS
                  THRU 1100-CARGAR-CUENTAS-EXIT

      * Without the schedule master the notas and reintegros post
      * with a blank tanda; the batches still balance.
               IF WS-MAESTRO-PATH NOT EQUAL SPACES
                   OPEN INPUT MAESTRO
                   IF FS-MAESTRO EQUAL "00"
                       MOVE "S" TO WS-SW-MAESTRO-ACTIVO
                   ELSE
                       IF FS-MAESTRO NOT EQUAL "35"
                           MOVE "1000-INICIO-MAESTRO" TO WS-ERR-PARRAFO
                           MOVE FS-MAESTRO TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               OPEN OUTPUT ASIENTOS-GL
               IF FS-GL NOT EQUAL "00"
                   MOVE "1000-INICIO-GL" TO WS-ERR-PARRAFO
                   MOVE FS-GL             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-PROCESO TO WS-GH-FECHA
               WRITE REGISTROGL FROM WS-GL-HEADER
               IF FS-GL NOT EQUAL "00"
                   MOVE "1000-INICIO-HDR-GL" TO WS-ERR-PARRAFO
                   MOVE FS-GL                 TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT LISTADO
               IF FS-LISTADO NOT EQUAL "00"
                   MOVE "1000-INICIO-LISTADO" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-PROCESO TO WS-TI-FECHA
               MOVE WS-PERIODO-CONTABLE-N TO WS-TI-PERIODO
               WRITE REGISTROLISTADO FROM WS-TITULO
               WRITE REGISTROLISTADO FROM WS-ENCABEZADO
               AFTER ADVANCING 2
               IF FS-LISTADO NOT EQUAL "00"
                   MOVE "1000-INICIO-TITULO" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-CUENTAS - the account code for every posting
      * concept. The file is required and must name them all: a
      * concept without an account, or one the program does not
      * know, stops the run before anything is posted.
      ******************************************************************
           1100-CARGAR-CUENTAS.
               MOVE SPACES TO WS-TABLA-CUENTAS

               OPEN INPUT CUENTAS
               IF FS-CUENTAS NOT EQUAL "00"
                   MOVE "1100-CARGAR-CUENTAS" TO WS-ERR-PARRAFO
                   MOVE FS-CUENTAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1110-LEER-CUENTA
                  THRU 1110-LEER-CUENTA-EXIT
                 UNTIL FIN-CUENTAS

               CLOSE CUENTAS

               PERFORM 1130-VERIFICAR-CUENTA
                  THRU 1130-VERIFICAR-CUENTA-EXIT
                 VARYING WS-CONCEPTO-SUB FROM 1 BY 1
                   UNTIL WS-CONCEPTO-SUB > WC-CANT-CONCEPTOS.

           1100-CARGAR-CUENTAS-EXIT.
           EXIT.

           1110-LEER-CUENTA.
               READ CUENTAS
                   AT END
                       MOVE "S" TO WS-SW-EOF-CUENTAS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-CUENTAS
                   GO TO 1110-LEER-CUENTA-EXIT
               END-IF

               IF FS-CUENTAS NOT EQUAL "00"
                   MOVE "1110-LEER-CUENTA" TO WS-ERR-PARRAFO
                   MOVE FS-CUENTAS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "N" TO WS-SW-CONCEPTO-VISTO
               PERFORM 1120-BUSCAR-CONCEPTO
                  THRU 1120-BUSCAR-CONCEPTO-EXIT
                 VARYING WS-CONCEPTO-SUB FROM 1 BY 1
                   UNTIL WS-CONCEPTO-SUB > WC-CANT-CONCEPTOS
                      OR CONCEPTO-ENCONTRADO

               IF NOT CONCEPTO-ENCONTRADO
                  OR CG-CUENTA EQUAL SPACES
                   MOVE CG-CONCEPTO         TO WS-ERR-CLAVE
                   MOVE "1110-LEER-CTA-CONC" TO WS-ERR-PARRAFO
                   MOVE "99"                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE CG-CUENTA TO WS-CUENTA(WS-CONCEPTO-USAR).

           1110-LEER-CUENTA-EXIT.
           EXIT.

           1120-BUSCAR-CONCEPTO.
               IF WC-CONCEPTO(WS-CONCEPTO-SUB) EQUAL CG-CONCEPTO
                   MOVE "S" TO WS-SW-CONCEPTO-VISTO
                   MOVE WS-CONCEPTO-SUB TO WS-CONCEPTO-USAR
               END-IF.

           1120-BUSCAR-CONCEPTO-EXIT.
           EXIT.

           1130-VERIFICAR-CUENTA.
               IF WS-CUENTA(WS-CONCEPTO-SUB) EQUAL SPACES
                   MOVE WC-CONCEPTO(WS-CONCEPTO-SUB) TO WS-ERR-CLAVE
                   MOVE "1130-FALTA-CUENTA" TO WS-ERR-PARRAFO
                   MOVE "99"               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1130-VERIFICAR-CUENTA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOTE-FACTURACION - the billing batch off the AR feed:
      * gross to deudores, each component to its own account. The
      * feed holds the whole schedule, so only the cuotas due in the
      * posting period are posted; posted plus left-out rows and
      * gross must tie to the trailer. The adelanto cuotas cancelled
      * in the period are added after the feed, outside that proof.
      ******************************************************************
           2000-LOTE-FACTURACION.
               MOVE 1 TO WS-LOTE-NRO
               PERFORM 5000-ABRIR-LOTE
                  THRU 5000-ABRIR-LOTE-EXIT
               MOVE "S" TO WS-SW-LOTE-CONTROLADO

               OPEN INPUT FEED-AR
               IF FS-AR NOT EQUAL "00"
                   MOVE "2000-LOTE-FACT-AR" TO WS-ERR-PARRAFO
                   MOVE FS-AR                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2010-LEER-AR
                  THRU 2010-LEER-AR-EXIT
                 UNTIL FIN-AR

               CLOSE FEED-AR

               PERFORM 2050-ADELANTOS-FACT
                  THRU 2050-ADELANTOS-FACT-EXIT

               PERFORM 5500-CERRAR-LOTE
                  THRU 5500-CERRAR-LOTE-EXIT.

           2000-LOTE-FACTURACION-EXIT.
           EXIT.

           2010-LEER-AR.
               READ FEED-AR
                   AT END
                       MOVE "S" TO WS-SW-EOF-AR
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-AR
                   GO TO 2010-LEER-AR-EXIT
               END-IF

               IF FS-AR NOT EQUAL "00"
                   MOVE "2010-LEER-AR" TO WS-ERR-PARRAFO
                   MOVE FS-AR           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF AR-REGISTRO(1:2) EQUAL "H|"
                   GO TO 2010-LEER-AR-EXIT
               END-IF

      * The last trailer of the file is the one that counts - a
      * restart-appended feed carries older ones.
               IF AR-REGISTRO(1:2) EQUAL "T|"
                   MOVE AR-TR-HASH TO WS-LOTE-TR-HASH
                   MOVE AR-TR-CANT TO WS-LOTE-TR-CANT
                   MOVE "S" TO WS-SW-TRAILER-VISTO
                   GO TO 2010-LEER-AR-EXIT
               END-IF

               IF AR-VENCE(1:6) NOT EQUAL WS-PERIODO-CONTABLE-N
                   ADD 1        TO WS-LOTE-OMIT-FILAS
                   ADD AR-VALOR TO WS-LOTE-OMIT-IMP
                   GO TO 2010-LEER-AR-EXIT
               END-IF

               MOVE AR-TANDA  TO WS-MOV-TANDA
               MOVE AR-VALOR  TO WS-MOV-IMPORTE(1)
               MOVE AR-PURA   TO WS-MOV-IMPORTE(2)
               MOVE AR-ADMIN  TO WS-MOV-IMPORTE(3)
               MOVE AR-SEGURO TO WS-MOV-IMPORTE(4)
               MOVE AR-IVA    TO WS-MOV-IMPORTE(5)
               ADD AR-VALOR   TO WS-LOTE-CONTROL

               PERFORM 5100-ACUMULAR
                  THRU 5100-ACUMULAR-EXIT.

           2010-LEER-AR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-ADELANTOS-FACT - a cuota cancelled by an adelanto never
      * reaches the AR feed: it is billed here, in the period of the
      * cutoff that settled it, at the value it was settled at.
      * ADELANTOS is optional (no adelanto ever taken means no file),
      * and so is CONTRATOS, without which the breakdown has no
      * cargo administrativo.
      ******************************************************************
           2050-ADELANTOS-FACT.
               IF WS-ADELANTOS-PATH EQUAL SPACES
                   GO TO 2050-ADELANTOS-FACT-EXIT
               END-IF

               OPEN INPUT ADELANTOS
               IF FS-ADELANTOS EQUAL "35"
                   GO TO 2050-ADELANTOS-FACT-EXIT
               END-IF
               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "2050-ADELANTOS-FACT" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               MOVE "S" TO WS-SW-ADELANTOS-OK

               IF WS-CONTRATOS-PATH NOT EQUAL SPACES
                   OPEN INPUT CONTRATOS
                   IF FS-CONTRATOS EQUAL "00"
                       MOVE "S" TO WS-SW-CONTRATOS-OK
                   ELSE
                       IF FS-CONTRATOS NOT EQUAL "35"
                           MOVE "2050-ADELANTOS-CTO" TO WS-ERR-PARRAFO
                           MOVE FS-CONTRATOS TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               PERFORM 2060-LEER-ADELANTO
                  THRU 2060-LEER-ADELANTO-EXIT
                 UNTIL FIN-ADELANTOS

               CLOSE ADELANTOS
               MOVE "N" TO WS-SW-ADELANTOS-OK
               IF CONTRATOS-ACTIVO
                   CLOSE CONTRATOS
                   MOVE "N" TO WS-SW-CONTRATOS-OK
               END-IF.

           2050-ADELANTOS-FACT-EXIT.
           EXIT.

           2060-LEER-ADELANTO.
               READ ADELANTOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-ADELANTOS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-ADELANTOS
                   GO TO 2060-LEER-ADELANTO-EXIT
               END-IF

               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "2060-LEER-ADELANTO" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF AD-CORTE(1:6) NOT EQUAL WS-PERIODO-CONTABLE-N
                   GO TO 2060-LEER-ADELANTO-EXIT
               END-IF

               PERFORM 2070-DESGLOSAR-AD
                  THRU 2070-DESGLOSAR-AD-EXIT

               MOVE AD-TANDA     TO WS-MOV-TANDA
               MOVE AD-VALOR     TO WS-MOV-IMPORTE(1)
               MOVE WS-AD-PURA   TO WS-MOV-IMPORTE(2)
               MOVE WS-AD-ADMIN  TO WS-MOV-IMPORTE(3)
               MOVE WS-AD-SEGURO TO WS-MOV-IMPORTE(4)
               MOVE WS-AD-IVA    TO WS-MOV-IMPORTE(5)
               ADD 1             TO WS-LOTE-ADEL-FILAS
               ADD AD-VALOR      TO WS-LOTE-ADEL-IMP

               PERFORM 5100-ACUMULAR
                  THRU 5100-ACUMULAR-EXIT.

           2060-LEER-ADELANTO-EXIT.
           EXIT.

      ******************************************************************
      * 2070-DESGLOSAR-AD - break the adelanto's value down as
      * ESTADOCTA quotes it: the cuota pura of the last cuota due at
      * the settling cutoff (the first cuota's while none is), cargo
      * administrativo on it at the contract's rate, IVA on the
      * cargo, and the seguro as the rest. When MAESTRO does not give
      * the pura, or the parts come to more than the value, the
      * whole value goes to the fondo so the asiento still balances.
      ******************************************************************
           2070-DESGLOSAR-AD.
               MOVE AD-VALOR TO WS-AD-PURA
               MOVE ZERO     TO WS-AD-ADMIN WS-AD-SEGURO WS-AD-IVA
                                WS-AD-PURA-CUOTA

               IF NOT MAESTRO-ACTIVO
                   GO TO 2070-DESGLOSAR-AD-EXIT
               END-IF

               MOVE "N"         TO WS-SW-EOF-CUOTAS-AD
               MOVE AD-CONTRATO TO MA-CONTRATO
               MOVE ZERO        TO MA-CUOTA
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       GO TO 2070-DESGLOSAR-AD-EXIT
               END-START

               PERFORM 2075-LEER-CUOTA-AD
                  THRU 2075-LEER-CUOTA-AD-EXIT
                 UNTIL FIN-CUOTAS-AD

               IF WS-AD-PURA-CUOTA EQUAL ZERO
                   GO TO 2070-DESGLOSAR-AD-EXIT
               END-IF

               PERFORM 2080-BUSCAR-TASA-AD
                  THRU 2080-BUSCAR-TASA-AD-EXIT

               COMPUTE WS-AD-ADMIN =
                   WS-AD-PURA-CUOTA * WS-AD-TASA-ADMIN / 100
               COMPUTE WS-AD-IVA =
                   WS-AD-ADMIN * WC-PORC-IVA / 100
               IF AD-VALOR LESS THAN
                  WS-AD-PURA-CUOTA + WS-AD-ADMIN + WS-AD-IVA
                   MOVE ZERO TO WS-AD-ADMIN WS-AD-IVA
                   GO TO 2070-DESGLOSAR-AD-EXIT
               END-IF

               MOVE WS-AD-PURA-CUOTA TO WS-AD-PURA
               COMPUTE WS-AD-SEGURO = AD-VALOR
                   - WS-AD-PURA - WS-AD-ADMIN - WS-AD-IVA.

           2070-DESGLOSAR-AD-EXIT.
           EXIT.

           2075-LEER-CUOTA-AD.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-CUOTAS-AD
               END-READ

               IF FIN-CUOTAS-AD
                   GO TO 2075-LEER-CUOTA-AD-EXIT
               END-IF

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE AD-CONTRATO          TO WS-ERR-CLAVE
                   MOVE "2075-LEER-CUOTA-AD" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL AD-CONTRATO
                   MOVE "S" TO WS-SW-EOF-CUOTAS-AD
                   GO TO 2075-LEER-CUOTA-AD-EXIT
               END-IF

               IF WS-AD-PURA-CUOTA NOT EQUAL ZERO
                  AND MA-VENCE GREATER THAN AD-CORTE
                   MOVE "S" TO WS-SW-EOF-CUOTAS-AD
                   GO TO 2075-LEER-CUOTA-AD-EXIT
               END-IF

               MOVE MA-VALOR TO WS-AD-PURA-CUOTA.

           2075-LEER-CUOTA-AD-EXIT.
           EXIT.

      ******************************************************************
      * 2080-BUSCAR-TASA-AD - the contract's admin rate, zero when
      * CONTRATOS is absent or does not hold the contract.
      ******************************************************************
           2080-BUSCAR-TASA-AD.
               MOVE ZERO TO WS-AD-TASA-ADMIN

               IF NOT CONTRATOS-ACTIVO
                   GO TO 2080-BUSCAR-TASA-AD-EXIT
               END-IF

               MOVE AD-CONTRATO TO CT-CONTRATO-ID
               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   IF CT-TASA-ADMIN-N IS NUMERIC
                       MOVE CT-TASA-ADMIN-N TO WS-AD-TASA-ADMIN
                   END-IF
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE AD-CONTRATO           TO WS-ERR-CLAVE
                       MOVE "2080-BUSCAR-TASA-AD" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS          TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2080-BUSCAR-TASA-AD-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOTE-NOTAS - notas de debito raise deudores against the
      * billing-adjustment account, notas de credito reverse it. The
      * feed has no trailer; the batch proves debe = haber only. The
      * file is optional: no reprice ever ran means no notas.
      ******************************************************************
           2100-LOTE-NOTAS.
               IF WS-NOTAS-PATH EQUAL SPACES
                   GO TO 2100-LOTE-NOTAS-EXIT
               END-IF

               OPEN INPUT NOTAS
               IF FS-NOTAS EQUAL "35"
                   GO TO 2100-LOTE-NOTAS-EXIT
               END-IF
               IF FS-NOTAS NOT EQUAL "00"
                   MOVE "2100-LOTE-NOTAS" TO WS-ERR-PARRAFO
                   MOVE FS-NOTAS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE 2 TO WS-LOTE-NRO
               PERFORM 5000-ABRIR-LOTE
                  THRU 5000-ABRIR-LOTE-EXIT

               PERFORM 2110-LEER-NOTA
                  THRU 2110-LEER-NOTA-EXIT
                 UNTIL FIN-NOTAS

               CLOSE NOTAS

               PERFORM 5500-CERRAR-LOTE
                  THRU 5500-CERRAR-LOTE-EXIT.

           2100-LOTE-NOTAS-EXIT.
           EXIT.

           2110-LEER-NOTA.
               READ NOTAS
                   AT END
                       MOVE "S" TO WS-SW-EOF-NOTAS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-NOTAS
                   GO TO 2110-LEER-NOTA-EXIT
               END-IF

               IF FS-NOTAS NOT EQUAL "00"
                   MOVE "2110-LEER-NOTA" TO WS-ERR-PARRAFO
                   MOVE FS-NOTAS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE NT-CONTRATO TO WS-BUSCA-CONTRATO
               PERFORM 2900-BUSCAR-TANDA
                  THRU 2900-BUSCAR-TANDA-EXIT

               IF NT-TIPO EQUAL "NC"
                   MOVE NT-DIF TO WS-MOV-IMPORTE(2)
               ELSE
                   MOVE NT-DIF TO WS-MOV-IMPORTE(1)
               END-IF

               PERFORM 5100-ACUMULAR
                  THRU 5100-ACUMULAR-EXIT.

           2110-LEER-NOTA-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOTE-PUNITORIOS - the surcharge COBRANZAS accrued, as
      * deudores against ingresos por punitorios, tied to the feed's
      * trailer. Optional: no published rates means no feed.
      ******************************************************************
           2200-LOTE-PUNITORIOS.
               IF WS-PUNIT-PATH EQUAL SPACES
                   GO TO 2200-LOTE-PUNITORIOS-EXIT
               END-IF

               OPEN INPUT PUNITORIOS
               IF FS-PUNIT EQUAL "35"
                   GO TO 2200-LOTE-PUNITORIOS-EXIT
               END-IF
               IF FS-PUNIT NOT EQUAL "00"
                   MOVE "2200-LOTE-PUNIT" TO WS-ERR-PARRAFO
                   MOVE FS-PUNIT           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE 3 TO WS-LOTE-NRO
               PERFORM 5000-ABRIR-LOTE
                  THRU 5000-ABRIR-LOTE-EXIT
               MOVE "S" TO WS-SW-LOTE-CONTROLADO

               PERFORM 2210-LEER-PUNITORIO
                  THRU 2210-LEER-PUNITORIO-EXIT
                 UNTIL FIN-PUNIT

               CLOSE PUNITORIOS

               PERFORM 5500-CERRAR-LOTE
                  THRU 5500-CERRAR-LOTE-EXIT.

           2200-LOTE-PUNITORIOS-EXIT.
           EXIT.

           2210-LEER-PUNITORIO.
               READ PUNITORIOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-PUNIT
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-PUNIT
                   GO TO 2210-LEER-PUNITORIO-EXIT
               END-IF

               IF FS-PUNIT NOT EQUAL "00"
                   MOVE "2210-LEER-PUNITORIO" TO WS-ERR-PARRAFO
                   MOVE FS-PUNIT               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF PU-REGISTRO(1:2) EQUAL "H|"
                   GO TO 2210-LEER-PUNITORIO-EXIT
               END-IF

               IF PU-REGISTRO(1:2) EQUAL "T|"
                   MOVE PU-TR-HASH TO WS-LOTE-TR-HASH
                   MOVE PU-TR-CANT TO WS-LOTE-TR-CANT
                   MOVE "S" TO WS-SW-TRAILER-VISTO
                   GO TO 2210-LEER-PUNITORIO-EXIT
               END-IF

               MOVE PU-TANDA TO WS-MOV-TANDA
               MOVE PU-VALOR TO WS-MOV-IMPORTE(1)
               ADD PU-VALOR  TO WS-LOTE-CONTROL

               PERFORM 5100-ACUMULAR
                  THRU 5100-ACUMULAR-EXIT.

           2210-LEER-PUNITORIO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOTE-COBROS - the receipts COBRANZAS applied: caja for
      * money taken in the window, the partidas pendientes account
      * for a partida the cashiers reassigned (that cash was already
      * in the bank, held in suspense), both against deudores. The
      * suspense rows move caja against partidas pendientes: cash
      * taken into suspense, and a partida refunded or released to
      * its own receipt paid back out. Tied to the feed's trailer,
      * which COBRANZAS writes only once the application reached the
      * master.
      ******************************************************************
           2300-LOTE-COBROS.
               IF WS-COBROS-PATH EQUAL SPACES
                   GO TO 2300-LOTE-COBROS-EXIT
               END-IF

               OPEN INPUT COBROS
               IF FS-COBROS EQUAL "35"
                   GO TO 2300-LOTE-COBROS-EXIT
               END-IF
               IF FS-COBROS NOT EQUAL "00"
                   MOVE "2300-LOTE-COBROS" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE 4 TO WS-LOTE-NRO
               PERFORM 5000-ABRIR-LOTE
                  THRU 5000-ABRIR-LOTE-EXIT
               MOVE "S" TO WS-SW-LOTE-CONTROLADO

               PERFORM 2310-LEER-COBRO
                  THRU 2310-LEER-COBRO-EXIT
                 UNTIL FIN-COBROS

               CLOSE COBROS

               PERFORM 5500-CERRAR-LOTE
                  THRU 5500-CERRAR-LOTE-EXIT.

           2300-LOTE-COBROS-EXIT.
           EXIT.

           2310-LEER-COBRO.
               READ COBROS
                   AT END
                       MOVE "S" TO WS-SW-EOF-COBROS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-COBROS
                   GO TO 2310-LEER-COBRO-EXIT
               END-IF

               IF FS-COBROS NOT EQUAL "00"
                   MOVE "2310-LEER-COBRO" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF CB-REGISTRO(1:2) EQUAL "H|"
                   GO TO 2310-LEER-COBRO-EXIT
               END-IF

               IF CB-REGISTRO(1:2) EQUAL "T|"
                   MOVE CB-TR-HASH TO WS-LOTE-TR-HASH
                   MOVE CB-TR-CANT TO WS-LOTE-TR-CANT
                   MOVE "S" TO WS-SW-TRAILER-VISTO
                   GO TO 2310-LEER-COBRO-EXIT
               END-IF

               MOVE CB-TANDA TO WS-MOV-TANDA
               ADD CB-IMPORTE  TO WS-LOTE-CONTROL

               IF CB-ORIGEN EQUAL "S"
                   MOVE CB-IMPORTE TO WS-MOV-IMPORTE(1)
                   MOVE CB-IMPORTE TO WS-MOV-IMPORTE(4)
                   GO TO 2310-LEER-COBRO-ACUMULAR
               END-IF

               IF CB-ORIGEN EQUAL "D"
                  OR CB-ORIGEN EQUAL "L"
                   MOVE CB-IMPORTE TO WS-MOV-IMPORTE(2)
                   MOVE CB-IMPORTE TO WS-MOV-IMPORTE(5)
                   GO TO 2310-LEER-COBRO-ACUMULAR
               END-IF

               IF CB-ORIGEN EQUAL "R"
                   MOVE CB-IMPORTE TO WS-MOV-IMPORTE(2)
               ELSE
                   MOVE CB-IMPORTE TO WS-MOV-IMPORTE(1)
               END-IF
               MOVE CB-IMPORTE TO WS-MOV-IMPORTE(3).

           2310-LEER-COBRO-ACUMULAR.
               PERFORM 5100-ACUMULAR
                  THRU 5100-ACUMULAR-EXIT.

           2310-LEER-COBRO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LOTE-REINTEGROS - each reintegro owed to a former
      * subscriber leaves the fondo del grupo for the reintegros a
      * pagar liability until it is paid out. No trailer on the feed;
      * debe = haber only. Optional like the other side feeds.
      * CUOTASAUTO rewrites the feed with every baja on record, so a
      * reintegro already on ASENTADOS is skipped - unless it was
      * posted under this same posting date, so that a repeated run
      * gives the same batch. Once the batch is posted its new
      * reintegros are added to ASENTADOS.
      ******************************************************************
           2400-LOTE-REINTEGROS.
               IF WS-REINT-PATH EQUAL SPACES
                   GO TO 2400-LOTE-REINTEGROS-EXIT
               END-IF

               OPEN INPUT REINTEGROS
               IF FS-REINT EQUAL "35"
                   GO TO 2400-LOTE-REINTEGROS-EXIT
               END-IF
               IF FS-REINT NOT EQUAL "00"
                   MOVE "2400-LOTE-REINT" TO WS-ERR-PARRAFO
                   MOVE FS-REINT           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * The first run creates the key file and reopens it I-O.
               OPEN I-O ASENTADOS
               IF FS-ASENTADOS EQUAL "35"
                   OPEN OUTPUT ASENTADOS
                   IF FS-ASENTADOS EQUAL "00"
                       CLOSE ASENTADOS
                       OPEN I-O ASENTADOS
                   END-IF
               END-IF
               IF FS-ASENTADOS NOT EQUAL "00"
                   MOVE "2400-LOTE-ASENTADOS" TO WS-ERR-PARRAFO
                   MOVE FS-ASENTADOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               MOVE "S" TO WS-SW-ASENTADOS-OK

               MOVE 5 TO WS-LOTE-NRO
               PERFORM 5000-ABRIR-LOTE
                  THRU 5000-ABRIR-LOTE-EXIT

               PERFORM 2410-LEER-REINTEGRO
                  THRU 2410-LEER-REINTEGRO-EXIT
                 UNTIL FIN-REINT

               CLOSE REINTEGROS

               PERFORM 5500-CERRAR-LOTE
                  THRU 5500-CERRAR-LOTE-EXIT

               IF LOTE-RECHAZADO
                   GO TO 2400-LOTE-REINTEGROS-EXIT
               END-IF

               OPEN INPUT REINTEGROS
               IF FS-REINT NOT EQUAL "00"
                   MOVE "2400-LOTE-REMARCA" TO WS-ERR-PARRAFO
                   MOVE FS-REINT             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "N" TO WS-SW-EOF-REINT
               PERFORM 2420-MARCAR-REINTEGRO
                  THRU 2420-MARCAR-REINTEGRO-EXIT
                 UNTIL FIN-REINT

               CLOSE REINTEGROS.

           2400-LOTE-REINTEGROS-EXIT.
           EXIT.

           2410-LEER-REINTEGRO.
               READ REINTEGROS
                   AT END
                       MOVE "S" TO WS-SW-EOF-REINT
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-REINT
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               IF FS-REINT NOT EQUAL "00"
                   MOVE "2410-LEER-REINTEGRO" TO WS-ERR-PARRAFO
                   MOVE FS-REINT               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2430-BUSCAR-ASENTADO
                  THRU 2430-BUSCAR-ASENTADO-EXIT
               IF FS-ASENTADOS EQUAL "00"
                  AND RA-FECHA NOT EQUAL WS-FECHA-PROCESO
                   ADD 1 TO WS-CNT-REINT-PREV
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               MOVE RI-CONTRATO TO WS-BUSCA-CONTRATO
               PERFORM 2900-BUSCAR-TANDA
                  THRU 2900-BUSCAR-TANDA-EXIT

               MOVE RI-MONTO TO WS-MOV-IMPORTE(1)

               PERFORM 5100-ACUMULAR
                  THRU 5100-ACUMULAR-EXIT.

           2410-LEER-REINTEGRO-EXIT.
           EXIT.

      ******************************************************************
      * 2420-MARCAR-REINTEGRO - second pass over the feed once the
      * batch is posted: a reintegro not yet on ASENTADOS is added
      * under this posting date.
      ******************************************************************
           2420-MARCAR-REINTEGRO.
               READ REINTEGROS
                   AT END
                       MOVE "S" TO WS-SW-EOF-REINT
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-REINT
                   GO TO 2420-MARCAR-REINTEGRO-EXIT
               END-IF

               IF FS-REINT NOT EQUAL "00"
                   MOVE "2420-MARCAR-REINT" TO WS-ERR-PARRAFO
                   MOVE FS-REINT             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2430-BUSCAR-ASENTADO
                  THRU 2430-BUSCAR-ASENTADO-EXIT
               IF FS-ASENTADOS EQUAL "00"
                   GO TO 2420-MARCAR-REINTEGRO-EXIT
               END-IF

               MOVE RI-CONTRATO      TO RA-CONTRATO
               MOVE WS-FECHA-PROCESO TO RA-FECHA
               MOVE RI-MONTO         TO RA-IMPORTE
               WRITE RA-REGISTRO
               IF FS-ASENTADOS NOT EQUAL "00"
                   MOVE RI-CONTRATO          TO WS-ERR-CLAVE
                   MOVE "2420-MARCAR-GRABAR" TO WS-ERR-PARRAFO
                   MOVE FS-ASENTADOS         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2420-MARCAR-REINTEGRO-EXIT.
           EXIT.

      ******************************************************************
      * 2430-BUSCAR-ASENTADO - keyed read of ASENTADOS for the
      * reintegro in hand; FS-ASENTADOS is "00" when it is there and
      * "23" when it is not.
      ******************************************************************
           2430-BUSCAR-ASENTADO.
               MOVE RI-CONTRATO TO RA-CONTRATO
               READ ASENTADOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ASENTADOS NOT EQUAL "00"
                  AND FS-ASENTADOS NOT EQUAL "23"
                   MOVE RI-CONTRATO            TO WS-ERR-CLAVE
                   MOVE "2430-BUSCAR-ASENTADO" TO WS-ERR-PARRAFO
                   MOVE FS-ASENTADOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2430-BUSCAR-ASENTADO-EXIT.
           EXIT.

      ******************************************************************
      * 2900-BUSCAR-TANDA - the tanda of WS-BUSCA-CONTRATO from the
      * first cuota the schedule master holds for it, into
      * WS-MOV-TANDA (blank when the master is absent or does not
      * know the contract). The last answer is kept, since the notas
      * of one contract come together.
      ******************************************************************
           2900-BUSCAR-TANDA.
               MOVE SPACES TO WS-MOV-TANDA

               IF NOT MAESTRO-ACTIVO
                   GO TO 2900-BUSCAR-TANDA-EXIT
               END-IF

               IF WS-BUSCA-CONTRATO EQUAL WS-ULT-CONTRATO
                   MOVE WS-ULT-TANDA TO WS-MOV-TANDA
                   GO TO 2900-BUSCAR-TANDA-EXIT
               END-IF

               MOVE WS-BUSCA-CONTRATO TO WS-ULT-CONTRATO
               MOVE SPACES            TO WS-ULT-TANDA

               MOVE WS-BUSCA-CONTRATO TO MA-CONTRATO
               MOVE ZERO              TO MA-CUOTA
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       GO TO 2900-BUSCAR-TANDA-EXIT
               END-START

               READ MAESTRO NEXT RECORD
                   AT END
                       GO TO 2900-BUSCAR-TANDA-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE WS-BUSCA-CONTRATO    TO WS-ERR-CLAVE
                   MOVE "2900-BUSCAR-TANDA" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-CONTRATO EQUAL WS-BUSCA-CONTRATO
                   MOVE MA-TANDA TO WS-ULT-TANDA WS-MOV-TANDA
               END-IF.

           2900-BUSCAR-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ABRIR-LOTE - clear the accumulators for the batch in
      * WS-LOTE-NRO.
      ******************************************************************
           5000-ABRIR-LOTE.
               MOVE ZERO TO WS-LT-CANT WS-LOTE-FILAS WS-LOTE-CONTROL
                            WS-LOTE-OMIT-FILAS WS-LOTE-OMIT-IMP
                            WS-LOTE-ADEL-FILAS WS-LOTE-ADEL-IMP
                            WS-LOTE-TR-CANT WS-LOTE-TR-HASH
                            WS-LOTE-DEBE WS-LOTE-HABER WS-LOTE-LINEAS
               MOVE ZERO TO WS-MOV-IMPORTE(1) WS-MOV-IMPORTE(2)
                            WS-MOV-IMPORTE(3) WS-MOV-IMPORTE(4)
                            WS-MOV-IMPORTE(5)
               MOVE SPACES TO WS-LOTE-MOTIVO
               MOVE "N" TO WS-SW-LOTE-CONTROLADO
                           WS-SW-TRAILER-VISTO
                           WS-SW-LOTE-RECHAZADO.

           5000-ABRIR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 5100-ACUMULAR - add the row in WS-MOVIMIENTO to its tanda's
      * amounts, registering the tanda on first sight, and clear the
      * row for the next one.
      ******************************************************************
           5100-ACUMULAR.
               MOVE "N" TO WS-SW-TANDA-VISTA
               MOVE ZERO TO WS-TANDA-USAR
               PERFORM 5110-BUSCAR-TANDA-LOTE
                  THRU 5110-BUSCAR-TANDA-LOTE-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-LT-CANT
                      OR TANDA-ENCONTRADA

               IF NOT TANDA-ENCONTRADA
                   IF WS-LT-CANT EQUAL WC-MAX-TANDAS
                       MOVE "5100-ACUMULAR-TBL" TO WS-ERR-PARRAFO
                       MOVE "99" TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1 TO WS-LT-CANT
                   MOVE WS-LT-CANT   TO WS-TANDA-USAR
                   MOVE WS-MOV-TANDA TO LT-TANDA(WS-TANDA-USAR)
                   MOVE ZERO TO LT-FILAS(WS-TANDA-USAR)
                                LT-IMPORTE(WS-TANDA-USAR, 1)
                                LT-IMPORTE(WS-TANDA-USAR, 2)
                                LT-IMPORTE(WS-TANDA-USAR, 3)
                                LT-IMPORTE(WS-TANDA-USAR, 4)
                                LT-IMPORTE(WS-TANDA-USAR, 5)
               END-IF

               ADD 1 TO LT-FILAS(WS-TANDA-USAR)
               ADD 1 TO WS-LOTE-FILAS
               ADD WS-MOV-IMPORTE(1) TO LT-IMPORTE(WS-TANDA-USAR, 1)
               ADD WS-MOV-IMPORTE(2) TO LT-IMPORTE(WS-TANDA-USAR, 2)
               ADD WS-MOV-IMPORTE(3) TO LT-IMPORTE(WS-TANDA-USAR, 3)
               ADD WS-MOV-IMPORTE(4) TO LT-IMPORTE(WS-TANDA-USAR, 4)
               ADD WS-MOV-IMPORTE(5) TO LT-IMPORTE(WS-TANDA-USAR, 5)

               MOVE ZERO TO WS-MOV-IMPORTE(1) WS-MOV-IMPORTE(2)
                            WS-MOV-IMPORTE(3) WS-MOV-IMPORTE(4)
                            WS-MOV-IMPORTE(5).

           5100-ACUMULAR-EXIT.
           EXIT.

           5110-BUSCAR-TANDA-LOTE.
               IF LT-TANDA(WS-TANDA-SUB) EQUAL WS-MOV-TANDA
                   MOVE "S" TO WS-SW-TANDA-VISTA
                   MOVE WS-TANDA-SUB TO WS-TANDA-USAR
               END-IF.

           5110-BUSCAR-TANDA-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 5500-CERRAR-LOTE - prove the batch and post it, or reject it.
      * Debe and haber are summed over the batch's asiento lines for
      * every tanda and must agree; a batch off a trailed feed must
      * also have found the trailer and match its row count and
      * amount total, counting the rows left out of the period and
      * not the adelanto cuotas, which are not on the feed. Only a
      * proven batch reaches the GL file.
      ******************************************************************
           5500-CERRAR-LOTE.
               COMPUTE WS-LOTE-CUADRE-CANT = WS-LOTE-FILAS
                   - WS-LOTE-ADEL-FILAS + WS-LOTE-OMIT-FILAS
               COMPUTE WS-LOTE-CUADRE-IMP =
                   WS-LOTE-CONTROL + WS-LOTE-OMIT-IMP

               PERFORM 5510-SUMAR-LADOS
                  THRU 5510-SUMAR-LADOS-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-LT-CANT

               IF WS-LOTE-DEBE NOT EQUAL WS-LOTE-HABER
                   MOVE "S" TO WS-SW-LOTE-RECHAZADO
                   MOVE "DEBE <> HABER" TO WS-LOTE-MOTIVO
               END-IF

               IF LOTE-CONTROLADO
                  AND NOT LOTE-RECHAZADO
                   IF NOT TRAILER-LEIDO
                       MOVE "S" TO WS-SW-LOTE-RECHAZADO
                       MOVE "SIN TRAILER" TO WS-LOTE-MOTIVO
                   ELSE
                       IF WS-LOTE-CUADRE-IMP NOT EQUAL WS-LOTE-TR-HASH
                          OR WS-LOTE-CUADRE-CANT
                             NOT EQUAL WS-LOTE-TR-CANT
                           MOVE "S" TO WS-SW-LOTE-RECHAZADO
                           MOVE "NO CIERRA CON TRAILER"
                             TO WS-LOTE-MOTIVO
                       END-IF
                   END-IF
               END-IF

               IF NOT LOTE-RECHAZADO
                   PERFORM 5600-ASENTAR-TANDA
                      THRU 5600-ASENTAR-TANDA-EXIT
                     VARYING WS-TANDA-SUB FROM 1 BY 1
                       UNTIL WS-TANDA-SUB > WS-LT-CANT

                   MOVE WC-LD-CODIGO(WS-LOTE-NRO) TO WS-GT-LOTE
                   MOVE WS-LOTE-LINEAS TO WS-GT-LINEAS
                   MOVE WS-LOTE-DEBE   TO WS-GT-DEBE
                   MOVE WS-LOTE-HABER  TO WS-GT-HABER
                   WRITE REGISTROGL FROM WS-GL-TRAILER
                   IF FS-GL NOT EQUAL "00"
                       MOVE "5500-CERRAR-LOTE-TR" TO WS-ERR-PARRAFO
                       MOVE FS-GL                  TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1 TO WS-CNT-ACEPTADOS
               ELSE
                   ADD 1 TO WS-CNT-RECHAZADOS
                   DISPLAY "LOTE RECHAZADO " WC-LD-CODIGO(WS-LOTE-NRO)
                           " " WS-LOTE-MOTIVO
                           " DEBE=" WS-LOTE-DEBE
                           " HABER=" WS-LOTE-HABER
                           " CONTROL=" WS-LOTE-CUADRE-IMP
                           " TRAILER=" WS-LOTE-TR-HASH
               END-IF

               PERFORM 5700-LISTAR-LOTE
                  THRU 5700-LISTAR-LOTE-EXIT.

           5500-CERRAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 5510-SUMAR-LADOS - one tanda's contribution to the batch's
      * debe and haber, line by line of the batch definition.
      ******************************************************************
           5510-SUMAR-LADOS.
               PERFORM 5520-SUMAR-LINEA
                  THRU 5520-SUMAR-LINEA-EXIT
                 VARYING WS-LINEA-SUB FROM 1 BY 1
                   UNTIL WS-LINEA-SUB > WC-CANT-LINEAS.

           5510-SUMAR-LADOS-EXIT.
           EXIT.

           5520-SUMAR-LINEA.
               MOVE WC-LD-SLOT(WS-LOTE-NRO, WS-LINEA-SUB)
                 TO WS-SLOT-SUB
               IF WS-SLOT-SUB EQUAL ZERO
                   GO TO 5520-SUMAR-LINEA-EXIT
               END-IF

               IF WC-LD-LADO(WS-LOTE-NRO, WS-LINEA-SUB) EQUAL "D"
                   ADD LT-IMPORTE(WS-TANDA-SUB, WS-SLOT-SUB)
                     TO WS-LOTE-DEBE
               ELSE
                   ADD LT-IMPORTE(WS-TANDA-SUB, WS-SLOT-SUB)
                     TO WS-LOTE-HABER
               END-IF.

           5520-SUMAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 5600-ASENTAR-TANDA - one asiento per tanda: a GL line for
      * every definition line that carries an amount.
      ******************************************************************
           5600-ASENTAR-TANDA.
               ADD 1 TO WS-ASIENTO-NRO

               PERFORM 5610-ESCRIBIR-LINEA
                  THRU 5610-ESCRIBIR-LINEA-EXIT
                 VARYING WS-LINEA-SUB FROM 1 BY 1
                   UNTIL WS-LINEA-SUB > WC-CANT-LINEAS.

           5600-ASENTAR-TANDA-EXIT.
           EXIT.

           5610-ESCRIBIR-LINEA.
               MOVE WC-LD-SLOT(WS-LOTE-NRO, WS-LINEA-SUB)
                 TO WS-SLOT-SUB
               IF WS-SLOT-SUB EQUAL ZERO
                   GO TO 5610-ESCRIBIR-LINEA-EXIT
               END-IF
               IF LT-IMPORTE(WS-TANDA-SUB, WS-SLOT-SUB) EQUAL ZERO
                   GO TO 5610-ESCRIBIR-LINEA-EXIT
               END-IF

               MOVE WC-LD-CONCEPTO(WS-LOTE-NRO, WS-LINEA-SUB)
                 TO WS-CONCEPTO-USAR

               MOVE WC-LD-CODIGO(WS-LOTE-NRO) TO WS-GL-LOTE
               MOVE WS-FECHA-PROCESO          TO WS-GL-FECHA
               MOVE WS-ASIENTO-NRO            TO WS-GL-ASIENTO
               MOVE LT-TANDA(WS-TANDA-SUB)    TO WS-GL-TANDA
               MOVE WS-CUENTA(WS-CONCEPTO-USAR) TO WS-GL-CUENTA
               MOVE WC-LD-LADO(WS-LOTE-NRO, WS-LINEA-SUB)
                 TO WS-GL-LADO
               MOVE LT-IMPORTE(WS-TANDA-SUB, WS-SLOT-SUB)
                 TO WS-GL-IMPORTE
               MOVE WC-CONCEPTO(WS-CONCEPTO-USAR) TO WS-GL-CONCEPTO

               WRITE REGISTROGL FROM WS-GL-LINEA

               IF FS-GL NOT EQUAL "00"
                   MOVE "5610-ESCRIBIR-LINEA" TO WS-ERR-PARRAFO
                   MOVE FS-GL                  TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-LOTE-LINEAS
               ADD 1 TO WS-CNT-GL.

           5610-ESCRIBIR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 5700-LISTAR-LOTE - the batch's line on the control listing.
      ******************************************************************
           5700-LISTAR-LOTE.
               MOVE WC-LD-CODIGO(WS-LOTE-NRO)   TO WS-LL-CODIGO
               MOVE WC-NOMBRE-LOTE(WS-LOTE-NRO) TO WS-LL-NOMBRE
               MOVE WS-LOTE-FILAS   TO WS-LL-FILAS
               MOVE WS-LOTE-DEBE    TO WS-LL-DEBE
               MOVE WS-LOTE-HABER   TO WS-LL-HABER
               MOVE WS-LOTE-CUADRE-IMP TO WS-LL-CONTROL
               MOVE WS-LOTE-TR-HASH TO WS-LL-TRAILER
               MOVE WS-LOTE-MOTIVO  TO WS-LL-MOTIVO
               IF LOTE-RECHAZADO
                   MOVE "RECHAZADO " TO WS-LL-ESTADO
               ELSE
                   MOVE "ASENTADO  " TO WS-LL-ESTADO
               END-IF

               WRITE REGISTROLISTADO FROM WS-LINEA-LOTE
               AFTER ADVANCING 1

               IF FS-LISTADO NOT EQUAL "00"
                   MOVE "5700-LISTAR-LOTE" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF WS-LOTE-ADEL-FILAS GREATER THAN ZERO
                   MOVE WS-LOTE-ADEL-FILAS TO WS-LA-FILAS
                   MOVE WS-LOTE-ADEL-IMP   TO WS-LA-IMPORTE
                   WRITE REGISTROLISTADO FROM WS-LINEA-ADELANTOS
                   AFTER ADVANCING 1
                   IF FS-LISTADO NOT EQUAL "00"
                       MOVE "5700-LISTAR-ADELANTO" TO WS-ERR-PARRAFO
                       MOVE FS-LISTADO              TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               IF WS-LOTE-OMIT-FILAS EQUAL ZERO
                   GO TO 5700-LISTAR-LOTE-EXIT
               END-IF

               MOVE WS-LOTE-OMIT-FILAS TO WS-LO-FILAS
               MOVE WS-LOTE-OMIT-IMP   TO WS-LO-IMPORTE
               WRITE REGISTROLISTADO FROM WS-LINEA-OMITIDOS
               AFTER ADVANCING 1

               IF FS-LISTADO NOT EQUAL "00"
                   MOVE "5700-LISTAR-OMITIDOS" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           5700-LISTAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - run totals on the listing and console; a rejected
      * batch ends the run with its own RETURN-CODE so the closing
      * is held until the feeds are corrected and the run repeated.
      ******************************************************************
           3000-FIN.
               IF RETURN-CODE EQUAL ZERO
                  AND FS-LISTADO EQUAL "00"
                   MOVE WS-CNT-ACEPTADOS  TO WS-LT-ACEPTADOS
                   MOVE WS-CNT-RECHAZADOS TO WS-LT-RECHAZADOS
                   MOVE WS-CNT-GL         TO WS-LT-LINEAS-GL
                   WRITE REGISTROLISTADO FROM WS-LINEA-TOTALES
                   AFTER ADVANCING 2
               END-IF

               IF RETURN-CODE EQUAL ZERO
                  AND WS-CNT-RECHAZADOS GREATER THAN ZERO
                   MOVE "3000-FIN-RECHAZO" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE 18 TO RETURN-CODE
               END-IF

               DISPLAY "LOTES ASENTADOS:  " WS-CNT-ACEPTADOS
               DISPLAY "LOTES RECHAZADOS: " WS-CNT-RECHAZADOS
               DISPLAY "LINEAS AL MAYOR:  " WS-CNT-GL
               DISPLAY "ASIENTOS:         " WS-ASIENTO-NRO
               DISPLAY "REINT. YA ASENT.: " WS-CNT-REINT-PREV

               IF MAESTRO-ACTIVO AND FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF ADELANTOS-ACTIVO AND FS-ADELANTOS NOT EQUAL "42"
                   CLOSE ADELANTOS
               END-IF
               IF CONTRATOS-ACTIVO AND FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF ASENTADOS-ABIERTO AND FS-ASENTADOS NOT EQUAL "42"
                   CLOSE ASENTADOS
               END-IF
               IF FS-GL NOT EQUAL "42"
                   CLOSE ASIENTOS-GL
               END-IF
               IF FS-LISTADO NOT EQUAL "42"
                   CLOSE LISTADO
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
           3000-FIN-EXIT.
           STOP RUN.

      ******************************************************************
      * 9000-LOG-ERROR - record which paragraph failed, for which
      * contract (or account concept), and with what file status,
      * then make sure the job does not look like a clean STOP RUN
      * to the scheduler.
      ******************************************************************
           9000-LOG-ERROR.
               MOVE WS-ERR-PARRAFO  TO WS-LE-PARRAFO
               MOVE WS-ERR-CLAVE    TO WS-LE-CONTRATO-V
               MOVE WS-ERR-FS       TO WS-LE-FS-V

               WRITE REGISTROERROR FROM WS-LINEA-ERROR

               MOVE 16 TO RETURN-CODE.

           9000-LOG-ERROR-EXIT.
           EXIT.
