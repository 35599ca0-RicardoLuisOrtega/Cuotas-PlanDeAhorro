      *     CUOTASAUTO follows. A cutoff period already marked
      *     complete stops a duplicate aging run with its own
      *     RETURN-CODE unless FORZAR_CORRIDA is set.
      *   - Partidas pendientes: every receipt left wholly or partly
      *     unapplied (contract unknown to the feed, overpayment, or
      *     dated after the cutoff) goes to the indexed PARTIDAS
      *     suspense master keyed by receipt, staged and flushed on a
      *     clean end of run like APLICADO. The cashiers' optional
      *     RESOLUCIONES file moves a partida to the right contract
      *     (applied through APLICADO in this run) or marks it
      *     refunded; a listing shows the resolutions taken, the
      *     aging of what is still pending and the treasury balance
      *     of unidentified cash.
      *   - Cobros feed: every amount a receipt applies to a cuota
      *     goes out as one line on COBROS (contract, cuota, amount,
      *     receipt, and whether the money came from the counter or
      *     from a reassigned partida), with header and control
      *     trailer, for the general-ledger posting run. The trailer
      *     is written only once the master and the cutoff are
      *     updated, so a feed without one was never applied.
      *   - Adelanto de cuotas: a PAGOS receipt typed "A" is not
      *     applied oldest-first but from the last cuota backwards,
      *     each cuota not yet due settled at the current cuota
      *     value of the contract (the gross in MAESTRO of the last
      *     cuota due at the cutoff). A settled cuota is recorded in
      *     the indexed ADELANTOS master, which CUOTASAUTO, DEBITOPRES
      *     and ESTADOCTA read to stop billing, presenting and
      *     showing it as owed; what the receipt cannot settle goes
      *     to suspense like any overpayment.
      *   - The receipts of the window are no longer held in a
      *     2000-entry table: PAGOS is sorted by contract into an
      *     indexed receipts work file (contract + order received,
      *     resolved partidas first), and each cuota reads its
      *     contract's receipts by key, so volume is limited by disk.
      *     The control counts are unchanged.
      *   - Adelantos and partidas are now worked out into the staging
      *     files like the walk's states (the application states and
      *     the partidas keyed, the cancelled cuotas on a new
      *     ADELANTOS-PEND work file), and the treasury balance is
      *     proved on them before anything is committed: a balance
      *     that does not reconcile holds the masters, the cutoff and
      *     both trailers back with RETURN-CODE 18. A receipt number
      *     repeated in the window stops the run, as the suspense
      *     master is keyed by receipt. The adelantos control line is
      *     printed only when an adelanto was applied.
      *   - Every movement of the suspense account now also goes out
      *     on COBROS, with a blank tanda: origen S for cash taken
      *     into suspense (a receipt's unapplied rest, or a receipt
      *     dated after the cutoff), D for a partida refunded, and L
      *     for a partida the receipt's own window applied after all,
      *     so the ledger run can post caja against partidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZAS.
           FILE STATUS IS FS-APLICADO.

           SELECT PENDIENTES ASSIGN DYNAMIC WS-PEND-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PN-CLAVE
           FILE STATUS IS FS-PEND.

           SELECT CORTE ASSIGN DYNAMIC WS-CORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

           SELECT PARTIDAS ASSIGN DYNAMIC WS-PARTIDAS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-RECIBO
           FILE STATUS IS FS-PARTIDAS.

           SELECT PARTIDAS-PEND ASSIGN DYNAMIC WS-PP-PEND-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PQ-RECIBO
           FILE STATUS IS FS-PP-PEND.

           SELECT RESOLUCIONES ASSIGN DYNAMIC WS-RESOL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESOL.

           SELECT LISTADO-PP ASSIGN DYNAMIC WS-LISTADO-PP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO-PP.

           SELECT COBROS ASSIGN DYNAMIC WS-COBROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COBROS.

           SELECT MAESTRO ASSIGN DYNAMIC WS-MAESTRO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-CLAVE
           FILE STATUS IS FS-MAESTRO.

           SELECT ADELANTOS ASSIGN DYNAMIC WS-ADELANTOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-CLAVE
           FILE STATUS IS FS-ADELANTOS.

           SELECT ADELANTOS-PEND ASSIGN DYNAMIC WS-AD-PEND-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AQ-CLAVE
           FILE STATUS IS FS-AD-PEND.

           SELECT RECIBOS-TRABAJO ASSIGN DYNAMIC WS-RECIBOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PG-T-CLAVE
           ALTERNATE RECORD KEY IS PG-T-RECIBO WITH DUPLICATES
           FILE STATUS IS FS-RECIBOS.

           SELECT SORT-PAGOS ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-AR
           05 FILLER            PIC X(01).
           05 AR-IVA            PIC 9(09).

      * PG-TIPO "A" marks a receipt the subscriber paid as an
      * adelanto; blank (every receipt written before the field
      * existed) is an ordinary payment.
       FD  PAGOS
       RECORD CONTAINS 46 CHARACTERS.
       01 PG-REGISTRO.
           05 PG-SUBSCRIPTOR    PIC X(10).
           05 PG-CONTRATO       PIC X(10).
           05 PG-FECHA          PIC 9(08).
           05 PG-IMPORTE        PIC 9(09).
           05 PG-RECIBO         PIC X(08).
           05 PG-TIPO           PIC X(01).
               88 PG-ES-ADELANTO            VALUE "A".

       FD  REPORTE
       RECORD CONTAINS 132 CHARACTERS.
           05 AP-RECIBOS-CANT    PIC 9(02).
           05 AP-RECIBO          PIC X(08) OCCURS 3 TIMES.

      * Updated application states staged during the AR walk and by
      * the adelantos, keyed like the master; they reach it only when
      * the run ends clean, so an aborted run leaves APLICADO exactly
      * as it found it and the rerun can safely re-apply the same
      * receipt window.
       FD  PENDIENTES
       RECORD CONTAINS 70 CHARACTERS.
       01 PN-REGISTRO.
           05 PN-CLAVE.
               10 PN-CONTRATO    PIC X(10).
               10 PN-CUOTA       PIC 9(02).
           05 FILLER             PIC X(58).

      * Last cutoff already applied to the master; receipts dated on
      * or before it were consumed by an earlier run.
           05 PD-DOMICILIO       PIC X(30).
           05 PD-TELEFONO        PIC X(15).

      * Suspense master (partidas pendientes) keyed by receipt: cash
      * in the bank that no cuota took. PP-CONTRATO/PP-SUBSCRIPTOR are
      * as keyed at the counter; PP-CONTRATO-ASIG is the contract a
      * cashier's resolution moved it to. Motivo C = contract unknown
      * to the feed, E = overpayment, F = dated after the cutoff.
      * Estado P = pending, A = applied, D = refunded.
       FD  PARTIDAS
       RECORD CONTAINS 82 CHARACTERS.
       01 PP-REGISTRO.
           05 PP-RECIBO          PIC X(08).
           05 PP-FECHA           PIC 9(08).
           05 PP-CONTRATO        PIC X(10).
           05 PP-SUBSCRIPTOR     PIC X(10).
           05 PP-IMPORTE         PIC 9(09).
           05 PP-RESTO           PIC 9(09).
           05 PP-MOTIVO          PIC X(01).
               88 PP-CTO-DESCONOCIDO        VALUE "C".
               88 PP-EXCEDENTE              VALUE "E".
               88 PP-POSTERIOR-CORTE        VALUE "F".
           05 PP-ESTADO          PIC X(01).
               88 PP-PENDIENTE              VALUE "P".
               88 PP-APLICADA               VALUE "A".
               88 PP-DEVUELTA               VALUE "D".
           05 PP-FECHA-ALTA      PIC 9(08).
           05 PP-FECHA-RESOL     PIC 9(08).
           05 PP-CONTRATO-ASIG   PIC X(10).

      * Updated partidas staged during the run, keyed like the master;
      * they reach it together with APLICADO on a clean end.
       FD  PARTIDAS-PEND
       RECORD CONTAINS 82 CHARACTERS.
       01 PQ-REGISTRO.
           05 PQ-RECIBO          PIC X(08).
           05 FILLER             PIC X(74).

      * Cashiers' resolutions: accion A moves the partida to
      * RL-CONTRATO (applied in this run like any receipt of that
      * contract), accion D records it as refunded to the payer.
       FD  RESOLUCIONES
       RECORD CONTAINS 27 CHARACTERS.
       01 RL-REGISTRO.
           05 RL-RECIBO          PIC X(08).
           05 RL-ACCION          PIC X(01).
           05 RL-CONTRATO        PIC X(10).
           05 RL-FECHA           PIC 9(08).

       FD  LISTADO-PP
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROLISTADOPP PIC X(132).

      * Applied-receipts feed for the ledger posting run.
       FD  COBROS
       RECORD CONTAINS 70 CHARACTERS.
       01 REGISTROCOB PIC X(70).

      * Schedule master built by CUOTASAUTO; read by key only, for
      * the current cuota value and the due dates an adelanto walks.
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

      * Cuotas cancelled in advance, keyed like MAESTRO: the value the
      * cuota was settled at, and the receipt and run that settled
      * it. A cuota held here is no longer billed or presented.
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

      * Cuotas this run's adelantos settled, staged for ADELANTOS the
      * way the application states are staged for APLICADO.
       FD  ADELANTOS-PEND
       RECORD CONTAINS 51 CHARACTERS.
       01 AQ-REGISTRO.
           05 AQ-CLAVE           PIC X(12).
           05 FILLER             PIC X(39).

      * Receipts of this run's window, keyed by contract and the order
      * they were taken in; PG-T-RESTO is whatever of the receipt has
      * not yet been applied to a cuota. PG-T-ORIGEN tells a PAGOS
      * receipt (P) from a partida a resolution moved to another
      * contract (R) or refunded (D); the last two only settle the
      * suspense master and never count as receipts. PG-T-TIPO "A"
      * holds an adelanto back from the oldest-first walk; 3140
      * applies it from the last cuota backwards. Rebuilt every run.
       FD  RECIBOS-TRABAJO
       RECORD CONTAINS 63 CHARACTERS.
       01 PG-T-REGISTRO.
           05 PG-T-CLAVE.
               10 PG-T-CONTRATO  PIC X(10).
               10 PG-T-SECUENCIA PIC 9(07).
           05 PG-T-FECHA         PIC 9(08).
           05 PG-T-IMPORTE       PIC 9(09).
           05 PG-T-RESTO         PIC 9(09).
           05 PG-T-RECIBO        PIC X(08).
           05 PG-T-SUBSCRIPTOR   PIC X(10).
           05 PG-T-ORIGEN        PIC X(01).
           05 PG-T-TIPO          PIC X(01).

      * PAGOS receipts of the window on their way to the work file,
      * sorted by contract and, within it, in the order received.
       SD  SORT-PAGOS.
       01 SP-REGISTRO.
           05 SP-CLAVE.
               10 SP-CONTRATO    PIC X(10).
               10 SP-SECUENCIA   PIC 9(07).
           05 SP-FECHA           PIC 9(08).
           05 SP-IMPORTE         PIC 9(09).
           05 SP-RESTO           PIC 9(09).
           05 SP-RECIBO          PIC X(08).
           05 SP-SUBSCRIPTOR     PIC X(10).
           05 SP-ORIGEN          PIC X(01).
           05 SP-TIPO            PIC X(01).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-AR         PIC X(2).
           05 FS-PUNIT      PIC X(2).
           05 FS-PADRON     PIC X(2).
           05 FS-CONTROL    PIC X(2).
           05 FS-PARTIDAS   PIC X(2).
           05 FS-PP-PEND    PIC X(2).
           05 FS-RESOL      PIC X(2).
           05 FS-LISTADO-PP PIC X(2).
           05 FS-COBROS     PIC X(2).
           05 FS-MAESTRO    PIC X(2).
           05 FS-ADELANTOS  PIC X(2).
           05 FS-RECIBOS    PIC X(2).
           05 FS-AD-PEND    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
           05 WS-REPORTE-PATH   PIC X(100) VALUE "mora.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_cob.log".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-PEND-PATH      PIC X(100) VALUE "aplicado_pend.idx".
           05 WS-CORTE-PATH     PIC X(100) VALUE "ultimo_corte.dat".
           05 WS-TASAS-PATH     PIC X(100) VALUE "tasas_punit.dat".
           05 WS-PUNIT-PATH     PIC X(100) VALUE "punitorios.txt".
           05 WS-PADRON-PATH    PIC X(100) VALUE "padron.idx".
           05 WS-CONTROL-PATH   PIC X(100) VALUE "control_corridas.dat".
           05 WS-PARTIDAS-PATH  PIC X(100) VALUE "partidas.idx".
           05 WS-PP-PEND-PATH   PIC X(100) VALUE "partidas_pend.idx".
           05 WS-RESOL-PATH     PIC X(100) VALUE "resoluciones.dat".
           05 WS-LISTADO-PP-PATH PIC X(100) VALUE "partidas.txt".
           05 WS-COBROS-PATH    PIC X(100) VALUE "cobros.txt".
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-ADELANTOS-PATH PIC X(100) VALUE "adelantos.idx".
           05 WS-RECIBOS-PATH   PIC X(100) VALUE "recibos_trabajo.idx".
           05 WS-AD-PEND-PATH   PIC X(100) VALUE "adelantos_pend.idx".

       01 WC-CONST.
           05 WC-NOMBRE-PROGRAMA     PIC X(10) VALUE "COBRANZAS".
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.
           05 WC-MAX-TASAS           PIC 9(03) VALUE 050.
           05 WC-DIAS-TRAMO-2        PIC 9(03) VALUE 060.
           05 WC-DIAS-TRAMO-3        PIC 9(03) VALUE 090.

      * Per-tanda accumulators for the closing summary.
       01 WS-TABLA-TANDAS.
           05 WS-TT-CANT        PIC 9(03) VALUE ZERO.
           05 WS-PUN-TANDAS-CANT PIC 9(03) VALUE ZERO.
           05 WS-PUN-TANDAS-TABLA OCCURS 50 TIMES PIC X(06).

      * Likewise the tandas with at least one cobros row.
       01 WS-TANDAS-COB.
           05 WS-COB-TANDAS-CANT PIC 9(03) VALUE ZERO.
           05 WS-COB-TANDAS-TABLA OCCURS 50 TIMES PIC X(06).

       01 WS-VARIABLES.
           05 WS-FECHA-CORTE    PIC 9(08).
           05 WS-CORTE-SERIAL   PIC 9(07).
           05 WS-TOMA           PIC 9(09).
           05 WS-FECHA-ULT-PAGO PIC 9(08).
           05 WS-DIAS-MORA      PIC S9(05).
           05 WS-TANDA-SUB      PIC 9(03).
           05 WS-TANDA-USAR     PIC 9(03).
           05 WS-TANDA-ACTUAL   PIC X(06) VALUE SPACES.
           05 WS-PAGOS-CANT     PIC 9(07) VALUE ZERO.
           05 WS-PAGOS-TOTAL    PIC 9(11) VALUE ZERO.
           05 WS-PAGOS-RESTO    PIC 9(11) VALUE ZERO.
           05 WS-CUOTAS-LEIDAS  PIC 9(07) VALUE ZERO.
           05 WS-CC-PERIODO     PIC 9(06) VALUE ZERO.
           05 WS-CC-ESTADO-GRABAR PIC X(01).
           05 WS-PUN-SUB        PIC 9(03).
           05 WS-CNT-COB        PIC 9(07) VALUE ZERO.
           05 WS-HASH-COB       PIC 9(14) VALUE ZERO.
           05 WS-COB-SUB        PIC 9(03).
           05 WS-PP-REASIGNADAS PIC 9(05) VALUE ZERO.
           05 WS-PP-DEVOLUCIONES PIC 9(05) VALUE ZERO.
           05 WS-PP-RECHAZADAS  PIC 9(05) VALUE ZERO.
           05 WS-PP-RESTO-PREVIO PIC 9(09) VALUE ZERO.
           05 WS-PP-DIAS        PIC S9(05).
           05 WS-PP-SALDO-INICIAL PIC 9(11) VALUE ZERO.
           05 WS-PP-INGRESOS    PIC 9(11) VALUE ZERO.
           05 WS-PP-APLICADAS   PIC 9(11) VALUE ZERO.
           05 WS-PP-DEVUELTAS   PIC 9(11) VALUE ZERO.
           05 WS-PP-SALDO-CALC  PIC S9(11) VALUE ZERO.
           05 WS-PP-SALDO-FINAL PIC 9(11) VALUE ZERO.
           05 WS-PP-PENDIENTES  PIC 9(05) VALUE ZERO.
           05 WS-PP-CANT-0      PIC 9(05) VALUE ZERO.
           05 WS-PP-CANT-30     PIC 9(05) VALUE ZERO.
           05 WS-PP-CANT-60     PIC 9(05) VALUE ZERO.
           05 WS-PP-CANT-90     PIC 9(05) VALUE ZERO.
           05 WS-PP-MONTO-0     PIC 9(11) VALUE ZERO.
           05 WS-PP-MONTO-30    PIC 9(11) VALUE ZERO.
           05 WS-PP-MONTO-60    PIC 9(11) VALUE ZERO.
           05 WS-PP-MONTO-90    PIC 9(11) VALUE ZERO.
           05 WS-AD-VALOR-ACTUAL PIC 9(09) VALUE ZERO.
           05 WS-AD-CUOTA       PIC 9(02).
           05 WS-AD-RECIBOS     PIC 9(05) VALUE ZERO.
           05 WS-AD-IMPORTE     PIC 9(11) VALUE ZERO.
           05 WS-AD-CANCELADAS  PIC 9(05) VALUE ZERO.
           05 WS-AD-APLICADO    PIC 9(11) VALUE ZERO.
           05 WS-CUOTAS-ADELANT PIC 9(07) VALUE ZERO.
           05 WS-CTO-VERIFICAR  PIC X(10).

      * The partidas listing reads the suspense master and the staged
      * partidas side by side in receipt order; where both hold a
      * receipt the staged record is the one that will stand.
       01 WS-PP-MAE-REG.
           05 WS-PM-RECIBO      PIC X(08).
           05 FILLER            PIC X(74).

       01 WS-PP-PEN-REG.
           05 WS-PE-RECIBO      PIC X(08).
           05 FILLER            PIC X(74).

       01 WS-PP-ACTUAL          PIC X(82).

       01 WS-SWITCHES.
           05 WS-SW-EOF-AR           PIC X(01) VALUE "N".
               88 FIN-AR                    VALUE "S".
           05 WS-SW-EOF-PAGOS        PIC X(01) VALUE "N".
               88 FIN-PAGOS                 VALUE "S".
           05 WS-SW-EOF-ORDEN        PIC X(01) VALUE "N".
               88 FIN-ORDEN                 VALUE "S".
           05 WS-SW-EOF-RECIBOS      PIC X(01) VALUE "N".
               88 FIN-RECIBOS               VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
           05 WS-SW-REPORTAR         PIC X(01) VALUE "N".
               88 PADRON-ACTIVO             VALUE "S".
           05 WS-SW-PUN-TANDA        PIC X(01) VALUE "N".
               88 PUN-TANDA-VISTA           VALUE "S".
           05 WS-SW-COB-TANDA        PIC X(01) VALUE "N".
               88 COB-TANDA-VISTA           VALUE "S".
           05 WS-SW-EOF-CONTROL      PIC X(01) VALUE "N".
               88 FIN-CONTROL               VALUE "S".
           05 WS-SW-CORRIDA-COMPLETA PIC X(01) VALUE "N".
               88 CONTROL-REGISTRADO        VALUE "S".
           05 WS-SW-FORZAR           PIC X(01) VALUE "N".
               88 FORZAR-CORRIDA            VALUE "S".
           05 WS-SW-EOF-RESOL        PIC X(01) VALUE "N".
               88 FIN-RESOLUCIONES          VALUE "S".
           05 WS-SW-EOF-PP-PEND      PIC X(01) VALUE "N".
               88 FIN-PP-PENDIENTES         VALUE "S".
           05 WS-SW-EOF-AD-PEND      PIC X(01) VALUE "N".
               88 FIN-AD-PENDIENTES         VALUE "S".
           05 WS-SW-EOF-PARTIDAS     PIC X(01) VALUE "N".
               88 FIN-PARTIDAS              VALUE "S".
           05 WS-SW-PP-HALLADA       PIC X(01) VALUE "N".
               88 PP-EXISTENTE              VALUE "S".
           05 WS-SW-RESUELTA         PIC X(01) VALUE "N".
               88 PARTIDA-YA-RESUELTA       VALUE "S".
           05 WS-SW-CTO-CONOCIDO     PIC X(01) VALUE "N".
               88 CONTRATO-CONOCIDO         VALUE "S".
           05 WS-SW-MAESTRO-ACTIVO   PIC X(01) VALUE "N".
               88 MAESTRO-ACTIVO            VALUE "S".
           05 WS-SW-AD-FIN           PIC X(01) VALUE "N".
               88 FIN-ADELANTO              VALUE "S".
           05 WS-SW-AD-HALLADO       PIC X(01) VALUE "N".
               88 CUOTA-ADELANTADA          VALUE "S".

       01 WS-ERR-INFO.
           05 WS-ERR-PARRAFO   PIC X(20).
           05 FILLER           PIC X(13) VALUE " POSTERIORES=".
           05 WS-LP-FUTUROS    PIC 9(05).

       01 WS-LINEA-ADELANTOS.
           05 FILLER           PIC X(16) VALUE "ADELANTOS:      ".
           05 WS-LA-CANT       PIC 9(05).
           05 FILLER           PIC X(09) VALUE " IMPORTE=".
           05 WS-LA-IMPORTE    PIC 9(11).
           05 FILLER           PIC X(19) VALUE " CUOTAS CANCELADAS=".
           05 WS-LA-CUOTAS     PIC 9(05).
           05 FILLER           PIC X(10) VALUE " APLICADO=".
           05 WS-LA-APLICADO   PIC 9(11).

      * Surcharge feed row - same pipe layout as the SALIDA-AR rows
      * this program reads, with the accrued interest in the amount
      * columns, so the next billing cycle can collect the punitorio
           05 WS-PU-SEP8         PIC X(01) VALUE "|".
           05 WS-PU-IVA          PIC 9(09).

      * Cobros feed row: one per amount applied to a cuota. Origen
      * P is money taken at the counter or the bank this window, R a
      * partida pendiente the cashiers reassigned to the contract, A
      * an adelanto settling cuotas not yet due. The suspense account
      * moves on rows of its own, tanda blank and cuota zero: S cash
      * taken into suspense, D a partida refunded, L a partida
      * released because its receipt was applied in its own window
      * (the cash was taken when the partida was opened).
       01 WS-LINEA-COB.
           05 WS-CB-TANDA        PIC X(06).
           05 WS-CB-SEP0         PIC X(01) VALUE "|".
           05 WS-CB-CONTRATO     PIC X(10).
           05 WS-CB-SEP1         PIC X(01) VALUE "|".
           05 WS-CB-SUBSCRIPTOR  PIC X(10).
           05 WS-CB-SEP2         PIC X(01) VALUE "|".
           05 WS-CB-CUOTA        PIC 9(02).
           05 WS-CB-SEP3         PIC X(01) VALUE "|".
           05 WS-CB-IMPORTE      PIC 9(09).
           05 WS-CB-SEP4         PIC X(01) VALUE "|".
           05 WS-CB-FECHA        PIC 9(08).
           05 WS-CB-SEP5         PIC X(01) VALUE "|".
           05 WS-CB-RECIBO       PIC X(08).
           05 WS-CB-SEP6         PIC X(01) VALUE "|".
           05 WS-CB-ORIGEN       PIC X(01).

       01 WS-LINEA-HEADER.
           05 FILLER           PIC X(02) VALUE "H|".
           05 WS-HD-FECHA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-TR-TANDAS     PIC 9(03).

      * Partidas pendientes listing: resolutions taken this run, the
      * aging of what is still pending and the treasury balance.
       01 WS-PP-TITULO.
           05 FILLER           PIC X(44)
           VALUE "PARTIDAS PENDIENTES - CAJA NO IDENTIFICADA  ".
           05 FILLER           PIC X(06) VALUE "CORTE ".
           05 WS-PT-CORTE      PIC 9(08).

       01 WS-PP-LINEA-RESOL.
           05 FILLER           PIC X(18) VALUE "RESOLUCION RECIBO ".
           05 WS-PR-RECIBO     PIC X(08).
           05 FILLER           PIC X(08) VALUE " ACCION ".
           05 WS-PR-ACCION     PIC X(01).
           05 FILLER           PIC X(10) VALUE " CONTRATO ".
           05 WS-PR-CONTRATO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PR-RESULTADO  PIC X(36).

       01 WS-PP-ENCABEZADO.
           05 FILLER           PIC X(57) VALUE
           "RECIBO   FECHA    CONTRATO   SUBSCRIPT. ASIGNADO   MOTIVO".
           05 FILLER           PIC X(41) VALUE
           "            IMPORTE     RESTO  DIAS TRAMO".

       01 WS-PP-DETALLE.
           05 WS-PD-RECIBO     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-FECHA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-CONTRATO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-SUBSCRIPT  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-ASIGNADO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-MOTIVO     PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-IMPORTE    PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-RESTO      PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-DIAS       PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-TRAMO      PIC X(05).

       01 WS-PP-LINEA-TRAMO.
           05 FILLER           PIC X(06) VALUE "TRAMO ".
           05 WS-PA-TRAMO      PIC X(05).
           05 FILLER           PIC X(10) VALUE " PARTIDAS=".
           05 WS-PA-CANT       PIC 9(05).
           05 FILLER           PIC X(09) VALUE " IMPORTE=".
           05 WS-PA-MONTO      PIC 9(11).

       01 WS-PP-LINEA-SALDO.
           05 WS-PS-CONCEPTO   PIC X(36).
           05 WS-PS-MONTO      PIC 9(11).

       01 WS-PP-LINEA-CONCILIA.
           05 WS-PC-TEXTO      PIC X(50).

      * Serial-day conversion work areas (days since the common-era
      * epoch), used to age a cuota against the cutoff date.
       01 WS-DS-FECHA.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths and the
      * cutoff date, open the files, sort the payments into the
      * receipts work file and prime the AR feed read.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-AR-PATH
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-COBROS-PATH
                   FROM ENVIRONMENT "COBROS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTROL-PATH
                   FROM ENVIRONMENT "CONTROL_CORRIDAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-PARTIDAS-PATH
                   FROM ENVIRONMENT "PARTIDAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-PP-PEND-PATH
                   FROM ENVIRONMENT "PARTIDAS_PEND_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-RESOL-PATH
                   FROM ENVIRONMENT "RESOLUCIONES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-LISTADO-PP-PATH
                   FROM ENVIRONMENT "LISTADO_PARTIDAS_PATH"
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
               ACCEPT WS-RECIBOS-PATH
                   FROM ENVIRONMENT "RECIBOS_TRABAJO_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-AD-PEND-PATH
                   FROM ENVIRONMENT "ADELANTOS_PEND_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-SW-FORZAR
                   FROM ENVIRONMENT "FORZAR_CORRIDA"
                   ON EXCEPTION
                      THRU 3000-FIN-EXIT
               END-IF

      * The adelantos master is durable like APLICADO and opened the
      * same way. MAESTRO is only needed to value an adelanto; a site
      * without it leaves adelanto receipts whole in suspense.
               OPEN I-O ADELANTOS
               IF FS-ADELANTOS EQUAL "35"
                   OPEN OUTPUT ADELANTOS
                   IF FS-ADELANTOS EQUAL "00"
                       CLOSE ADELANTOS
                       OPEN I-O ADELANTOS
                   END-IF
               END-IF
               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "1000-INICIO-ADELANT" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

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

      * Fresh staging files every run - whatever an aborted run left
      * behind was never applied and is superseded here. They are
      * opened I-O, like the receipts work file, so the adelantos can
      * read back what the walk staged.
               OPEN OUTPUT PENDIENTES
               IF FS-PEND EQUAL "00"
                   CLOSE PENDIENTES
                   OPEN I-O PENDIENTES
               END-IF
               IF FS-PEND NOT EQUAL "00"
                   MOVE "1000-INICIO-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-PEND             TO WS-ERR-FS
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT ADELANTOS-PEND
               IF FS-AD-PEND EQUAL "00"
                   CLOSE ADELANTOS-PEND
                   OPEN I-O ADELANTOS-PEND
               END-IF
               IF FS-AD-PEND NOT EQUAL "00"
                   MOVE "1000-INICIO-AD-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-AD-PEND             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * The cobros feed is rewritten every run, like the staging
      * file; it only counts once it carries its trailer.
               OPEN OUTPUT COBROS
               IF FS-COBROS NOT EQUAL "00"
                   MOVE "1000-INICIO-COBROS" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               MOVE WS-FECHA-CORTE TO WS-HD-FECHA
               WRITE REGISTROCOB FROM WS-LINEA-HEADER
               IF FS-COBROS NOT EQUAL "00"
                   MOVE "1000-INICIO-HDR-COB" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * The suspense master is durable across runs like APLICADO and
      * is opened the same way; its updates are staged like the
      * master's and reach it only on a clean end of run.
               OPEN I-O PARTIDAS
               IF FS-PARTIDAS EQUAL "35"
                   OPEN OUTPUT PARTIDAS
                   IF FS-PARTIDAS EQUAL "00"
                       CLOSE PARTIDAS
                       OPEN I-O PARTIDAS
                   END-IF
               END-IF
               IF FS-PARTIDAS NOT EQUAL "00"
                   MOVE "1000-INICIO-PARTIDAS" TO WS-ERR-PARRAFO
                   MOVE FS-PARTIDAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1300-SALDO-PARTIDAS
                  THRU 1300-SALDO-PARTIDAS-EXIT

               OPEN OUTPUT PARTIDAS-PEND
               IF FS-PP-PEND EQUAL "00"
                   CLOSE PARTIDAS-PEND
                   OPEN I-O PARTIDAS-PEND
               END-IF
               IF FS-PP-PEND NOT EQUAL "00"
                   MOVE "1000-INICIO-PP-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-PP-PEND             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT LISTADO-PP
               IF FS-LISTADO-PP NOT EQUAL "00"
                   MOVE "1000-INICIO-LISTADO" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO-PP          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-PT-CORTE
               WRITE REGISTROLISTADOPP FROM WS-PP-TITULO
               IF FS-LISTADO-PP NOT EQUAL "00"
                   MOVE "1000-INICIO-LIST-TIT" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO-PP           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * The receipts work file starts empty every run; it is opened
      * I-O so the resolutions can be checked against it as they go
      * in.
               OPEN OUTPUT RECIBOS-TRABAJO
               IF FS-RECIBOS EQUAL "00"
                   CLOSE RECIBOS-TRABAJO
                   OPEN I-O RECIBOS-TRABAJO
               END-IF
               IF FS-RECIBOS NOT EQUAL "00"
                   MOVE "1000-INICIO-RECIBOS" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * Resolved partidas go into the receipts work file ahead of the
      * PAGOS window: theirs is the older cash, so they take the
      * first sequence numbers and are applied first.
               PERFORM 1350-CARGAR-RESOLUCIONES
                  THRU 1350-CARGAR-RESOLUCIONES-EXIT

               OPEN INPUT PAGOS
               IF FS-PAGOS NOT EQUAL "00"
                   MOVE "1000-INICIO-PAGOS" TO WS-ERR-PARRAFO
                      THRU 3000-FIN-EXIT
               END-IF

               SORT SORT-PAGOS
                   ON ASCENDING KEY SP-CONTRATO SP-SECUENCIA
                   INPUT PROCEDURE IS 1090-ENTRADA-PAGOS
                                 THRU 1090-ENTRADA-PAGOS-EXIT
                   OUTPUT PROCEDURE IS 1170-SALIDA-PAGOS
                                  THRU 1170-SALIDA-PAGOS-EXIT

               IF SORT-RETURN NOT EQUAL ZERO
                   MOVE "1000-INICIO-SORT" TO WS-ERR-PARRAFO
                   MOVE "99"                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               CLOSE PAGOS

           EXIT.

      ******************************************************************
      * 1090-ENTRADA-PAGOS - sort input: every PAGOS receipt of the
      * window, numbered in the order read.
      ******************************************************************
           1090-ENTRADA-PAGOS.
               PERFORM 1100-CARGAR-PAGO
                  THRU 1100-CARGAR-PAGO-EXIT
                 UNTIL FIN-PAGOS.

           1090-ENTRADA-PAGOS-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-PAGO - read the next payment receipt and release
      * it to the sort; the whole receipt starts out unapplied. Only
      * the receipts dated inside this run's window - after the last
      * cutoff, up to and including this one - are loaded: earlier
      * ones were already consumed into the APLICADO master, and
      * later ones belong to the next cycle (loading them now would

               IF PG-FECHA GREATER THAN WS-FECHA-CORTE
                   ADD 1 TO WS-PAGOS-FUTUROS
                   PERFORM 1150-ANOTAR-POSTERIOR
                      THRU 1150-ANOTAR-POSTERIOR-EXIT
                   GO TO 1100-CARGAR-PAGO-EXIT
               END-IF

               ADD 1 TO WS-PAGOS-CANT
               MOVE PG-CONTRATO    TO SP-CONTRATO
               MOVE WS-PAGOS-CANT  TO SP-SECUENCIA
               MOVE PG-FECHA       TO SP-FECHA
               MOVE PG-IMPORTE     TO SP-IMPORTE
               MOVE PG-IMPORTE     TO SP-RESTO
               MOVE PG-RECIBO      TO SP-RECIBO
               MOVE PG-SUBSCRIPTOR TO SP-SUBSCRIPTOR
               MOVE "P"            TO SP-ORIGEN
               MOVE PG-TIPO        TO SP-TIPO
               RELEASE SP-REGISTRO
               ADD PG-IMPORTE   TO WS-PAGOS-TOTAL
               IF PG-ES-ADELANTO
                   ADD 1          TO WS-AD-RECIBOS
                   ADD PG-IMPORTE TO WS-AD-IMPORTE
               END-IF.

           1100-CARGAR-PAGO-EXIT.
           EXIT.

      ******************************************************************
      * 1150-ANOTAR-POSTERIOR - a receipt dated after this cutoff is
      * cash already in the bank that no cuota can take until its
      * own cycle runs: it goes to suspense with motivo F (and to
      * COBROS as cash taken into suspense), and the run that loads
      * it in its window settles the partida. A rerun that finds it
      * already pending leaves it alone; a receipt number staged
      * twice (status 22) stops the run like 1180.
      ******************************************************************
           1150-ANOTAR-POSTERIOR.
               MOVE PG-RECIBO TO PP-RECIBO
               PERFORM 1160-LEER-PARTIDA
                  THRU 1160-LEER-PARTIDA-EXIT

               IF PP-EXISTENTE
                   GO TO 1150-ANOTAR-POSTERIOR-EXIT
               END-IF

               MOVE PG-RECIBO      TO PP-RECIBO
               MOVE PG-FECHA       TO PP-FECHA
               MOVE PG-CONTRATO    TO PP-CONTRATO
               MOVE PG-SUBSCRIPTOR TO PP-SUBSCRIPTOR
               MOVE PG-IMPORTE     TO PP-IMPORTE PP-RESTO
               MOVE "F"            TO PP-MOTIVO
               MOVE "P"            TO PP-ESTADO
               MOVE WS-FECHA-CORTE TO PP-FECHA-ALTA
               MOVE ZERO           TO PP-FECHA-RESOL
               MOVE SPACES         TO PP-CONTRATO-ASIG
               ADD PP-RESTO        TO WS-PP-INGRESOS

               WRITE PQ-REGISTRO FROM PP-REGISTRO
               IF FS-PP-PEND NOT EQUAL "00"
                   MOVE "1150-ANOTAR-POST" TO WS-ERR-PARRAFO
                   MOVE FS-PP-PEND          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE PP-CONTRATO    TO WS-CB-CONTRATO
               MOVE PP-SUBSCRIPTOR TO WS-CB-SUBSCRIPTOR
               MOVE PP-RESTO       TO WS-CB-IMPORTE
               MOVE PP-FECHA       TO WS-CB-FECHA
               MOVE PP-RECIBO      TO WS-CB-RECIBO
               MOVE "S"            TO WS-CB-ORIGEN
               PERFORM 3175-ANOTAR-COBRO-PP
                  THRU 3175-ANOTAR-COBRO-PP-EXIT
               IF RETURN-CODE NOT EQUAL ZERO
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1150-ANOTAR-POSTERIOR-EXIT.
           EXIT.

      ******************************************************************
      * 1160-LEER-PARTIDA - keyed read of the suspense master by the
      * receipt in PP-RECIBO; PP-EXISTENTE tells whether it is there.
      ******************************************************************
           1160-LEER-PARTIDA.
               MOVE "S" TO WS-SW-PP-HALLADA

               READ PARTIDAS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-PARTIDAS EQUAL "23"
                   MOVE "N" TO WS-SW-PP-HALLADA
                   GO TO 1160-LEER-PARTIDA-EXIT
               END-IF

               IF FS-PARTIDAS NOT EQUAL "00"
                   MOVE "1160-LEER-PARTIDA" TO WS-ERR-PARRAFO
                   MOVE FS-PARTIDAS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1160-LEER-PARTIDA-EXIT.
           EXIT.

      ******************************************************************
      * 1170-SALIDA-PAGOS - sort output: the receipts, now in contract
      * order, into the work file behind the resolved partidas.
      ******************************************************************
           1170-SALIDA-PAGOS.
               PERFORM 1180-GRABAR-RECIBO
                  THRU 1180-GRABAR-RECIBO-EXIT
                 UNTIL FIN-ORDEN.

           1170-SALIDA-PAGOS-EXIT.
           EXIT.

      ******************************************************************
      * 1180-GRABAR-RECIBO - one sorted receipt into the work file. The
      * suspense master is keyed by receipt, so a receipt number the
      * work file already holds (a PAGOS receipt read twice, or one
      * reusing the number of a resolved partida) would settle the
      * same partida twice; the run stops for the feed to be put
      * right rather than apply it.
      ******************************************************************
           1180-GRABAR-RECIBO.
               RETURN SORT-PAGOS INTO PG-T-REGISTRO
                   AT END
                       MOVE "S" TO WS-SW-EOF-ORDEN
                       GO TO 1180-GRABAR-RECIBO-EXIT
               END-RETURN

               READ RECIBOS-TRABAJO KEY IS PG-T-RECIBO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-RECIBOS EQUAL "00"
                  OR FS-RECIBOS EQUAL "02"
                   DISPLAY "RECIBO DUPLICADO: " SP-RECIBO
                           " CONTRATO " SP-CONTRATO
                   MOVE "1180-RECIBO-DUPLIC" TO WS-ERR-PARRAFO
                   MOVE "22"                 TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF FS-RECIBOS NOT EQUAL "23"
                   MOVE "1180-BUSCAR-RECIBO" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE SP-REGISTRO TO PG-T-REGISTRO
               WRITE PG-T-REGISTRO

               IF FS-RECIBOS NOT EQUAL "00"
                   MOVE "1180-GRABAR-RECIBO" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1180-GRABAR-RECIBO-EXIT.
           EXIT.

      ******************************************************************
           EXIT.

      ******************************************************************
      * 1300-SALDO-PARTIDAS - the unidentified cash the suspense master
      * holds before this run touches it: the opening figure of the
      * treasury balance.
      ******************************************************************
           1300-SALDO-PARTIDAS.
               MOVE "N" TO WS-SW-EOF-PARTIDAS
               MOVE LOW-VALUES TO PP-RECIBO
               START PARTIDAS KEY IS NOT LESS THAN PP-RECIBO
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-PARTIDAS
               END-START

               PERFORM 1310-SUMAR-PARTIDA
                  THRU 1310-SUMAR-PARTIDA-EXIT
                 UNTIL FIN-PARTIDAS.

           1300-SALDO-PARTIDAS-EXIT.
           EXIT.

           1310-SUMAR-PARTIDA.
               READ PARTIDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-PARTIDAS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FS-PARTIDAS NOT EQUAL "00"
                  AND FS-PARTIDAS NOT EQUAL "10"
                   MOVE "1310-SUMAR-PARTIDA" TO WS-ERR-PARRAFO
                   MOVE FS-PARTIDAS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF FIN-PARTIDAS
                   GO TO 1310-SUMAR-PARTIDA-EXIT
               END-IF

               IF PP-PENDIENTE
                   ADD PP-RESTO TO WS-PP-SALDO-INICIAL
               END-IF.

           1310-SUMAR-PARTIDA-EXIT.
           EXIT.

      ******************************************************************
      * 1350-CARGAR-RESOLUCIONES - the cashiers' resolutions. The file
      * is optional; every line is listed with what became of it.
      ******************************************************************
           1350-CARGAR-RESOLUCIONES.
               IF WS-RESOL-PATH EQUAL SPACES
                   GO TO 1350-CARGAR-RESOLUCIONES-EXIT
               END-IF

               OPEN INPUT RESOLUCIONES
               IF FS-RESOL EQUAL "35"
                   GO TO 1350-CARGAR-RESOLUCIONES-EXIT
               END-IF
               IF FS-RESOL NOT EQUAL "00"
                   MOVE "1350-CARGAR-RESOL" TO WS-ERR-PARRAFO
                   MOVE FS-RESOL             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1360-LEER-RESOLUCION
                  THRU 1360-LEER-RESOLUCION-EXIT
                 UNTIL FIN-RESOLUCIONES

               CLOSE RESOLUCIONES.

           1350-CARGAR-RESOLUCIONES-EXIT.
           EXIT.

      ******************************************************************
      * 1360-LEER-RESOLUCION - one resolution, checked against the
      * suspense master. Only a pending partida can be resolved, and
      * not one dated after the cutoff (its own cycle applies it). An
      * accepted move goes into the receipts work file under the target
      * contract with what the partida has left; an accepted refund
      * goes in with nothing to apply, so 3170 can settle it.
      ******************************************************************
           1360-LEER-RESOLUCION.
               READ RESOLUCIONES
                   AT END
                       MOVE "S" TO WS-SW-EOF-RESOL
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-RESOLUCIONES
                   GO TO 1360-LEER-RESOLUCION-EXIT
               END-IF

               IF FS-RESOL NOT EQUAL "00"
                   MOVE "1360-LEER-RESOL" TO WS-ERR-PARRAFO
                   MOVE FS-RESOL           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE RL-RECIBO   TO WS-PR-RECIBO
               MOVE RL-ACCION   TO WS-PR-ACCION
               MOVE RL-CONTRATO TO WS-PR-CONTRATO

               IF RL-ACCION NOT EQUAL "A"
                  AND RL-ACCION NOT EQUAL "D"
                   MOVE "RECHAZADA: ACCION INVALIDA" TO WS-PR-RESULTADO
                   GO TO 1360-LEER-RESOLUCION-RECHAZO
               END-IF

               IF RL-ACCION EQUAL "A"
                  AND RL-CONTRATO EQUAL SPACES
                   MOVE "RECHAZADA: FALTA CONTRATO DESTINO"
                     TO WS-PR-RESULTADO
                   GO TO 1360-LEER-RESOLUCION-RECHAZO
               END-IF

               MOVE RL-RECIBO TO PP-RECIBO
               PERFORM 1160-LEER-PARTIDA
                  THRU 1160-LEER-PARTIDA-EXIT

               IF NOT PP-EXISTENTE
                   MOVE "RECHAZADA: PARTIDA INEXISTENTE"
                     TO WS-PR-RESULTADO
                   GO TO 1360-LEER-RESOLUCION-RECHAZO
               END-IF

               IF NOT PP-PENDIENTE
                   MOVE "RECHAZADA: PARTIDA YA RESUELTA"
                     TO WS-PR-RESULTADO
                   GO TO 1360-LEER-RESOLUCION-RECHAZO
               END-IF

               IF PP-POSTERIOR-CORTE
                   MOVE "RECHAZADA: POSTERIOR AL CORTE"
                     TO WS-PR-RESULTADO
                   GO TO 1360-LEER-RESOLUCION-RECHAZO
               END-IF

               PERFORM 1370-BUSCAR-RESUELTA
                  THRU 1370-BUSCAR-RESUELTA-EXIT

               IF PARTIDA-YA-RESUELTA
                   MOVE "RECHAZADA: RESOLUCION DUPLICADA"
                     TO WS-PR-RESULTADO
                   GO TO 1360-LEER-RESOLUCION-RECHAZO
               END-IF

               ADD 1 TO WS-PAGOS-CANT
               MOVE WS-PAGOS-CANT  TO PG-T-SECUENCIA
               MOVE PP-RECIBO      TO PG-T-RECIBO
               MOVE PP-SUBSCRIPTOR TO PG-T-SUBSCRIPTOR
               MOVE PP-RESTO       TO PG-T-IMPORTE
               MOVE SPACE          TO PG-T-TIPO
               IF RL-ACCION EQUAL "A"
                   MOVE RL-CONTRATO TO PG-T-CONTRATO
                   MOVE PP-FECHA    TO PG-T-FECHA
                   MOVE PP-RESTO    TO PG-T-RESTO
                   MOVE "R"         TO PG-T-ORIGEN
                   ADD 1 TO WS-PP-REASIGNADAS
                   MOVE "ACEPTADA: REASIGNADA" TO WS-PR-RESULTADO
               ELSE
                   MOVE SPACES      TO PG-T-CONTRATO
                   IF RL-FECHA EQUAL ZERO
                       MOVE WS-FECHA-CORTE TO PG-T-FECHA
                   ELSE
                       MOVE RL-FECHA TO PG-T-FECHA
                   END-IF
                   MOVE ZERO        TO PG-T-RESTO
                   MOVE "D"         TO PG-T-ORIGEN
                   ADD 1 TO WS-PP-DEVOLUCIONES
                   MOVE "ACEPTADA: DEVUELTA" TO WS-PR-RESULTADO
               END-IF

               WRITE PG-T-REGISTRO
               IF FS-RECIBOS NOT EQUAL "00"
                  AND FS-RECIBOS NOT EQUAL "02"
                   MOVE "1360-LEER-RESOL-TRB" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               GO TO 1360-LEER-RESOLUCION-ESCRIBIR.

           1360-LEER-RESOLUCION-RECHAZO.
               ADD 1 TO WS-PP-RECHAZADAS.

           1360-LEER-RESOLUCION-ESCRIBIR.
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-RESOL
               AFTER ADVANCING 1

               IF FS-LISTADO-PP NOT EQUAL "00"
                   MOVE "1360-LEER-RESOL-WR" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO-PP         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1360-LEER-RESOLUCION-EXIT.
           EXIT.

      ******************************************************************
      * 1370-BUSCAR-RESUELTA - keyed read of the receipts work file by
      * receipt. The resolutions go in before any PAGOS receipt, so
      * a receipt already there was resolved earlier in this file.
      ******************************************************************
           1370-BUSCAR-RESUELTA.
               MOVE "N" TO WS-SW-RESUELTA
               MOVE RL-RECIBO TO PG-T-RECIBO

               READ RECIBOS-TRABAJO KEY IS PG-T-RECIBO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-RECIBOS EQUAL "00"
                  OR FS-RECIBOS EQUAL "02"
                   MOVE "S" TO WS-SW-RESUELTA
               ELSE
                   IF FS-RECIBOS NOT EQUAL "23"
                       MOVE "1370-BUSCAR-RESUELTA" TO WS-ERR-PARRAFO
                       MOVE FS-RECIBOS             TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           1370-BUSCAR-RESUELTA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESO - apply the contract's unapplied receipts to this
      * cuota, classify it against the cutoff date and report it if it
      * is in arrears or was settled late, then read the next row.
      ******************************************************************
           2000-PROCESO.
               ADD 1 TO WS-CUOTAS-LEIDAS

               IF AR-TANDA NOT EQUAL WS-TANDA-ACTUAL
                   PERFORM 2050-ENCABEZADO-TANDA
                      THRU 2050-ENCABEZADO-TANDA-EXIT
               END-IF

      * A cuota already cancelled by an adelanto is settled for good;
      * a feed cut before the adelanto may still carry it.
               MOVE AR-CONTRATO TO AD-CONTRATO
               MOVE AR-CUOTA    TO AD-CUOTA
               PERFORM 2150-LEER-ADELANTO
                  THRU 2150-LEER-ADELANTO-EXIT
               IF CUOTA-ADELANTADA
                   ADD 1 TO WS-CUOTAS-ADELANT
                   ADD 1 TO WS-CUOTAS-AL-DIA
                   GO TO 2000-PROCESO-LEER
               END-IF

               PERFORM 2100-APLICAR-PAGOS
                  THRU 2100-APLICAR-PAGOS-EXIT

               PERFORM 2200-CLASIFICAR
                  THRU 2200-CLASIFICAR-EXIT

               IF CUOTA-REPORTABLE
                   PERFORM 2250-CALC-PUNITORIO
                      THRU 2250-CALC-PUNITORIO-EXIT
                   PERFORM 2300-ESCRIBIR-DETALLE
                      THRU 2300-ESCRIBIR-DETALLE-EXIT
                   PERFORM 2400-SUMAR-TANDA
                      THRU 2400-SUMAR-TANDA-EXIT
               ELSE
                   ADD 1 TO WS-CUOTAS-AL-DIA
               END-IF.

           2000-PROCESO-LEER.
               PERFORM 1200-LEER-AR
                  THRU 1200-LEER-AR-EXIT.

                   MOVE ZERO TO WS-FALTA
               END-IF

      * The contract's receipts sit together in the work file, in
      * the order received.
               MOVE "S" TO WS-SW-EOF-RECIBOS
               IF WS-FALTA GREATER THAN ZERO
                   MOVE "N"         TO WS-SW-EOF-RECIBOS
                   MOVE AR-CONTRATO TO PG-T-CONTRATO
                   MOVE ZERO        TO PG-T-SECUENCIA
                   START RECIBOS-TRABAJO
                       KEY IS NOT LESS THAN PG-T-CLAVE
                       INVALID KEY
                           MOVE "S" TO WS-SW-EOF-RECIBOS
                   END-START
               END-IF

               PERFORM 2110-APLICAR-PAGO
                  THRU 2110-APLICAR-PAGO-EXIT
                 UNTIL FIN-RECIBOS
                    OR WS-FALTA EQUAL ZERO

      * Staged when anything the master answers for moved: new
      * money applied, a reprice that changed the billed amount, or
           EXIT.

           2110-APLICAR-PAGO.
               READ RECIBOS-TRABAJO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-RECIBOS
                       GO TO 2110-APLICAR-PAGO-EXIT
               END-READ

               IF FS-RECIBOS NOT EQUAL "00"
                   MOVE "2110-APLICAR-PAGO" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF PG-T-CONTRATO NOT EQUAL AR-CONTRATO
                   MOVE "S" TO WS-SW-EOF-RECIBOS
                   GO TO 2110-APLICAR-PAGO-EXIT
               END-IF

               IF PG-T-RESTO GREATER THAN ZERO
                  AND PG-T-TIPO NOT EQUAL "A"
                   IF PG-T-RESTO GREATER THAN WS-FALTA
                       MOVE WS-FALTA TO WS-TOMA
                   ELSE
                       MOVE PG-T-RESTO TO WS-TOMA
                   END-IF

                   SUBTRACT WS-TOMA FROM PG-T-RESTO
                   SUBTRACT WS-TOMA FROM WS-FALTA
                   ADD WS-TOMA      TO WS-APLICADO
                   ADD WS-TOMA      TO AP-PAGADO
                   MOVE PG-T-FECHA TO WS-FECHA-ULT-PAGO
                                      AP-FECHA-PAGO
      * Remember which receipts covered the cuota (the first three;
      * anything beyond that still counts, just is not named).
                   IF AP-RECIBOS-CANT LESS THAN 3
                       ADD 1 TO AP-RECIBOS-CANT
                       MOVE PG-T-RECIBO
                         TO AP-RECIBO(AP-RECIBOS-CANT)
                   END-IF

                   PERFORM 2140-ANOTAR-COBRO
                      THRU 2140-ANOTAR-COBRO-EXIT

                   PERFORM 2115-GRABAR-RESTO
                      THRU 2115-GRABAR-RESTO-EXIT
               END-IF.

           2110-APLICAR-PAGO-EXIT.
           EXIT.

      ******************************************************************
      * 2115-GRABAR-RESTO - put what is left of the receipt back on the
      * work file; the walk goes on from the same position.
      ******************************************************************
           2115-GRABAR-RESTO.
               REWRITE PG-T-REGISTRO

               IF FS-RECIBOS NOT EQUAL "00"
                  AND FS-RECIBOS NOT EQUAL "02"
                   MOVE "2115-GRABAR-RESTO" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2115-GRABAR-RESTO-EXIT.
           EXIT.

      ******************************************************************
      * 2120-LEER-APLICADO - keyed read of the cuota's application
      * state; a cuota never seen before starts out uncovered.
      * 2130-ANOTAR-PENDIENTE - stage the cuota's updated application
      * state. The master itself is not touched during the walk, so
      * an aborted run (whose cutoff never advances) leaves it in
      * exactly the state the rerun expects to re-apply against. A
      * key staged twice (a double-billed feed) lands as last-one-
      * wins, as it always has on the flush.
      ******************************************************************
           2130-ANOTAR-PENDIENTE.
               WRITE PN-REGISTRO FROM AP-REGISTRO
               IF FS-PEND EQUAL "22"
                   REWRITE PN-REGISTRO FROM AP-REGISTRO
               END-IF

               IF FS-PEND NOT EQUAL "00"
                   MOVE "2130-ANOTAR-PEND" TO WS-ERR-PARRAFO
           2130-ANOTAR-PENDIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2140-ANOTAR-COBRO - one cobros row for the amount just taken
      * from the receipt just read onto the current cuota.
      ******************************************************************
           2140-ANOTAR-COBRO.
               MOVE AR-TANDA                 TO WS-CB-TANDA
               MOVE AR-CONTRATO              TO WS-CB-CONTRATO
               MOVE AR-SUBSCRIPTOR           TO WS-CB-SUBSCRIPTOR
               MOVE AR-CUOTA                 TO WS-CB-CUOTA
               MOVE WS-TOMA                  TO WS-CB-IMPORTE
               MOVE PG-T-FECHA               TO WS-CB-FECHA
               MOVE PG-T-RECIBO              TO WS-CB-RECIBO
               MOVE PG-T-ORIGEN              TO WS-CB-ORIGEN

               WRITE REGISTROCOB FROM WS-LINEA-COB

               IF FS-COBROS NOT EQUAL "00"
                   MOVE "2140-ANOTAR-COBRO" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CNT-COB
               ADD WS-TOMA TO WS-HASH-COB

               MOVE "N" TO WS-SW-COB-TANDA
               PERFORM 2145-BUSCAR-COB-TANDA
                  THRU 2145-BUSCAR-COB-TANDA-EXIT
                 VARYING WS-COB-SUB FROM 1 BY 1
                   UNTIL WS-COB-SUB > WS-COB-TANDAS-CANT
                      OR COB-TANDA-VISTA
               IF NOT COB-TANDA-VISTA
                   IF WS-COB-TANDAS-CANT EQUAL WC-MAX-TANDAS
                       MOVE "2140-ANOTAR-COB-TBL" TO WS-ERR-PARRAFO
                       MOVE "99" TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1 TO WS-COB-TANDAS-CANT
                   MOVE AR-TANDA
                     TO WS-COB-TANDAS-TABLA(WS-COB-TANDAS-CANT)
               END-IF.

           2140-ANOTAR-COBRO-EXIT.
           EXIT.

           2145-BUSCAR-COB-TANDA.
               IF WS-COB-TANDAS-TABLA(WS-COB-SUB) EQUAL WS-CB-TANDA
                   MOVE "S" TO WS-SW-COB-TANDA
               END-IF.

           2145-BUSCAR-COB-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 2150-LEER-ADELANTO - keyed read of the adelantos master for the
      * contract + cuota already moved to AD-CLAVE, then of the
      * staging file, which holds what an earlier adelanto of this
      * run settled (it is empty during the walk).
      ******************************************************************
           2150-LEER-ADELANTO.
               MOVE "N" TO WS-SW-AD-HALLADO
               MOVE AD-CLAVE TO AQ-CLAVE

               READ ADELANTOS
                   INVALID KEY
                       GO TO 2150-LEER-ADELANTO-PEND
               END-READ

               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "2150-LEER-ADELANTO" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "S" TO WS-SW-AD-HALLADO
               GO TO 2150-LEER-ADELANTO-EXIT.

           2150-LEER-ADELANTO-PEND.
               READ ADELANTOS-PEND
                   INVALID KEY
                       GO TO 2150-LEER-ADELANTO-EXIT
               END-READ

               IF FS-AD-PEND NOT EQUAL "00"
                   MOVE "2150-LEER-AD-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-AD-PEND          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "S" TO WS-SW-AD-HALLADO.

           2150-LEER-ADELANTO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLASIFICAR - decide the cuota's collection status against
      * the cutoff date and age it into the 30/60/90+ buckets.  A
                      THRU 3100-RESUMEN-EXIT
               END-IF

      * Adelantos go on top of the walk's staged states and are
      * staged the same way, ahead of the partidas, which take up
      * whatever they leave over. Nothing here touches a master.
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 3140-APLICAR-ADELANTOS
                      THRU 3140-APLICAR-ADELANTOS-EXIT
               END-IF
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 8200-INICIAR-RECIBOS
                      THRU 8200-INICIAR-RECIBOS-EXIT
                   PERFORM 3170-ANOTAR-PARTIDAS
                      THRU 3170-ANOTAR-PARTIDAS-EXIT
                     UNTIL FIN-RECIBOS
                        OR RETURN-CODE NOT EQUAL ZERO
               END-IF
      * The treasury balance is proved on the staged partidas before
      * anything is committed: one that does not reconcile (code 18)
      * holds everything below back like any other failure.
               IF RETURN-CODE EQUAL ZERO
                  AND FS-LISTADO-PP EQUAL "00"
                   PERFORM 3300-LISTAR-PARTIDAS
                      THRU 3300-LISTAR-PARTIDAS-EXIT
               END-IF

      * Only a clean run touches the masters and advances the cutoff
      * - together, or not at all. An aborted run leaves them where
      * they were, so the next run re-applies the same receipt
      * window against the same master state.
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 3150-APLICAR-PENDIENTES
                      THRU 3150-APLICAR-PENDIENTES-EXIT
               END-IF
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 3155-APLICAR-AD-PEND
                      THRU 3155-APLICAR-AD-PEND-EXIT
               END-IF
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 3250-APLICAR-PARTIDAS
                      THRU 3250-APLICAR-PARTIDAS-EXIT
               END-IF
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 3200-GRABAR-CORTE
                      THRU 3200-GRABAR-CORTE-EXIT
               END-IF

      * The surcharge feed gets its control trailer only on a clean
      * run - an aborted run leaves it trailerless, which is what
      * tells the billing cycle not to load it.
                       CLOSE PUNITORIOS
                   END-IF
               END-IF
      * The cobros trailer goes on only once what the feed describes
      * has reached the master.
               IF RETURN-CODE EQUAL ZERO
                  AND FS-COBROS EQUAL "00"
                   MOVE WS-CNT-COB  TO WS-TR-CANT
                   MOVE WS-HASH-COB TO WS-TR-HASH
                   MOVE WS-COB-TANDAS-CANT TO WS-TR-TANDAS
                   WRITE REGISTROCOB FROM WS-LINEA-TRAILER
               END-IF

      * The closing ledger record goes out whatever the outcome -
               IF PADRON-ACTIVO AND FS-PADRON NOT EQUAL "42"
                   CLOSE PADRON
               END-IF
               IF FS-PARTIDAS NOT EQUAL "42"
                   CLOSE PARTIDAS
               END-IF
               IF FS-PP-PEND NOT EQUAL "42"
                   CLOSE PARTIDAS-PEND
               END-IF
               IF FS-LISTADO-PP NOT EQUAL "42"
                   CLOSE LISTADO-PP
               END-IF
               IF FS-COBROS NOT EQUAL "42"
                   CLOSE COBROS
               END-IF
               IF FS-ADELANTOS NOT EQUAL "42"
                   CLOSE ADELANTOS
               END-IF
               IF FS-AD-PEND NOT EQUAL "42"
                   CLOSE ADELANTOS-PEND
               END-IF
               IF FS-RECIBOS NOT EQUAL "42"
                   CLOSE RECIBOS-TRABAJO
               END-IF
               IF MAESTRO-ACTIVO AND FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
                   UNTIL WS-TANDA-SUB > WS-TT-CANT

               MOVE ZERO TO WS-PAGOS-RESTO
               PERFORM 8200-INICIAR-RECIBOS
                  THRU 8200-INICIAR-RECIBOS-EXIT
               PERFORM 3120-SUMAR-RESTO
                  THRU 3120-SUMAR-RESTO-EXIT
                 UNTIL FIN-RECIBOS

      * Resolved partidas ride in the receipts work file but are not
      * receipts of this window; the control line counts PAGOS only.
               COMPUTE WS-LP-CANT = WS-PAGOS-CANT
                   - WS-PP-REASIGNADAS - WS-PP-DEVOLUCIONES
               MOVE WS-PAGOS-TOTAL TO WS-LP-TOTAL
               MOVE WS-PAGOS-RESTO TO WS-LP-RESTO
               MOVE WS-PAGOS-VIEJOS TO WS-LP-VIEJOS
      * logged (which holds the cutoff back) and the flush stops.
      ******************************************************************
           3150-APLICAR-PENDIENTES.
               MOVE "N" TO WS-SW-EOF-PEND
               MOVE LOW-VALUES TO PN-CLAVE
               START PENDIENTES KEY IS NOT LESS THAN PN-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-PEND
               END-START

               IF FS-PEND NOT EQUAL "00"
                  AND FS-PEND NOT EQUAL "23"
                   MOVE "3150-APLICAR-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-PEND              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR

               PERFORM 3160-APLICAR-PEND-REG
                  THRU 3160-APLICAR-PEND-REG-EXIT
                 UNTIL FIN-PENDIENTES.

           3150-APLICAR-PENDIENTES-EXIT.
           EXIT.

      ******************************************************************
      * 3160-APLICAR-PEND-REG - one staged state into the master; a
      * cuota the master already holds is rewritten, the same REWRITE
      * fallback 2440 of CUOTASAUTO uses on MAESTRO.
      ******************************************************************
           3160-APLICAR-PEND-REG.
               READ PENDIENTES NEXT RECORD INTO AP-REGISTRO
                   AT END
                       MOVE "S" TO WS-SW-EOF-PEND
                   NOT AT END
           EXIT.

      ******************************************************************
      * 3155-APLICAR-AD-PEND - the cuotas the adelantos settled go to
      * the ADELANTOS master, right behind the application states
      * they were paid into.
      ******************************************************************
           3155-APLICAR-AD-PEND.
               MOVE "N" TO WS-SW-EOF-AD-PEND
               MOVE LOW-VALUES TO AQ-CLAVE
               START ADELANTOS-PEND KEY IS NOT LESS THAN AQ-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-AD-PEND
               END-START

               IF FS-AD-PEND NOT EQUAL "00"
                  AND FS-AD-PEND NOT EQUAL "23"
                   MOVE "3155-APLICAR-AD-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-AD-PEND             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3155-APLICAR-AD-PEND-EXIT
               END-IF

               PERFORM 3156-APLICAR-AD-REG
                  THRU 3156-APLICAR-AD-REG-EXIT
                 UNTIL FIN-AD-PENDIENTES.

           3155-APLICAR-AD-PEND-EXIT.
           EXIT.

           3156-APLICAR-AD-REG.
               READ ADELANTOS-PEND NEXT RECORD INTO AD-REGISTRO
                   AT END
                       MOVE "S" TO WS-SW-EOF-AD-PEND
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-AD-PENDIENTES
                   GO TO 3156-APLICAR-AD-REG-EXIT
               END-IF

               IF FS-AD-PEND NOT EQUAL "00"
                   MOVE "3156-APLICAR-AD-REG" TO WS-ERR-PARRAFO
                   MOVE FS-AD-PEND            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-AD-PEND
                   GO TO 3156-APLICAR-AD-REG-EXIT
               END-IF

               WRITE AD-REGISTRO
               IF FS-ADELANTOS EQUAL "22"
                   REWRITE AD-REGISTRO
               END-IF

               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "3156-APLICAR-AD-WR" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-AD-PEND
               END-IF.

           3156-APLICAR-AD-REG-EXIT.
           EXIT.

      ******************************************************************
      * 3140-APLICAR-ADELANTOS - apply every adelanto receipt of the
      * window into the staging files and, when any money went onto a
      * cuota, put the control line at the foot of the report.
      * Without MAESTRO there is no current value to settle at, so
      * the receipts are left whole for the partidas.
      ******************************************************************
           3140-APLICAR-ADELANTOS.
               IF NOT MAESTRO-ACTIVO
                   GO TO 3140-APLICAR-ADELANTOS-LINEA
               END-IF

               PERFORM 8200-INICIAR-RECIBOS
                  THRU 8200-INICIAR-RECIBOS-EXIT
               PERFORM 3142-APLICAR-ADELANTO
                  THRU 3142-APLICAR-ADELANTO-EXIT
                 UNTIL FIN-RECIBOS
                    OR RETURN-CODE NOT EQUAL ZERO.

           3140-APLICAR-ADELANTOS-LINEA.
               IF FS-REPORTE EQUAL "00"
                  AND WS-AD-APLICADO GREATER THAN ZERO
                   MOVE WS-AD-RECIBOS    TO WS-LA-CANT
                   MOVE WS-AD-IMPORTE    TO WS-LA-IMPORTE
                   MOVE WS-AD-CANCELADAS TO WS-LA-CUOTAS
                   MOVE WS-AD-APLICADO   TO WS-LA-APLICADO
                   WRITE REGISTROREPORTE FROM WS-LINEA-ADELANTOS
                   AFTER ADVANCING 1
               END-IF.

           3140-APLICAR-ADELANTOS-EXIT.
           EXIT.

      ******************************************************************
      * 3142-APLICAR-ADELANTO - one adelanto receipt: find the current
      * cuota value and the contract's last cuota, then settle cuotas
      * from the last one backwards while money is left and the cuota
      * is not yet due at the cutoff.
      ******************************************************************
           3142-APLICAR-ADELANTO.
               PERFORM 8210-LEER-RECIBO
                  THRU 8210-LEER-RECIBO-EXIT
               IF FIN-RECIBOS
                   GO TO 3142-APLICAR-ADELANTO-EXIT
               END-IF

               IF PG-T-TIPO NOT EQUAL "A"
                  OR PG-T-ORIGEN NOT EQUAL "P"
                  OR PG-T-RESTO EQUAL ZERO
                   GO TO 3142-APLICAR-ADELANTO-EXIT
               END-IF

               PERFORM 3144-VALOR-ACTUAL
                  THRU 3144-VALOR-ACTUAL-EXIT

               IF WS-AD-VALOR-ACTUAL EQUAL ZERO
                   GO TO 3142-APLICAR-ADELANTO-EXIT
               END-IF

               MOVE "N" TO WS-SW-AD-FIN
               PERFORM 3146-CANCELAR-CUOTA
                  THRU 3146-CANCELAR-CUOTA-EXIT
                 UNTIL FIN-ADELANTO

      * What the receipt has left goes back on the work file for the
      * partidas.
               REWRITE PG-T-REGISTRO
               IF FS-RECIBOS NOT EQUAL "00"
                  AND FS-RECIBOS NOT EQUAL "02"
                   MOVE "3142-APLICAR-AD-WR" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
               END-IF.

           3142-APLICAR-ADELANTO-EXIT.
           EXIT.

      ******************************************************************
      * 3144-VALOR-ACTUAL - walk the contract's cuotas in MAESTRO: the
      * current value is the gross of the last cuota due at the
      * cutoff (the first cuota's while none is due yet), and the
      * walk ends on the contract's last cuota. A contract MAESTRO
      * does not hold comes back with value zero.
      ******************************************************************
           3144-VALOR-ACTUAL.
               MOVE ZERO TO WS-AD-VALOR-ACTUAL WS-AD-CUOTA
               MOVE "N"  TO WS-SW-AD-FIN
               MOVE PG-T-CONTRATO TO MA-CONTRATO
               MOVE ZERO TO MA-CUOTA

               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       GO TO 3144-VALOR-ACTUAL-EXIT
               END-START

               PERFORM 3145-LEER-CUOTA
                  THRU 3145-LEER-CUOTA-EXIT
                 UNTIL FIN-ADELANTO.

           3144-VALOR-ACTUAL-EXIT.
           EXIT.

           3145-LEER-CUOTA.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-AD-FIN
                       GO TO 3145-LEER-CUOTA-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "3145-LEER-CUOTA" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE ZERO TO WS-AD-VALOR-ACTUAL
                   MOVE "S"  TO WS-SW-AD-FIN
                   GO TO 3145-LEER-CUOTA-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL PG-T-CONTRATO
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3145-LEER-CUOTA-EXIT
               END-IF

               IF WS-AD-CUOTA EQUAL ZERO
                  OR MA-VENCE NOT GREATER THAN WS-FECHA-CORTE
                   MOVE MA-BRUTA TO WS-AD-VALOR-ACTUAL
               END-IF
               MOVE MA-CUOTA TO WS-AD-CUOTA.

           3145-LEER-CUOTA-EXIT.
           EXIT.

      ******************************************************************
      * 3146-CANCELAR-CUOTA - settle the cuota in WS-AD-CUOTA. Whatever
      * it still lacks up to the current value is taken from the
      * receipt; when that covers it the cuota is recorded in
      * ADELANTOS at the current value, otherwise it keeps its
      * scheduled value with the money on account and the receipt is
      * spent. A cuota already cancelled is passed over. The state
      * and the cancellation are staged, like the walk's.
      ******************************************************************
           3146-CANCELAR-CUOTA.
               IF WS-AD-CUOTA EQUAL ZERO
                  OR PG-T-RESTO EQUAL ZERO
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               MOVE PG-T-CONTRATO TO MA-CONTRATO
               MOVE WS-AD-CUOTA                TO MA-CUOTA
               READ MAESTRO
                   INVALID KEY
                       SUBTRACT 1 FROM WS-AD-CUOTA
                       GO TO 3146-CANCELAR-CUOTA-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "3146-CANCELAR-MAE" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               IF MA-VENCE NOT GREATER THAN WS-FECHA-CORTE
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               MOVE MA-CONTRATO TO AD-CONTRATO
               MOVE MA-CUOTA    TO AD-CUOTA
               PERFORM 2150-LEER-ADELANTO
                  THRU 2150-LEER-ADELANTO-EXIT
               IF CUOTA-ADELANTADA
                   SUBTRACT 1 FROM WS-AD-CUOTA
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               PERFORM 3147-LEER-ESTADO
                  THRU 3147-LEER-ESTADO-EXIT
               IF FIN-ADELANTO
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               IF AP-PAGADO LESS THAN WS-AD-VALOR-ACTUAL
                   COMPUTE WS-FALTA = WS-AD-VALOR-ACTUAL - AP-PAGADO
               ELSE
                   MOVE ZERO TO WS-FALTA
               END-IF
               IF PG-T-RESTO GREATER THAN WS-FALTA
                   MOVE WS-FALTA TO WS-TOMA
               ELSE
                   MOVE PG-T-RESTO TO WS-TOMA
               END-IF

               SUBTRACT WS-TOMA FROM PG-T-RESTO
               ADD WS-TOMA      TO AP-PAGADO
               ADD WS-TOMA      TO WS-AD-APLICADO
               IF WS-TOMA GREATER THAN ZERO
                  AND AP-RECIBOS-CANT LESS THAN 3
                   ADD 1 TO AP-RECIBOS-CANT
                   MOVE PG-T-RECIBO
                     TO AP-RECIBO(AP-RECIBOS-CANT)
               END-IF

               IF WS-TOMA LESS THAN WS-FALTA
                   MOVE "S" TO WS-SW-AD-FIN
               ELSE
                   MOVE WS-AD-VALOR-ACTUAL      TO AP-VALOR
                   MOVE PG-T-FECHA TO AP-FECHA-PAGO
               END-IF

               WRITE PN-REGISTRO FROM AP-REGISTRO
               IF FS-PEND EQUAL "22"
                   REWRITE PN-REGISTRO FROM AP-REGISTRO
               END-IF
               IF FS-PEND NOT EQUAL "00"
                   MOVE "3146-CANCELAR-PN-WR" TO WS-ERR-PARRAFO
                   MOVE FS-PEND                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               IF WS-TOMA GREATER THAN ZERO
                   PERFORM 3148-ANOTAR-COBRO-AD
                      THRU 3148-ANOTAR-COBRO-AD-EXIT
               END-IF

               IF FIN-ADELANTO
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               MOVE MA-CONTRATO             TO AD-CONTRATO
               MOVE MA-CUOTA                TO AD-CUOTA
               MOVE MA-TANDA                TO AD-TANDA
               MOVE WS-AD-VALOR-ACTUAL      TO AD-VALOR
               MOVE PG-T-FECHA              TO AD-FECHA
               MOVE PG-T-RECIBO             TO AD-RECIBO
               MOVE WS-FECHA-CORTE          TO AD-CORTE
               WRITE AQ-REGISTRO FROM AD-REGISTRO
               IF FS-AD-PEND NOT EQUAL "00"
                   MOVE "3146-CANCELAR-AQ-WR" TO WS-ERR-PARRAFO
                   MOVE FS-AD-PEND             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3146-CANCELAR-CUOTA-EXIT
               END-IF

               ADD 1 TO WS-AD-CANCELADAS
               SUBTRACT 1 FROM WS-AD-CUOTA.

           3146-CANCELAR-CUOTA-EXIT.
           EXIT.

      ******************************************************************
      * 3147-LEER-ESTADO - the cuota's application state as this run
      * leaves it: the staged state when the walk or an earlier
      * adelanto staged one, else the master's, else a cuota not yet
      * covered. A failure is logged and ends the adelanto.
      ******************************************************************
           3147-LEER-ESTADO.
               MOVE MA-CONTRATO TO PN-CONTRATO
               MOVE MA-CUOTA    TO PN-CUOTA
               READ PENDIENTES INTO AP-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-PEND EQUAL "00"
                   GO TO 3147-LEER-ESTADO-EXIT
               END-IF

               IF FS-PEND NOT EQUAL "23"
                   MOVE "3147-LEER-ESTADO-PN" TO WS-ERR-PARRAFO
                   MOVE FS-PEND                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3147-LEER-ESTADO-EXIT
               END-IF

               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA
               READ APLICADO
                   INVALID KEY
                       MOVE MA-CONTRATO TO AP-CONTRATO
                       MOVE MA-CUOTA    TO AP-CUOTA
                       MOVE MA-TANDA    TO AP-TANDA
                       MOVE MA-BRUTA    TO AP-VALOR
                       MOVE ZERO        TO AP-PAGADO AP-FECHA-PAGO
                                           AP-RECIBOS-CANT
                       MOVE SPACES      TO AP-RECIBO(1) AP-RECIBO(2)
                                           AP-RECIBO(3)
               END-READ

               IF FS-APLICADO NOT EQUAL "00"
                  AND FS-APLICADO NOT EQUAL "23"
                   MOVE "3147-LEER-ESTADO-AP" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-AD-FIN
               END-IF.

           3147-LEER-ESTADO-EXIT.
           EXIT.

      ******************************************************************
      * 3148-ANOTAR-COBRO-AD - the cobros row for an amount an adelanto
      * put on a cuota, origen A. 3000-FIN is already in control: a
      * failure is logged, which holds the cutoff and trailer back.
      ******************************************************************
           3148-ANOTAR-COBRO-AD.
               MOVE MA-TANDA                 TO WS-CB-TANDA
               MOVE MA-CONTRATO              TO WS-CB-CONTRATO
               MOVE MA-SUBSCRIPTOR           TO WS-CB-SUBSCRIPTOR
               MOVE MA-CUOTA                 TO WS-CB-CUOTA
               MOVE WS-TOMA                  TO WS-CB-IMPORTE
               MOVE PG-T-FECHA               TO WS-CB-FECHA
               MOVE PG-T-RECIBO              TO WS-CB-RECIBO
               MOVE "A"                      TO WS-CB-ORIGEN

               WRITE REGISTROCOB FROM WS-LINEA-COB

               IF FS-COBROS NOT EQUAL "00"
                   MOVE "3148-ANOTAR-COBRO-AD" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-AD-FIN
                   GO TO 3148-ANOTAR-COBRO-AD-EXIT
               END-IF

               ADD 1 TO WS-CNT-COB
               ADD WS-TOMA TO WS-HASH-COB

               MOVE "N" TO WS-SW-COB-TANDA
               PERFORM 2145-BUSCAR-COB-TANDA
                  THRU 2145-BUSCAR-COB-TANDA-EXIT
                 VARYING WS-COB-SUB FROM 1 BY 1
                   UNTIL WS-COB-SUB > WS-COB-TANDAS-CANT
                      OR COB-TANDA-VISTA
               IF NOT COB-TANDA-VISTA
                   IF WS-COB-TANDAS-CANT EQUAL WC-MAX-TANDAS
                       MOVE "3148-ANOTAR-COB-TBL" TO WS-ERR-PARRAFO
                       MOVE "99" TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       MOVE "S" TO WS-SW-AD-FIN
                       GO TO 3148-ANOTAR-COBRO-AD-EXIT
                   END-IF
                   ADD 1 TO WS-COB-TANDAS-CANT
                   MOVE MA-TANDA
                     TO WS-COB-TANDAS-TABLA(WS-COB-TANDAS-CANT)
               END-IF.

           3148-ANOTAR-COBRO-AD-EXIT.
           EXIT.

      ******************************************************************
      * 3170-ANOTAR-PARTIDAS - settle the next receipt of the work
      * file against the suspense master. A receipt with money left
      * over becomes (or stays) a pending partida, motivo C when the
      * contract is unknown to APLICADO and E when it is an
      * overpayment; a receipt fully applied closes the partida it
      * may have had (one dated after an earlier cutoff); a resolved
      * partida is closed as applied or refunded, or stays pending
      * under its new contract with whatever that contract could not
      * take. Each movement feeds the treasury balance.
      ******************************************************************
           3170-ANOTAR-PARTIDAS.
               PERFORM 8210-LEER-RECIBO
                  THRU 8210-LEER-RECIBO-EXIT
               IF FIN-RECIBOS
                   GO TO 3170-ANOTAR-PARTIDAS-EXIT
               END-IF

               MOVE "S" TO WS-SW-PP-HALLADA
               MOVE PG-T-RECIBO TO PP-RECIBO
               READ PARTIDAS
                   INVALID KEY
                       MOVE "N" TO WS-SW-PP-HALLADA
               END-READ

               IF FS-PARTIDAS NOT EQUAL "00"
                  AND FS-PARTIDAS NOT EQUAL "23"
                   MOVE "3170-ANOTAR-PARTIDAS" TO WS-ERR-PARRAFO
                   MOVE FS-PARTIDAS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3170-ANOTAR-PARTIDAS-EXIT
               END-IF

               MOVE ZERO TO WS-PP-RESTO-PREVIO
               IF PP-EXISTENTE AND PP-PENDIENTE
                   MOVE PP-RESTO TO WS-PP-RESTO-PREVIO
               END-IF

               IF PG-T-ORIGEN EQUAL "D"
                  AND PP-EXISTENTE
                   MOVE "D" TO PP-ESTADO
                   MOVE PG-T-FECHA TO PP-FECHA-RESOL
                   ADD WS-PP-RESTO-PREVIO TO WS-PP-DEVUELTAS
                   MOVE WS-PP-RESTO-PREVIO TO WS-CB-IMPORTE
                   MOVE "D" TO WS-CB-ORIGEN
                   PERFORM 3172-MOVER-PARTIDA
                      THRU 3172-MOVER-PARTIDA-EXIT
                   PERFORM 3180-ANOTAR-PARTIDA-PEND
                      THRU 3180-ANOTAR-PARTIDA-PEND-EXIT
                   GO TO 3170-ANOTAR-PARTIDAS-EXIT
               END-IF

               IF PG-T-RESTO EQUAL ZERO
                   IF PP-EXISTENTE AND PP-PENDIENTE
                       MOVE "A" TO PP-ESTADO
                       MOVE WS-FECHA-CORTE TO PP-FECHA-RESOL
                       IF PG-T-ORIGEN EQUAL "R"
                           MOVE PG-T-CONTRATO
                             TO PP-CONTRATO-ASIG
                       END-IF
                       ADD WS-PP-RESTO-PREVIO TO WS-PP-APLICADAS
                       IF PG-T-ORIGEN NOT EQUAL "R"
                           MOVE WS-PP-RESTO-PREVIO TO WS-CB-IMPORTE
                           MOVE "L" TO WS-CB-ORIGEN
                           PERFORM 3172-MOVER-PARTIDA
                              THRU 3172-MOVER-PARTIDA-EXIT
                       END-IF
                       PERFORM 3180-ANOTAR-PARTIDA-PEND
                          THRU 3180-ANOTAR-PARTIDA-PEND-EXIT
                   END-IF
                   GO TO 3170-ANOTAR-PARTIDAS-EXIT
               END-IF

               IF NOT PP-EXISTENTE
                   MOVE PG-T-RECIBO               TO PP-RECIBO
                   MOVE PG-T-FECHA                TO PP-FECHA
                   MOVE PG-T-CONTRATO             TO PP-CONTRATO
                   MOVE PG-T-SUBSCRIPTOR          TO PP-SUBSCRIPTOR
                   MOVE PG-T-IMPORTE              TO PP-IMPORTE
                   MOVE WS-FECHA-CORTE            TO PP-FECHA-ALTA
                   MOVE ZERO                      TO PP-FECHA-RESOL
                   MOVE SPACES                    TO PP-CONTRATO-ASIG
               END-IF

               IF PG-T-ORIGEN EQUAL "R"
                   MOVE PG-T-CONTRATO TO PP-CONTRATO-ASIG
                   MOVE WS-FECHA-CORTE             TO PP-FECHA-RESOL
               END-IF

               PERFORM 3190-VERIFICAR-CONTRATO
                  THRU 3190-VERIFICAR-CONTRATO-EXIT
               IF CONTRATO-CONOCIDO
                   MOVE "E" TO PP-MOTIVO
               ELSE
                   MOVE "C" TO PP-MOTIVO
               END-IF

               MOVE "P" TO PP-ESTADO
               MOVE PG-T-RESTO TO PP-RESTO
               IF PP-RESTO GREATER THAN WS-PP-RESTO-PREVIO
                   COMPUTE WS-PP-INGRESOS = WS-PP-INGRESOS
                       + PP-RESTO - WS-PP-RESTO-PREVIO
                   COMPUTE WS-CB-IMPORTE =
                       PP-RESTO - WS-PP-RESTO-PREVIO
                   MOVE "S" TO WS-CB-ORIGEN
               ELSE
                   COMPUTE WS-PP-APLICADAS = WS-PP-APLICADAS
                       + WS-PP-RESTO-PREVIO - PP-RESTO
                   COMPUTE WS-CB-IMPORTE =
                       WS-PP-RESTO-PREVIO - PP-RESTO
                   MOVE "L" TO WS-CB-ORIGEN
               END-IF

      * What a reassigned partida gave up is on the R rows already.
               IF PG-T-ORIGEN NOT EQUAL "R"
                   PERFORM 3172-MOVER-PARTIDA
                      THRU 3172-MOVER-PARTIDA-EXIT
               END-IF

               PERFORM 3180-ANOTAR-PARTIDA-PEND
                  THRU 3180-ANOTAR-PARTIDA-PEND-EXIT.

           3170-ANOTAR-PARTIDAS-EXIT.
           EXIT.

      ******************************************************************
      * 3172-MOVER-PARTIDA - the cobros row for the suspense movement
      * 3170 just worked out (amount and origen already in
      * WS-LINEA-COB), keyed by the partida's own receipt; nothing is
      * written for a movement of zero.
      ******************************************************************
           3172-MOVER-PARTIDA.
               IF WS-CB-IMPORTE EQUAL ZERO
                   GO TO 3172-MOVER-PARTIDA-EXIT
               END-IF

               MOVE PP-CONTRATO              TO WS-CB-CONTRATO
               MOVE PP-SUBSCRIPTOR           TO WS-CB-SUBSCRIPTOR
               MOVE PG-T-FECHA               TO WS-CB-FECHA
               MOVE PP-RECIBO                TO WS-CB-RECIBO
               PERFORM 3175-ANOTAR-COBRO-PP
                  THRU 3175-ANOTAR-COBRO-PP-EXIT.

           3172-MOVER-PARTIDA-EXIT.
           EXIT.

      ******************************************************************
      * 3175-ANOTAR-COBRO-PP - write the suspense row in WS-LINEA-COB
      * (contract, amount, date, receipt and origen set by the
      * caller) and count it in the trailer. Unidentified cash has
      * no tanda. Called from 3000-FIN as well as from the sort: a
      * failure is only logged, and the caller looks at RETURN-CODE.
      ******************************************************************
           3175-ANOTAR-COBRO-PP.
               MOVE SPACES                   TO WS-CB-TANDA
               MOVE ZERO                     TO WS-CB-CUOTA

               WRITE REGISTROCOB FROM WS-LINEA-COB

               IF FS-COBROS NOT EQUAL "00"
                   MOVE "3175-ANOTAR-COBRO-PP" TO WS-ERR-PARRAFO
                   MOVE FS-COBROS              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3175-ANOTAR-COBRO-PP-EXIT
               END-IF

               ADD 1 TO WS-CNT-COB
               ADD WS-CB-IMPORTE TO WS-HASH-COB

               MOVE "N" TO WS-SW-COB-TANDA
               PERFORM 2145-BUSCAR-COB-TANDA
                  THRU 2145-BUSCAR-COB-TANDA-EXIT
                 VARYING WS-COB-SUB FROM 1 BY 1
                   UNTIL WS-COB-SUB > WS-COB-TANDAS-CANT
                      OR COB-TANDA-VISTA
               IF NOT COB-TANDA-VISTA
                   IF WS-COB-TANDAS-CANT EQUAL WC-MAX-TANDAS
                       MOVE "3175-ANOTAR-COB-TBL" TO WS-ERR-PARRAFO
                       MOVE "99" TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       GO TO 3175-ANOTAR-COBRO-PP-EXIT
                   END-IF
                   ADD 1 TO WS-COB-TANDAS-CANT
                   MOVE SPACES
                     TO WS-COB-TANDAS-TABLA(WS-COB-TANDAS-CANT)
               END-IF.

           3175-ANOTAR-COBRO-PP-EXIT.
           EXIT.

      ******************************************************************
      * 3180-ANOTAR-PARTIDA-PEND - stage one partida for the suspense
      * master; like 2130 for APLICADO, the master itself is only
      * written on a clean end of run. 3000-FIN is already in control
      * here: a failure is logged, which holds the flush back.
      ******************************************************************
           3180-ANOTAR-PARTIDA-PEND.
               WRITE PQ-REGISTRO FROM PP-REGISTRO
               IF FS-PP-PEND EQUAL "22"
                   REWRITE PQ-REGISTRO FROM PP-REGISTRO
               END-IF

               IF FS-PP-PEND NOT EQUAL "00"
                   MOVE "3180-ANOTAR-PP-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-PP-PEND             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
               END-IF.

           3180-ANOTAR-PARTIDA-PEND-EXIT.
           EXIT.

      ******************************************************************
      * 3190-VERIFICAR-CONTRATO - does the application master hold any
      * cuota of the partida's contract (the one it was moved to, or
      * the one keyed)? If so the money is an overpayment, if not the
      * contract is unknown. A contract first billed this run is
      * only in the staging file until the flush, so that is looked
      * at too.
      ******************************************************************
           3190-VERIFICAR-CONTRATO.
               MOVE "N" TO WS-SW-CTO-CONOCIDO
               IF PP-CONTRATO-ASIG NOT EQUAL SPACES
                   MOVE PP-CONTRATO-ASIG TO WS-CTO-VERIFICAR
               ELSE
                   MOVE PP-CONTRATO      TO WS-CTO-VERIFICAR
               END-IF
               MOVE WS-CTO-VERIFICAR TO AP-CONTRATO
               MOVE ZERO TO AP-CUOTA

               START APLICADO KEY IS NOT LESS THAN AP-CLAVE
                   INVALID KEY
                       GO TO 3190-VERIFICAR-PEND
               END-START

               READ APLICADO NEXT RECORD
                   AT END
                       GO TO 3190-VERIFICAR-PEND
               END-READ

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "3190-VERIFICAR-CTO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3190-VERIFICAR-CONTRATO-EXIT
               END-IF

               IF AP-CONTRATO EQUAL WS-CTO-VERIFICAR
                   MOVE "S" TO WS-SW-CTO-CONOCIDO
                   GO TO 3190-VERIFICAR-CONTRATO-EXIT
               END-IF.

           3190-VERIFICAR-PEND.
               MOVE WS-CTO-VERIFICAR TO PN-CONTRATO
               MOVE ZERO TO PN-CUOTA

               START PENDIENTES KEY IS NOT LESS THAN PN-CLAVE
                   INVALID KEY
                       GO TO 3190-VERIFICAR-CONTRATO-EXIT
               END-START

               READ PENDIENTES NEXT RECORD
                   AT END
                       GO TO 3190-VERIFICAR-CONTRATO-EXIT
               END-READ

               IF FS-PEND NOT EQUAL "00"
                   MOVE "3190-VERIFICAR-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-PEND                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3190-VERIFICAR-CONTRATO-EXIT
               END-IF

               IF PN-CONTRATO EQUAL WS-CTO-VERIFICAR
                   MOVE "S" TO WS-SW-CTO-CONOCIDO
               END-IF.

           3190-VERIFICAR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 3250-APLICAR-PARTIDAS - the staged partidas go to the suspense
      * master, the same flush 3150 does for APLICADO.
      ******************************************************************
           3250-APLICAR-PARTIDAS.
               MOVE "N" TO WS-SW-EOF-PP-PEND
               MOVE LOW-VALUES TO PQ-RECIBO
               START PARTIDAS-PEND KEY IS NOT LESS THAN PQ-RECIBO
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-PP-PEND
               END-START

               IF FS-PP-PEND NOT EQUAL "00"
                  AND FS-PP-PEND NOT EQUAL "23"
                   MOVE "3250-APLICAR-PP" TO WS-ERR-PARRAFO
                   MOVE FS-PP-PEND         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3250-APLICAR-PARTIDAS-EXIT
               END-IF

               PERFORM 3260-APLICAR-PP-REG
                  THRU 3260-APLICAR-PP-REG-EXIT
                 UNTIL FIN-PP-PENDIENTES.

           3250-APLICAR-PARTIDAS-EXIT.
           EXIT.

           3260-APLICAR-PP-REG.
               READ PARTIDAS-PEND NEXT RECORD INTO PP-REGISTRO
                   AT END
                       MOVE "S" TO WS-SW-EOF-PP-PEND
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-PP-PENDIENTES
                   GO TO 3260-APLICAR-PP-REG-EXIT
               END-IF

               IF FS-PP-PEND NOT EQUAL "00"
                   MOVE "3260-APLICAR-PP" TO WS-ERR-PARRAFO
                   MOVE FS-PP-PEND         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-PP-PEND
                   GO TO 3260-APLICAR-PP-REG-EXIT
               END-IF

               WRITE PP-REGISTRO
               IF FS-PARTIDAS EQUAL "22"
                   REWRITE PP-REGISTRO
               END-IF

               IF FS-PARTIDAS NOT EQUAL "00"
                   MOVE "3260-APLICAR-PP-WR" TO WS-ERR-PARRAFO
                   MOVE FS-PARTIDAS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-PP-PEND
               END-IF.

           3260-APLICAR-PP-REG-EXIT.
           EXIT.

      ******************************************************************
      * 3200-GRABAR-CORTE - record this run's cutoff so the next run
      * applies only the receipts dated after it.
      ******************************************************************
           3200-GRABAR-CORTE.
               OPEN OUTPUT CORTE
               IF FS-CORTE NOT EQUAL "00"
                   MOVE "3200-GRABAR-CORTE" TO WS-ERR-PARRAFO
                   MOVE FS-CORTE             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3200-GRABAR-CORTE-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO UC-FECHA
           3110-RESUMEN-TANDA-EXIT.
           EXIT.

      * Adelantos are applied after this line is printed and carry
      * their own control line, so they stay out of SIN APLICAR.
           3120-SUMAR-RESTO.
               PERFORM 8210-LEER-RECIBO
                  THRU 8210-LEER-RECIBO-EXIT
               IF FIN-RECIBOS
                   GO TO 3120-SUMAR-RESTO-EXIT
               END-IF

               IF PG-T-ORIGEN EQUAL "P"
                  AND PG-T-TIPO NOT EQUAL "A"
                   ADD PG-T-RESTO TO WS-PAGOS-RESTO
               END-IF.

           3120-SUMAR-RESTO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LISTAR-PARTIDAS - aging of every partida still pending
      * (days from the receipt date to the cutoff, in the same 30/60/
      * 90 tramos as the mora report), then the treasury balance of
      * unidentified cash: opening balance, new partidas, partidas
      * applied and refunded, and the closing balance worked out both
      * ways. It runs ahead of the flush, on the master as the staged
      * partidas will leave it, so a balance that does not reconcile
      * ends the run with RETURN-CODE 18 before anything is committed.
      ******************************************************************
           3300-LISTAR-PARTIDAS.
               WRITE REGISTROLISTADOPP FROM WS-PP-ENCABEZADO
               AFTER ADVANCING 2

               MOVE "N" TO WS-SW-EOF-PARTIDAS
               MOVE LOW-VALUES TO PP-RECIBO
               START PARTIDAS KEY IS NOT LESS THAN PP-RECIBO
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-PM-RECIBO
                   NOT INVALID KEY
                       MOVE LOW-VALUES TO WS-PM-RECIBO
               END-START
               PERFORM 3320-LEER-PP-MAESTRO
                  THRU 3320-LEER-PP-MAESTRO-EXIT

               MOVE LOW-VALUES TO PQ-RECIBO
               START PARTIDAS-PEND KEY IS NOT LESS THAN PQ-RECIBO
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-PE-RECIBO
                   NOT INVALID KEY
                       MOVE LOW-VALUES TO WS-PE-RECIBO
               END-START
               PERFORM 3330-LEER-PP-PEND
                  THRU 3330-LEER-PP-PEND-EXIT

               PERFORM 3310-LISTAR-PARTIDA
                  THRU 3310-LISTAR-PARTIDA-EXIT
                 UNTIL FIN-PARTIDAS

               MOVE "0-29"          TO WS-PA-TRAMO
               MOVE WS-PP-CANT-0    TO WS-PA-CANT
               MOVE WS-PP-MONTO-0   TO WS-PA-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-TRAMO
               AFTER ADVANCING 2
               MOVE "30-59"         TO WS-PA-TRAMO
               MOVE WS-PP-CANT-30   TO WS-PA-CANT
               MOVE WS-PP-MONTO-30  TO WS-PA-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-TRAMO
               AFTER ADVANCING 1
               MOVE "60-89"         TO WS-PA-TRAMO
               MOVE WS-PP-CANT-60   TO WS-PA-CANT
               MOVE WS-PP-MONTO-60  TO WS-PA-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-TRAMO
               AFTER ADVANCING 1
               MOVE "90+"           TO WS-PA-TRAMO
               MOVE WS-PP-CANT-90   TO WS-PA-CANT
               MOVE WS-PP-MONTO-90  TO WS-PA-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-TRAMO
               AFTER ADVANCING 1

               COMPUTE WS-PP-SALDO-CALC = WS-PP-SALDO-INICIAL
                   + WS-PP-INGRESOS - WS-PP-APLICADAS - WS-PP-DEVUELTAS

               MOVE "SALDO ANTERIOR NO IDENTIFICADO:    "
                 TO WS-PS-CONCEPTO
               MOVE WS-PP-SALDO-INICIAL TO WS-PS-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-SALDO
               AFTER ADVANCING 2
               MOVE "(+) INGRESOS SIN IDENTIFICAR:      "
                 TO WS-PS-CONCEPTO
               MOVE WS-PP-INGRESOS TO WS-PS-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-SALDO
               AFTER ADVANCING 1
               MOVE "(-) PARTIDAS APLICADAS:            "
                 TO WS-PS-CONCEPTO
               MOVE WS-PP-APLICADAS TO WS-PS-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-SALDO
               AFTER ADVANCING 1
               MOVE "(-) PARTIDAS DEVUELTAS:            "
                 TO WS-PS-CONCEPTO
               MOVE WS-PP-DEVUELTAS TO WS-PS-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-SALDO
               AFTER ADVANCING 1
               MOVE "SALDO FINAL CALCULADO:             "
                 TO WS-PS-CONCEPTO
               MOVE WS-PP-SALDO-CALC TO WS-PS-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-SALDO
               AFTER ADVANCING 1
               MOVE "SALDO FINAL SEGUN PARTIDAS:        "
                 TO WS-PS-CONCEPTO
               MOVE WS-PP-SALDO-FINAL TO WS-PS-MONTO
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-SALDO
               AFTER ADVANCING 1

               IF WS-PP-SALDO-CALC EQUAL WS-PP-SALDO-FINAL
                   MOVE "SALDO CONCILIADO" TO WS-PC-TEXTO
               ELSE
                   MOVE "SALDO NO CONCILIA - REVISAR PARTIDAS"
                     TO WS-PC-TEXTO
                   MOVE 18 TO RETURN-CODE
               END-IF
               WRITE REGISTROLISTADOPP FROM WS-PP-LINEA-CONCILIA
               AFTER ADVANCING 2

               IF FS-LISTADO-PP NOT EQUAL "00"
                   MOVE "3300-LISTAR-PARTIDAS" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO-PP          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
               END-IF

               DISPLAY "PARTIDAS PENDIENTES: " WS-PP-PENDIENTES
                       " SALDO=" WS-PP-SALDO-FINAL.

           3300-LISTAR-PARTIDAS-EXIT.
           EXIT.

      ******************************************************************
      * 3310-LISTAR-PARTIDA - the next receipt of the two files, the
      * staged record standing in for the master's; a pending partida
      * is aged against the cutoff, and one dated after it has not
      * started to age.
      ******************************************************************
           3310-LISTAR-PARTIDA.
               IF WS-PM-RECIBO EQUAL HIGH-VALUES
                  AND WS-PE-RECIBO EQUAL HIGH-VALUES
                   MOVE "S" TO WS-SW-EOF-PARTIDAS
                   GO TO 3310-LISTAR-PARTIDA-EXIT
               END-IF

               IF WS-PE-RECIBO GREATER THAN WS-PM-RECIBO
                   MOVE WS-PP-MAE-REG TO WS-PP-ACTUAL
                   PERFORM 3320-LEER-PP-MAESTRO
                      THRU 3320-LEER-PP-MAESTRO-EXIT
               ELSE
                   MOVE WS-PP-PEN-REG TO WS-PP-ACTUAL
                   IF WS-PE-RECIBO EQUAL WS-PM-RECIBO
                       PERFORM 3320-LEER-PP-MAESTRO
                          THRU 3320-LEER-PP-MAESTRO-EXIT
                   END-IF
                   PERFORM 3330-LEER-PP-PEND
                      THRU 3330-LEER-PP-PEND-EXIT
               END-IF
               MOVE WS-PP-ACTUAL TO PP-REGISTRO

               IF NOT PP-PENDIENTE
                   GO TO 3310-LISTAR-PARTIDA-EXIT
               END-IF

               MOVE PP-FECHA TO WS-DS-FECHA
               PERFORM 8100-CALC-DIAS
                  THRU 8100-CALC-DIAS-EXIT
               COMPUTE WS-PP-DIAS = WS-CORTE-SERIAL - WS-DS-SERIAL
               IF WS-PP-DIAS LESS THAN ZERO
                   MOVE ZERO TO WS-PP-DIAS
               END-IF

               IF WS-PP-DIAS LESS THAN WC-DIAS-TRAMO-1
                   MOVE "0-29" TO WS-PD-TRAMO
                   ADD 1        TO WS-PP-CANT-0
                   ADD PP-RESTO TO WS-PP-MONTO-0
               ELSE
                   IF WS-PP-DIAS LESS THAN WC-DIAS-TRAMO-2
                       MOVE "30-59" TO WS-PD-TRAMO
                       ADD 1        TO WS-PP-CANT-30
                       ADD PP-RESTO TO WS-PP-MONTO-30
                   ELSE
                       IF WS-PP-DIAS LESS THAN WC-DIAS-TRAMO-3
                           MOVE "60-89" TO WS-PD-TRAMO
                           ADD 1        TO WS-PP-CANT-60
                           ADD PP-RESTO TO WS-PP-MONTO-60
                       ELSE
                           MOVE "90+"   TO WS-PD-TRAMO
                           ADD 1        TO WS-PP-CANT-90
                           ADD PP-RESTO TO WS-PP-MONTO-90
                       END-IF
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN PP-CTO-DESCONOCIDO
                       MOVE "CTO DESCONOC" TO WS-PD-MOTIVO
                   WHEN PP-EXCEDENTE
                       MOVE "EXCEDENTE"    TO WS-PD-MOTIVO
                   WHEN PP-POSTERIOR-CORTE
                       MOVE "POST. CORTE"  TO WS-PD-MOTIVO
                   WHEN OTHER
                       MOVE SPACES         TO WS-PD-MOTIVO
               END-EVALUATE

               MOVE PP-RECIBO        TO WS-PD-RECIBO
               MOVE PP-FECHA         TO WS-PD-FECHA
               MOVE PP-CONTRATO      TO WS-PD-CONTRATO
               MOVE PP-SUBSCRIPTOR   TO WS-PD-SUBSCRIPT
               MOVE PP-CONTRATO-ASIG TO WS-PD-ASIGNADO
               MOVE PP-IMPORTE       TO WS-PD-IMPORTE
               MOVE PP-RESTO         TO WS-PD-RESTO
               MOVE WS-PP-DIAS       TO WS-PD-DIAS

               WRITE REGISTROLISTADOPP FROM WS-PP-DETALLE
               AFTER ADVANCING 1

               IF FS-LISTADO-PP NOT EQUAL "00"
                   MOVE "3310-LISTAR-PP-WR" TO WS-ERR-PARRAFO
                   MOVE FS-LISTADO-PP        TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-PARTIDAS
               END-IF

               ADD 1        TO WS-PP-PENDIENTES
               ADD PP-RESTO TO WS-PP-SALDO-FINAL.

           3310-LISTAR-PARTIDA-EXIT.
           EXIT.

      ******************************************************************
      * 3320-LEER-PP-MAESTRO / 3330-LEER-PP-PEND - next record of each
      * side of the listing; HIGH-VALUES in the receipt marks the side
      * finished. A read failure is logged and ends the listing.
      ******************************************************************
           3320-LEER-PP-MAESTRO.
               IF WS-PM-RECIBO EQUAL HIGH-VALUES
                   GO TO 3320-LEER-PP-MAESTRO-EXIT
               END-IF

               READ PARTIDAS NEXT RECORD INTO WS-PP-MAE-REG
                   AT END
                       MOVE HIGH-VALUES TO WS-PM-RECIBO
                       GO TO 3320-LEER-PP-MAESTRO-EXIT
               END-READ

               IF FS-PARTIDAS NOT EQUAL "00"
                   MOVE "3320-LEER-PP-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-PARTIDAS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE HIGH-VALUES TO WS-PM-RECIBO WS-PE-RECIBO
               END-IF.

           3320-LEER-PP-MAESTRO-EXIT.
           EXIT.

           3330-LEER-PP-PEND.
               IF WS-PE-RECIBO EQUAL HIGH-VALUES
                   GO TO 3330-LEER-PP-PEND-EXIT
               END-IF

               READ PARTIDAS-PEND NEXT RECORD INTO WS-PP-PEN-REG
                   AT END
                       MOVE HIGH-VALUES TO WS-PE-RECIBO
                       GO TO 3330-LEER-PP-PEND-EXIT
               END-READ

               IF FS-PP-PEND NOT EQUAL "00"
                   MOVE "3330-LEER-PP-PEND" TO WS-ERR-PARRAFO
                   MOVE FS-PP-PEND          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE HIGH-VALUES TO WS-PM-RECIBO WS-PE-RECIBO
               END-IF.

           3330-LEER-PP-PEND-EXIT.
           EXIT.

      ******************************************************************
      * 8100-CALC-DIAS - WS-DS-FECHA (AAAAMMDD) to a serial day count
      * so two dates can be differenced; leap years handled with the
           8100-CALC-DIAS-EXIT.
           EXIT.

      ******************************************************************
      * 8200-INICIAR-RECIBOS - position the receipts work file on its
      * first receipt for a pass over the whole window. Only called
      * from 3000-FIN, so a failure is logged and the pass ends.
      ******************************************************************
           8200-INICIAR-RECIBOS.
               MOVE "N" TO WS-SW-EOF-RECIBOS
               MOVE LOW-VALUES TO PG-T-CLAVE

               START RECIBOS-TRABAJO KEY IS NOT LESS THAN PG-T-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-RECIBOS
               END-START

               IF FS-RECIBOS NOT EQUAL "00"
                  AND FS-RECIBOS NOT EQUAL "23"
                   MOVE "8200-INICIAR-RECIBOS" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-RECIBOS
               END-IF.

           8200-INICIAR-RECIBOS-EXIT.
           EXIT.

      ******************************************************************
      * 8210-LEER-RECIBO - next receipt of the pass 8200 started.
      ******************************************************************
           8210-LEER-RECIBO.
               READ RECIBOS-TRABAJO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-RECIBOS
                       GO TO 8210-LEER-RECIBO-EXIT
               END-READ

               IF FS-RECIBOS NOT EQUAL "00"
                   MOVE "8210-LEER-RECIBO" TO WS-ERR-PARRAFO
                   MOVE FS-RECIBOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-RECIBOS
               END-IF.

           8210-LEER-RECIBO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-LOG-ERROR - record which paragraph failed, for which
      * contract, and with what file status, then make sure the job
