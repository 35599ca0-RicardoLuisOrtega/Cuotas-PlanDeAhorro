      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Liquidacion de reintegros - pays out the refunds
      *          CUOTASAUTO writes to REINTEGROS for every baja or
      *          rescision, and keeps the indexed REINTEGROS ledger,
      *          one record per contract, with each refund's state:
      *          pendiente (not yet payable), cheque a retirar, no
      *          reclamado, or paid (transferred, cheque collected, or
      *          fully offset by the subscriber's debt). Once the
      *          payable date (group end) is reached at the cutoff, a
      *          refund is revalued to the tanda's current cuota value
      *          as the plan conditions require - the cuotas paid in
      *          before the baja at today's value, less the gastos de
      *          adjudicacion - and whatever the contract still owes
      *          per APLICADO is deducted. The net goes to the bank as
      *          a transfer order when CONTRATOS has a CBU for the
      *          contract, or to the cheque list when it has none, and
      *          a liquidation slip with the PADRON name and address
      *          is printed. A cheque not collected within the days
      *          allowed becomes no reclamado; the counter's cheque
      *          collections come in on the optional RETIROS file. The
      *          report shows, per tanda, what is still owed to former
      *          subscribers at the cutoff and what has been paid. A
      *          run repeated for the same cutoff writes again the
      *          orders, cheque lines and slips of the refunds it had
      *          already liquidated, so its files come out whole.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: reintegros were worked out on a spreadsheet
      *     from reintegros.txt when each group closed.
      *   - Every line of the liquidation slip is written through
      *     2660-ESCRIBIR-BOLETA, so a failed write stops the run
      *     instead of leaving a short slip.
      *   - The run can be restarted after an abend: a refund already
      *     liquidated at the same cutoff (transferred, cheque or
      *     compensated) has its order or cheque line and its slip
      *     written again from the ledger as it stands. RL-REGISTRO
      *     carries its FILLER out to the 180 characters declared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQREINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REINTEGROS ASSIGN DYNAMIC WS-REINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINT.

           SELECT LIBRO-REINT ASSIGN DYNAMIC WS-LIBRO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-CONTRATO
           FILE STATUS IS FS-LIBRO.

           SELECT MAESTRO ASSIGN DYNAMIC WS-MAESTRO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-CLAVE
           FILE STATUS IS FS-MAESTRO.

           SELECT APLICADO ASSIGN DYNAMIC WS-APLICADO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-CLAVE
           FILE STATUS IS FS-APLICADO.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT PADRON ASSIGN DYNAMIC WS-PADRON-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-SUBSCRIPTOR
           FILE STATUS IS FS-PADRON.

           SELECT RETIROS ASSIGN DYNAMIC WS-RETIROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETIROS.

           SELECT ORDENES ASSIGN DYNAMIC WS-ORDENES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORDENES.

           SELECT CHEQUES ASSIGN DYNAMIC WS-CHEQUES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHEQUES.

           SELECT BOLETAS ASSIGN DYNAMIC WS-BOLETAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLETAS.

           SELECT REPORTE ASSIGN DYNAMIC WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

           SELECT ERRORES ASSIGN DYNAMIC WS-ERRORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.
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

      * Reintegros ledger, one record per contract with a baja. The
      * figures of a pending refund are the estimate at the last run;
      * once liquidated they are what was paid. RL-VALOR-CUOTA is the
      * tanda's cuota value last seen in MAESTRO, kept because
      * MANTMAESTRO purges finished and rescinded schedules.
       FD  LIBRO-REINT
       RECORD CONTAINS 180 CHARACTERS.
       01 RL-REGISTRO.
           05 RL-CONTRATO        PIC X(10).
           05 RL-SUBSCRIPTOR     PIC X(10).
           05 RL-TANDA           PIC X(06).
           05 RL-TIPO            PIC X(01).
           05 RL-CUOTA           PIC 9(02).
           05 RL-NOMINAL         PIC 9(11).
           05 RL-PAGADERO        PIC 9(08).
           05 RL-ALTA            PIC 9(08).
           05 RL-ESTADO          PIC X(01).
               88 RL-PENDIENTE              VALUE "P".
               88 RL-CHEQUE                 VALUE "C".
               88 RL-NO-RECLAMADO           VALUE "N".
               88 RL-PAGADO                 VALUES "T" "R" "S".
           05 RL-GASTOS          PIC 9(07).
           05 RL-CBU             PIC X(22).
           05 RL-VALOR-CUOTA     PIC 9(09).
           05 RL-VALOR-FECHA     PIC 9(08).
           05 RL-REVALUADO       PIC 9(11).
           05 RL-DEUDA           PIC 9(11).
           05 RL-NETO            PIC 9(11).
           05 RL-MEDIO           PIC X(01).
           05 RL-FECHA-LIQ       PIC 9(08).
           05 RL-FECHA-PAGO      PIC 9(08).
           05 RL-REFERENCIA      PIC X(15).
           05 FILLER             PIC X(12).

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

      * Payment-application master kept by COBRANZAS, keyed like
      * MAESTRO by contract + cuota.
       FD  APLICADO
       RECORD CONTAINS 70 CHARACTERS.
       01 AP-REGISTRO.
           05 AP-CLAVE.
               10 AP-CONTRATO    PIC X(10).
               10 AP-CUOTA       PIC 9(02).
           05 AP-TANDA           PIC X(06).
           05 AP-VALOR           PIC 9(09).
           05 AP-PAGADO          PIC 9(09).
           05 AP-FECHA-PAGO      PIC 9(08).
           05 AP-RECIBOS-CANT    PIC 9(02).
           05 AP-RECIBO          PIC X(08) OCCURS 3 TIMES.

      * Contract master written by CUOTASAUTO, keyed by contract -
      * only the tanda, the gastos de adjudicacion and the CBU are
      * used.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
           05 CT-SUBSCRIPTOR-ID  PIC X(10).
           05 FILLER             PIC X(20).
           05 CT-GASTOS-ADJ      PIC 9(07).
           05 FILLER             PIC X(39).
           05 CT-CBU             PIC X(22).
           05 FILLER             PIC X(06).

      * Subscriber master built by PADRONCARGA.
       FD  PADRON
       RECORD CONTAINS 97 CHARACTERS.
       01 PD-REGISTRO.
           05 PD-SUBSCRIPTOR     PIC X(10).
           05 PD-NOMBRE          PIC X(30).
           05 PD-TIPO-DOC        PIC X(01).
           05 PD-DOCUMENTO       PIC 9(11).
           05 PD-DOMICILIO       PIC X(30).
           05 PD-TELEFONO        PIC X(15).

      * Cheques handed over at the counter: contract, date collected
      * and the cheque number.
       FD  RETIROS
       RECORD CONTAINS 33 CHARACTERS.
       01 RT-REGISTRO.
           05 RT-CONTRATO        PIC X(10).
           05 RT-FECHA           PIC 9(08).
           05 RT-REFERENCIA      PIC X(15).

      * Transfer orders for the bank: one header, one detail per
      * transfer, one trailer with count and amount total.
       FD  ORDENES
       RECORD CONTAINS 60 CHARACTERS.
       01 OR-REGISTRO PIC X(60).

       FD  CHEQUES
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROCHEQUE PIC X(132).

       FD  BOLETAS
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROBOLETA PIC X(132).

       FD  REPORTE
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROREPORTE PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-REINT      PIC X(2).
           05 FS-LIBRO      PIC X(2).
           05 FS-MAESTRO    PIC X(2).
           05 FS-APLICADO   PIC X(2).
           05 FS-CONTRATOS  PIC X(2).
           05 FS-PADRON     PIC X(2).
           05 FS-RETIROS    PIC X(2).
           05 FS-ORDENES    PIC X(2).
           05 FS-CHEQUES    PIC X(2).
           05 FS-BOLETAS    PIC X(2).
           05 FS-REPORTE    PIC X(2).
           05 FS-ERRORES    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-REINT-PATH     PIC X(100) VALUE "reintegros.txt".
           05 WS-LIBRO-PATH     PIC X(100) VALUE "reintegros.idx".
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-PADRON-PATH    PIC X(100) VALUE "padron.idx".
           05 WS-RETIROS-PATH   PIC X(100)
                                VALUE "retiros_cheques.dat".
           05 WS-ORDENES-PATH   PIC X(100) VALUE "ordenes_reint.dat".
           05 WS-CHEQUES-PATH   PIC X(100) VALUE "cheques_reint.txt".
           05 WS-BOLETAS-PATH   PIC X(100)
                                VALUE "liquidacion_reint.txt".
           05 WS-REPORTE-PATH   PIC X(100) VALUE "pasivo_reint.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_liq.log".

       01 WC-CONST.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.

      * Days a cheque may wait at the counter before the refund is
      * reported as no reclamado; can be set from the job environment.
       01 WS-DIAS-RECLAMO      PIC 9(03) VALUE 180.

      * One entry per tanda: the cuota value in force at the cutoff
      * (the latest cuota due on or before it; among contracts due
      * the same day, the highest) and the ledger totals by state.
       01 WS-TABLA-TANDAS.
           05 WS-TT-CANT        PIC 9(03) VALUE ZERO.
           05 WS-TANDA-ENT OCCURS 50 TIMES.
               10 TT-TANDA          PIC X(06).
               10 TT-VALOR          PIC 9(09).
               10 TT-VENCE          PIC 9(08).
               10 TT-PEND-CANT      PIC 9(05).
               10 TT-PEND-IMP       PIC 9(13).
               10 TT-CHEQ-CANT      PIC 9(05).
               10 TT-CHEQ-IMP       PIC 9(13).
               10 TT-NREC-CANT      PIC 9(05).
               10 TT-NREC-IMP       PIC 9(13).
               10 TT-PAG-CANT       PIC 9(05).
               10 TT-PAG-IMP        PIC 9(13).

       01 WS-VARIABLES.
           05 WS-FECHA-CORTE    PIC 9(08).
           05 WS-CORTE-SERIAL   PIC 9(07).
           05 WS-CONTRATO-ACTUAL PIC X(10) VALUE SPACES.
           05 WS-TANDA-BUSCADA  PIC X(06).
           05 WS-TANDA-SUB      PIC 9(03).
           05 WS-TANDA-USAR     PIC 9(03).
           05 WS-CUOTAS-INTEG   PIC 9(02).
           05 WS-CAPITAL        PIC 9(11).
           05 WS-GASTOS         PIC 9(07).
           05 WS-SALDO-CUOTA    PIC 9(09).
           05 WS-DIAS-ESPERA    PIC S9(07).
           05 WS-NOMBRE         PIC X(30).
           05 WS-DOMICILIO      PIC X(30).
           05 WS-ADEUDADO       PIC 9(13).
           05 WS-CTR-LEIDOS     PIC 9(05) VALUE ZERO.
           05 WS-CTR-INVALIDOS  PIC 9(05) VALUE ZERO.
           05 WS-CTR-ALTAS      PIC 9(05) VALUE ZERO.
           05 WS-CTR-ACTUALIZ   PIC 9(05) VALUE ZERO.
           05 WS-CTR-YA-LIQ     PIC 9(05) VALUE ZERO.
           05 WS-CTR-RETIROS    PIC 9(05) VALUE ZERO.
           05 WS-CTR-RETIROS-OK PIC 9(05) VALUE ZERO.
           05 WS-CTR-RETIROS-RCH PIC 9(05) VALUE ZERO.
           05 WS-CTR-LIQUIDADOS PIC 9(05) VALUE ZERO.
           05 WS-CTR-TRANSF     PIC 9(05) VALUE ZERO.
           05 WS-CTR-CHEQUES    PIC 9(05) VALUE ZERO.
           05 WS-CTR-SALDADOS   PIC 9(05) VALUE ZERO.
           05 WS-CTR-NOMINAL    PIC 9(05) VALUE ZERO.
           05 WS-CTR-SIN-PADRON PIC 9(05) VALUE ZERO.
           05 WS-CTR-NO-RECL    PIC 9(05) VALUE ZERO.
           05 WS-CTR-REEMITIDOS PIC 9(05) VALUE ZERO.
           05 WS-TOT-TRANSF     PIC 9(14) VALUE ZERO.
           05 WS-TOT-CHEQUES    PIC 9(14) VALUE ZERO.

       01 WS-SWITCHES.
           05 WS-SW-EOF-REINT        PIC X(01) VALUE "N".
               88 FIN-REINT                 VALUE "S".
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-RETIROS      PIC X(01) VALUE "N".
               88 FIN-RETIROS               VALUE "S".
           05 WS-SW-EOF-LIBRO        PIC X(01) VALUE "N".
               88 FIN-LIBRO                 VALUE "S".
           05 WS-SW-EX-FIN           PIC X(01) VALUE "N".
               88 FIN-EXAMEN                VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
           05 WS-SW-CTO-VISTO        PIC X(01) VALUE "N".
               88 CONTRATO-HALLADO          VALUE "S".
           05 WS-SW-MA-VISTO         PIC X(01) VALUE "N".
               88 MAESTRO-CON-CUOTAS        VALUE "S".
           05 WS-SW-AP-HALLADO       PIC X(01) VALUE "N".
               88 AP-EXISTENTE              VALUE "S".
           05 WS-SW-NOMINAL          PIC X(01) VALUE "N".
               88 SIN-REVALUAR              VALUE "S".
           05 WS-SW-LIBRO-CAMBIO     PIC X(01) VALUE "N".
               88 LIBRO-MODIFICADO          VALUE "S".

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

      * Transfer order lines.
       01 WS-ORD-HEADER.
           05 FILLER           PIC X(01) VALUE "H".
           05 WS-OH-FECHA      PIC 9(08).

       01 WS-ORD-DETALLE.
           05 FILLER           PIC X(01) VALUE "D".
           05 WS-OD-CBU        PIC X(22).
           05 WS-OD-IMPORTE    PIC 9(11).
           05 WS-OD-REFERENCIA PIC X(10).
           05 WS-OD-SUBSCRIPT  PIC X(10).

       01 WS-ORD-TRAILER.
           05 FILLER           PIC X(01) VALUE "T".
           05 WS-OT-CANT       PIC 9(07).
           05 WS-OT-TOTAL      PIC 9(14).

      * Cheque list lines.
       01 WS-CH-TITULO.
           05 FILLER           PIC X(36)
           VALUE "CHEQUES DE REINTEGRO A EMITIR      ".
           05 FILLER           PIC X(06) VALUE "CORTE ".
           05 WS-CHT-CORTE     PIC 9(08).

       01 WS-CH-ENCAB.
           05 FILLER           PIC X(40) VALUE
           "CONTRATO   TANDA  SUBSCRIPT. BENEFICIARI".
           05 FILLER           PIC X(40) VALUE
           "O                       IMPORTE         ".

       01 WS-CH-DETALLE.
           05 WS-CHD-CONTRATO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CHD-TANDA     PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CHD-SUBSCRIPT PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CHD-NOMBRE    PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CHD-IMPORTE   PIC 9(11).

       01 WS-CH-TOTAL.
           05 FILLER           PIC X(09) VALUE "CHEQUES: ".
           05 WS-CHX-CANT      PIC 9(05).
           05 FILLER           PIC X(10) VALUE "  IMPORTE ".
           05 WS-CHX-TOTAL     PIC 9(14).

      * Liquidation slip lines.
       01 WS-BO-TITULO.
           05 FILLER           PIC X(30)
           VALUE "LIQUIDACION DE REINTEGRO      ".
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE "FECHA: ".
           05 WS-BOT-FECHA     PIC 9(08).

       01 WS-BO-NOMBRE.
           05 FILLER           PIC X(11) VALUE "SR./SRA.:  ".
           05 WS-BON-NOMBRE    PIC X(30).

       01 WS-BO-DOMICILIO.
           05 FILLER           PIC X(11) VALUE "DOMICILIO: ".
           05 WS-BOD-DOMICILIO PIC X(30).

       01 WS-BO-CONTRATO.
           05 FILLER           PIC X(09) VALUE "CONTRATO ".
           05 WS-BOC-CONTRATO  PIC X(10).
           05 FILLER           PIC X(08) VALUE "  TANDA ".
           05 WS-BOC-TANDA     PIC X(06).
           05 FILLER           PIC X(14) VALUE "  SUBSCRIPTOR ".
           05 WS-BOC-SUBSCRIPT PIC X(10).

       01 WS-BO-BAJA.
           05 FILLER           PIC X(20) VALUE "BAJA/RESCISION TIPO ".
           05 WS-BOB-TIPO      PIC X(01).
           05 FILLER           PIC X(10) VALUE " EN CUOTA ".
           05 WS-BOB-CUOTA     PIC 9(02).
           05 FILLER           PIC X(12) VALUE "  PAGADERO ".
           05 WS-BOB-PAGADERO  PIC 9(08).

       01 WS-BO-IMPORTE.
           05 WS-BOI-CONCEPTO  PIC X(32).
           05 WS-BOI-IMPORTE   PIC 9(11).

       01 WS-BO-TEXTO.
           05 WS-BOX-TEXTO     PIC X(64).

       01 WS-BO-CBU.
           05 FILLER           PIC X(32)
           VALUE "TRANSFERENCIA A LA CUENTA CBU   ".
           05 WS-BOK-CBU       PIC X(22).

       01 WS-BO-FIRMA.
           05 FILLER           PIC X(40) VALUE
           "LA ADMINISTRADORA DEL PLAN DE AHORRO".

       01 WS-BO-SALIDA.
           05 WS-BO-SALTO      PIC 9(01).
           05 WS-BO-LINEA      PIC X(132).

      * Liability report lines.
       01 WS-RP-TITULO.
           05 FILLER           PIC X(36)
           VALUE "REINTEGROS A EX SUBSCRIPTORES      ".
           05 FILLER           PIC X(06) VALUE "CORTE ".
           05 WS-RPT-CORTE     PIC 9(08).

       01 WS-RP-SECCION.
           05 WS-RPS-TEXTO     PIC X(60).

       01 WS-RP-RECHAZO.
           05 FILLER           PIC X(09) VALUE "RECHAZO  ".
           05 WS-RPR-CONTRATO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-FECHA     PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-REF       PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-MOTIVO    PIC X(32).

       01 WS-RP-PLAZO.
           05 FILLER           PIC X(30)
           VALUE "PLAZO DE RETIRO DE CHEQUES:   ".
           05 WS-RPP-DIAS      PIC 9(03).
           05 FILLER           PIC X(05) VALUE " DIAS".

       01 WS-RP-ENCAB.
           05 FILLER           PIC X(08) VALUE "TANDA   ".
           05 FILLER           PIC X(21) VALUE
           "PEND.   NO EXIGIBLE  ".
           05 FILLER           PIC X(21) VALUE
           "CHEQ.     A RETIRAR  ".
           05 FILLER           PIC X(21) VALUE
           "NOREC. NO RECLAMADO  ".
           05 FILLER           PIC X(15) VALUE
           "     ADEUDADO  ".
           05 FILLER           PIC X(19) VALUE
           "PAG. IMPORTE PAGADO".

       01 WS-RP-TANDA.
           05 WS-RPD-TANDA     PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RPD-PEND-CANT PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPD-PEND-IMP  PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RPD-CHEQ-CANT PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPD-CHEQ-IMP  PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RPD-NREC-CANT PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPD-NREC-IMP  PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RPD-ADEUDADO  PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RPD-PAG-CANT  PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPD-PAG-IMP   PIC 9(13).

       01 WS-RP-TOT-TANDAS.
           05 WS-RTT-PEND-CANT PIC 9(05) VALUE ZERO.
           05 WS-RTT-PEND-IMP  PIC 9(13) VALUE ZERO.
           05 WS-RTT-CHEQ-CANT PIC 9(05) VALUE ZERO.
           05 WS-RTT-CHEQ-IMP  PIC 9(13) VALUE ZERO.
           05 WS-RTT-NREC-CANT PIC 9(05) VALUE ZERO.
           05 WS-RTT-NREC-IMP  PIC 9(13) VALUE ZERO.
           05 WS-RTT-ADEUDADO  PIC 9(13) VALUE ZERO.
           05 WS-RTT-PAG-CANT  PIC 9(05) VALUE ZERO.
           05 WS-RTT-PAG-IMP   PIC 9(13) VALUE ZERO.

       01 WS-RP-LIQUIDACION.
           05 FILLER           PIC X(12) VALUE "LIQUIDADOS= ".
           05 WS-RPL-LIQ       PIC 9(05).
           05 FILLER           PIC X(17) VALUE " TRANSFERENCIAS= ".
           05 WS-RPL-TRANSF    PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPL-TOT-TRF   PIC 9(14).
           05 FILLER           PIC X(10) VALUE " CHEQUES= ".
           05 WS-RPL-CHEQUES   PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPL-TOT-CHQ   PIC 9(14).
           05 FILLER           PIC X(14) VALUE " COMPENSADOS= ".
           05 WS-RPL-SALDADOS  PIC 9(05).

       01 WS-RP-LIQUIDACION-2.
           05 FILLER           PIC X(22) VALUE "LIQUIDADOS A NOMINAL= ".
           05 WS-RPL-NOMINAL   PIC 9(05).
           05 FILLER           PIC X(13) VALUE " SIN PADRON= ".
           05 WS-RPL-SIN-PAD   PIC 9(05).
           05 FILLER           PIC X(21) VALUE " NUEVOS NO RECLAMAD.=".
           05 WS-RPL-NO-RECL   PIC 9(05).
           05 FILLER           PIC X(20) VALUE " CHEQUES RETIRADOS= ".
           05 WS-RPL-RETIROS   PIC 9(05).

      * Serial-day conversion work areas (days since the common-era
      * epoch), used to age a cheque against the cutoff date.
       01 WS-DS-FECHA.
           05 WS-DS-ANIO       PIC 9(04).
           05 WS-DS-MES        PIC 9(02).
           05 WS-DS-DIA        PIC 9(02).
       01 WS-DS-SERIAL         PIC 9(07).
       01 WS-DS-A              PIC 9(04).
       01 WS-DS-Q4             PIC 9(04).
       01 WS-DS-Q100           PIC 9(04).
       01 WS-DS-Q400           PIC 9(04).
       01 WS-ANIO-DIV          PIC 9(04).
       01 WS-ANIO-REM          PIC 9(03).

      * Days accumulated before the first of each month (non-leap);
      * 8100-CALC-DIAS adds one for Mar-Dec of a leap year.
       01 WC-TABLA-DIAS-ACUM.
           05 FILLER           PIC 9(03) VALUE 000.
           05 FILLER           PIC 9(03) VALUE 031.
           05 FILLER           PIC 9(03) VALUE 059.
           05 FILLER           PIC 9(03) VALUE 090.
           05 FILLER           PIC 9(03) VALUE 120.
           05 FILLER           PIC 9(03) VALUE 151.
           05 FILLER           PIC 9(03) VALUE 181.
           05 FILLER           PIC 9(03) VALUE 212.
           05 FILLER           PIC 9(03) VALUE 243.
           05 FILLER           PIC 9(03) VALUE 273.
           05 FILLER           PIC 9(03) VALUE 304.
           05 FILLER           PIC 9(03) VALUE 334.
       01 WC-DIAS-ACUM-R REDEFINES WC-TABLA-DIAS-ACUM.
           05 WC-DIAS-ACUM      PIC 9(03) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
               THRU 1000-INICIO-EXIT

            PERFORM 1200-VALORES-TANDA
               THRU 1200-VALORES-TANDA-EXIT

            PERFORM 2000-REGISTRAR
               THRU 2000-REGISTRAR-EXIT
              UNTIL FIN-REINT

            PERFORM 2200-APLICAR-RETIRO
               THRU 2200-APLICAR-RETIRO-EXIT
              UNTIL FIN-RETIROS

            PERFORM 2400-RECORRER-LIBRO
               THRU 2400-RECORRER-LIBRO-EXIT

            PERFORM 2800-INFORME-PASIVO
               THRU 2800-INFORME-PASIVO-EXIT

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths, the
      * cutoff and the days a cheque may wait, then open the files.
      * REINTEGROS and RETIROS are optional: the ledger is still
      * walked, aged and reported without them.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-REINT-PATH
                   FROM ENVIRONMENT "REINTEGROS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-LIBRO-PATH
                   FROM ENVIRONMENT "REINTEGROS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-MAESTRO-PATH
                   FROM ENVIRONMENT "MAESTRO_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-APLICADO-PATH
                   FROM ENVIRONMENT "APLICADO_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTRATOS-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-PADRON-PATH
                   FROM ENVIRONMENT "PADRON_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-RETIROS-PATH
                   FROM ENVIRONMENT "RETIROS_CHEQUES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ORDENES-PATH
                   FROM ENVIRONMENT "ORDENES_REINT_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CHEQUES-PATH
                   FROM ENVIRONMENT "CHEQUES_REINT_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-BOLETAS-PATH
                   FROM ENVIRONMENT "LIQUIDACION_REINT_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-REPORTE-PATH
                   FROM ENVIRONMENT "PASIVO_REINT_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-DIAS-RECLAMO
                   FROM ENVIRONMENT "REINT_DIAS_RECLAMO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               MOVE ZERO TO WS-FECHA-CORTE
               ACCEPT WS-FECHA-CORTE
                   FROM ENVIRONMENT "FECHA_CORTE"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-FECHA-CORTE EQUAL ZERO
                   ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
               END-IF

               OPEN OUTPUT ERRORES
               IF FS-ERRORES NOT EQUAL "00"
                   MOVE "1000-INICIO-ERRORES" TO WS-ERR-PARRAFO
                   MOVE FS-ERRORES             TO WS-ERR-FS
                   MOVE 20                     TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN INPUT MAESTRO
               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "1000-INICIO-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * Without the application master every cuota would look unpaid
      * and the whole refund would be offset against it.
               OPEN INPUT APLICADO
               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "1000-INICIO-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN INPUT CONTRATOS
               IF FS-CONTRATOS NOT EQUAL "00"
                   MOVE "1000-INICIO-CTOS" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS        TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN INPUT PADRON
               IF FS-PADRON NOT EQUAL "00"
                   MOVE "1000-INICIO-PADRON" TO WS-ERR-PARRAFO
                   MOVE FS-PADRON             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * The ledger is the durable record; the first run creates it
      * and reopens it I-O, the way COBRANZAS opens APLICADO.
               OPEN I-O LIBRO-REINT
               IF FS-LIBRO EQUAL "35"
                   OPEN OUTPUT LIBRO-REINT
                   IF FS-LIBRO EQUAL "00"
                       CLOSE LIBRO-REINT
                       OPEN I-O LIBRO-REINT
                   END-IF
               END-IF
               IF FS-LIBRO NOT EQUAL "00"
                   MOVE "1000-INICIO-LIBRO" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "S" TO WS-SW-EOF-REINT
               IF WS-REINT-PATH NOT EQUAL SPACES
                   OPEN INPUT REINTEGROS
                   IF FS-REINT EQUAL "00"
                       MOVE "N" TO WS-SW-EOF-REINT
                   ELSE
                       IF FS-REINT NOT EQUAL "35"
                           MOVE "1000-INICIO-REINT" TO WS-ERR-PARRAFO
                           MOVE FS-REINT             TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               MOVE "S" TO WS-SW-EOF-RETIROS
               IF WS-RETIROS-PATH NOT EQUAL SPACES
                   OPEN INPUT RETIROS
                   IF FS-RETIROS EQUAL "00"
                       MOVE "N" TO WS-SW-EOF-RETIROS
                   ELSE
                       IF FS-RETIROS NOT EQUAL "35"
                           MOVE "1000-INICIO-RETIROS" TO WS-ERR-PARRAFO
                           MOVE FS-RETIROS             TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               OPEN OUTPUT ORDENES
               IF FS-ORDENES NOT EQUAL "00"
                   MOVE "1000-INICIO-ORDENES" TO WS-ERR-PARRAFO
                   MOVE FS-ORDENES             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-OH-FECHA
               MOVE SPACES TO OR-REGISTRO
               WRITE OR-REGISTRO FROM WS-ORD-HEADER
               IF FS-ORDENES NOT EQUAL "00"
                   MOVE "1000-INICIO-ORD-HDR" TO WS-ERR-PARRAFO
                   MOVE FS-ORDENES             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT CHEQUES
               IF FS-CHEQUES NOT EQUAL "00"
                   MOVE "1000-INICIO-CHEQUES" TO WS-ERR-PARRAFO
                   MOVE FS-CHEQUES             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-CHT-CORTE
               WRITE REGISTROCHEQUE FROM WS-CH-TITULO
               WRITE REGISTROCHEQUE FROM WS-CH-ENCAB
               AFTER ADVANCING 2
               IF FS-CHEQUES NOT EQUAL "00"
                   MOVE "1000-INICIO-CHQ-TIT" TO WS-ERR-PARRAFO
                   MOVE FS-CHEQUES             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT BOLETAS
               IF FS-BOLETAS NOT EQUAL "00"
                   MOVE "1000-INICIO-BOLETAS" TO WS-ERR-PARRAFO
                   MOVE FS-BOLETAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT REPORTE
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "1000-INICIO-REPORTE" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-RPT-CORTE
               WRITE REGISTROREPORTE FROM WS-RP-TITULO
               MOVE "RETIROS DE CHEQUE RECHAZADOS" TO WS-RPS-TEXTO
               WRITE REGISTROREPORTE FROM WS-RP-SECCION
               AFTER ADVANCING 2
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "1000-INICIO-TITULO" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-DS-FECHA
               PERFORM 8100-CALC-DIAS
                  THRU 8100-CALC-DIAS-EXIT
               MOVE WS-DS-SERIAL TO WS-CORTE-SERIAL.

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-VALORES-TANDA - one pass over MAESTRO for each tanda's
      * cuota value in force at the cutoff: the cuota pura of the
      * latest cuota due on or before it. A tanda whose cuotas are
      * all still to fall due has no value yet.
      ******************************************************************
           1200-VALORES-TANDA.
               MOVE LOW-VALUES TO MA-CLAVE
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-START

               PERFORM 1210-LEER-MAESTRO
                  THRU 1210-LEER-MAESTRO-EXIT
                 UNTIL FIN-MAESTRO.

           1200-VALORES-TANDA-EXIT.
           EXIT.

           1210-LEER-MAESTRO.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-MAESTRO
                       GO TO 1210-LEER-MAESTRO-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "1210-LEER-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE MA-CONTRATO TO WS-CONTRATO-ACTUAL
               MOVE MA-TANDA TO WS-TANDA-BUSCADA
               PERFORM 2300-UBICAR-TANDA
                  THRU 2300-UBICAR-TANDA-EXIT

               IF MA-VENCE GREATER THAN WS-FECHA-CORTE
                   GO TO 1210-LEER-MAESTRO-EXIT
               END-IF

               IF MA-VENCE GREATER THAN TT-VENCE(WS-TANDA-USAR)
                   MOVE MA-VENCE TO TT-VENCE(WS-TANDA-USAR)
                   MOVE MA-VALOR TO TT-VALOR(WS-TANDA-USAR)
               ELSE
                   IF MA-VENCE EQUAL TT-VENCE(WS-TANDA-USAR)
                      AND MA-VALOR GREATER THAN TT-VALOR(WS-TANDA-USAR)
                       MOVE MA-VALOR TO TT-VALOR(WS-TANDA-USAR)
                   END-IF
               END-IF.

           1210-LEER-MAESTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REGISTRAR - one REINTEGROS line. CUOTASAUTO rewrites the
      * whole file on every production run, so a refund already on
      * the ledger is only refreshed while it is still pending; once
      * liquidated its line is ignored.
      ******************************************************************
           2000-REGISTRAR.
               READ REINTEGROS
                   AT END
                       MOVE "S" TO WS-SW-EOF-REINT
                       GO TO 2000-REGISTRAR-EXIT
               END-READ

               IF FS-REINT NOT EQUAL "00"
                   MOVE "2000-REGISTRAR" TO WS-ERR-PARRAFO
                   MOVE FS-REINT          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-LEIDOS
               IF RI-CONTRATO EQUAL SPACES
                  OR RI-CUOTA IS NOT NUMERIC
                  OR RI-MONTO IS NOT NUMERIC
                  OR RI-PAGADERO IS NOT NUMERIC
                   ADD 1 TO WS-CTR-INVALIDOS
                   GO TO 2000-REGISTRAR-EXIT
               END-IF

               MOVE RI-CONTRATO TO WS-CONTRATO-ACTUAL RL-CONTRATO
               READ LIBRO-REINT
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-LIBRO EQUAL "00"
                   IF NOT RL-PENDIENTE
                       ADD 1 TO WS-CTR-YA-LIQ
                       GO TO 2000-REGISTRAR-EXIT
                   END-IF
                   MOVE RI-SUBSCRIPT TO RL-SUBSCRIPTOR
                   MOVE RI-TIPO      TO RL-TIPO
                   MOVE RI-CUOTA     TO RL-CUOTA
                   MOVE RI-MONTO     TO RL-NOMINAL
                   MOVE RI-PAGADERO  TO RL-PAGADERO
                   REWRITE RL-REGISTRO
                   IF FS-LIBRO NOT EQUAL "00"
                       MOVE "2000-REGISTRAR-ACT" TO WS-ERR-PARRAFO
                       MOVE FS-LIBRO              TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1 TO WS-CTR-ACTUALIZ
                   GO TO 2000-REGISTRAR-EXIT
               END-IF

               IF FS-LIBRO NOT EQUAL "23"
                   MOVE "2000-REGISTRAR-LEER" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE SPACES         TO RL-REGISTRO
               MOVE RI-CONTRATO    TO RL-CONTRATO
               MOVE RI-SUBSCRIPT   TO RL-SUBSCRIPTOR
               MOVE RI-TIPO        TO RL-TIPO
               MOVE RI-CUOTA       TO RL-CUOTA
               MOVE RI-MONTO       TO RL-NOMINAL
               MOVE RI-PAGADERO    TO RL-PAGADERO
               MOVE WS-FECHA-CORTE TO RL-ALTA
               MOVE "P"            TO RL-ESTADO
               MOVE ZERO TO RL-GASTOS RL-VALOR-CUOTA RL-VALOR-FECHA
                            RL-REVALUADO RL-DEUDA RL-NETO
                            RL-FECHA-LIQ RL-FECHA-PAGO

               PERFORM 2050-TANDA-REINTEGRO
                  THRU 2050-TANDA-REINTEGRO-EXIT

               WRITE RL-REGISTRO
               IF FS-LIBRO NOT EQUAL "00"
                   MOVE "2000-REGISTRAR-ALTA" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               ADD 1 TO WS-CTR-ALTAS.

           2000-REGISTRAR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-TANDA-REINTEGRO - the new refund's tanda, gastos and CBU
      * from the contract master; a contract no longer on it takes
      * its tanda from MAESTRO, as PROYECCION does.
      ******************************************************************
           2050-TANDA-REINTEGRO.
               PERFORM 8200-LEER-CONTRATO
                  THRU 8200-LEER-CONTRATO-EXIT

               IF CONTRATO-HALLADO
                   MOVE CT-TANDA-ID   TO RL-TANDA
                   MOVE CT-GASTOS-ADJ TO RL-GASTOS
                   MOVE CT-CBU        TO RL-CBU
                   GO TO 2050-TANDA-REINTEGRO-EXIT
               END-IF

               MOVE RL-CONTRATO TO MA-CONTRATO
               MOVE ZERO        TO MA-CUOTA
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-MAESTRO EQUAL "00"
                   READ MAESTRO NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
               END-IF

               IF FS-MAESTRO EQUAL "00"
                  AND MA-CONTRATO EQUAL RL-CONTRATO
                   MOVE MA-TANDA TO RL-TANDA
               END-IF.

           2050-TANDA-REINTEGRO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APLICAR-RETIRO - one cheque collected at the counter. It
      * settles a refund waiting as cheque a retirar, or one already
      * reported no reclamado; anything else goes on the report.
      ******************************************************************
           2200-APLICAR-RETIRO.
               READ RETIROS
                   AT END
                       MOVE "S" TO WS-SW-EOF-RETIROS
                       GO TO 2200-APLICAR-RETIRO-EXIT
               END-READ

               IF FS-RETIROS NOT EQUAL "00"
                   MOVE "2200-APLICAR-RETIRO" TO WS-ERR-PARRAFO
                   MOVE FS-RETIROS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-RETIROS
               MOVE RT-CONTRATO   TO WS-CONTRATO-ACTUAL
               MOVE RT-CONTRATO   TO WS-RPR-CONTRATO
               MOVE RT-REFERENCIA TO WS-RPR-REF
               MOVE ZERO          TO WS-RPR-FECHA
               IF RT-FECHA IS NUMERIC
                   MOVE RT-FECHA TO WS-RPR-FECHA
               ELSE
                   MOVE "FECHA DE RETIRO INVALIDA" TO WS-RPR-MOTIVO
                   PERFORM 2290-ESCRIBIR-RECHAZO
                      THRU 2290-ESCRIBIR-RECHAZO-EXIT
                   GO TO 2200-APLICAR-RETIRO-EXIT
               END-IF

               MOVE RT-CONTRATO TO RL-CONTRATO
               READ LIBRO-REINT
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-LIBRO EQUAL "23"
                   MOVE "SIN REINTEGRO EN EL LIBRO" TO WS-RPR-MOTIVO
                   PERFORM 2290-ESCRIBIR-RECHAZO
                      THRU 2290-ESCRIBIR-RECHAZO-EXIT
                   GO TO 2200-APLICAR-RETIRO-EXIT
               END-IF
               IF FS-LIBRO NOT EQUAL "00"
                   MOVE "2200-APLICAR-LEER" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF NOT RL-CHEQUE
                  AND NOT RL-NO-RECLAMADO
                   MOVE "REINTEGRO SIN CHEQUE A RETIRAR" TO
                       WS-RPR-MOTIVO
                   PERFORM 2290-ESCRIBIR-RECHAZO
                      THRU 2290-ESCRIBIR-RECHAZO-EXIT
                   GO TO 2200-APLICAR-RETIRO-EXIT
               END-IF

               MOVE "R"           TO RL-ESTADO
               MOVE RT-FECHA      TO RL-FECHA-PAGO
               MOVE RT-REFERENCIA TO RL-REFERENCIA
               REWRITE RL-REGISTRO
               IF FS-LIBRO NOT EQUAL "00"
                   MOVE "2200-APLICAR-GRABAR" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               ADD 1 TO WS-CTR-RETIROS-OK.

           2200-APLICAR-RETIRO-EXIT.
           EXIT.

           2290-ESCRIBIR-RECHAZO.
               WRITE REGISTROREPORTE FROM WS-RP-RECHAZO
               AFTER ADVANCING 1
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2290-ESCRIBIR-RECH" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               ADD 1 TO WS-CTR-RETIROS-RCH.

           2290-ESCRIBIR-RECHAZO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-UBICAR-TANDA - find WS-TANDA-BUSCADA in the tanda table,
      * registering it on first sight, into WS-TANDA-USAR.
      ******************************************************************
           2300-UBICAR-TANDA.
               MOVE "N" TO WS-SW-TANDA-VISTA
               MOVE ZERO TO WS-TANDA-USAR
               PERFORM 2310-BUSCAR-TANDA
                  THRU 2310-BUSCAR-TANDA-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-TT-CANT
                      OR TANDA-ENCONTRADA

               IF TANDA-ENCONTRADA
                   GO TO 2300-UBICAR-TANDA-EXIT
               END-IF

               IF WS-TT-CANT EQUAL WC-MAX-TANDAS
                   MOVE "2300-UBICAR-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-TT-CANT
               MOVE WS-TT-CANT       TO WS-TANDA-USAR
               MOVE WS-TANDA-BUSCADA TO TT-TANDA(WS-TANDA-USAR)
               MOVE ZERO TO TT-VALOR(WS-TANDA-USAR)
                            TT-VENCE(WS-TANDA-USAR)
                            TT-PEND-CANT(WS-TANDA-USAR)
                            TT-PEND-IMP(WS-TANDA-USAR)
                            TT-CHEQ-CANT(WS-TANDA-USAR)
                            TT-CHEQ-IMP(WS-TANDA-USAR)
                            TT-NREC-CANT(WS-TANDA-USAR)
                            TT-NREC-IMP(WS-TANDA-USAR)
                            TT-PAG-CANT(WS-TANDA-USAR)
                            TT-PAG-IMP(WS-TANDA-USAR).

           2300-UBICAR-TANDA-EXIT.
           EXIT.

           2310-BUSCAR-TANDA.
               IF TT-TANDA(WS-TANDA-SUB) EQUAL WS-TANDA-BUSCADA
                   MOVE "S" TO WS-SW-TANDA-VISTA
                   MOVE WS-TANDA-SUB TO WS-TANDA-USAR
               END-IF.

           2310-BUSCAR-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 2400-RECORRER-LIBRO - walk the whole ledger in contract order.
      ******************************************************************
           2400-RECORRER-LIBRO.
               MOVE LOW-VALUES TO RL-CONTRATO
               START LIBRO-REINT KEY IS NOT LESS THAN RL-CONTRATO
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-LIBRO
               END-START

               PERFORM 2410-EXAMINAR-REINT
                  THRU 2410-EXAMINAR-REINT-EXIT
                 UNTIL FIN-LIBRO.

           2400-RECORRER-LIBRO-EXIT.
           EXIT.

      ******************************************************************
      * 2410-EXAMINAR-REINT - one ledger record. A pending refund is
      * revalued at the cutoff and, once payable, liquidated; one
      * liquidated at this same cutoff by an earlier try of the run is
      * written out again; a cheque left at the counter past the days
      * allowed turns no reclamado. Every record then adds to its
      * tanda's totals by state.
      ******************************************************************
           2410-EXAMINAR-REINT.
               READ LIBRO-REINT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-LIBRO
                       GO TO 2410-EXAMINAR-REINT-EXIT
               END-READ

               IF FS-LIBRO NOT EQUAL "00"
                   MOVE "2410-EXAMINAR-REINT" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE RL-CONTRATO TO WS-CONTRATO-ACTUAL
               MOVE "N" TO WS-SW-LIBRO-CAMBIO
               MOVE RL-TANDA TO WS-TANDA-BUSCADA
               PERFORM 2300-UBICAR-TANDA
                  THRU 2300-UBICAR-TANDA-EXIT

               IF RL-FECHA-LIQ EQUAL WS-FECHA-CORTE
                  AND (RL-ESTADO EQUAL "T" OR RL-ESTADO EQUAL "C"
                       OR RL-ESTADO EQUAL "S")
                   PERFORM 2420-REEMITIR
                      THRU 2420-REEMITIR-EXIT
               END-IF

               IF RL-PENDIENTE
                   PERFORM 2500-VALUAR
                      THRU 2500-VALUAR-EXIT
                   MOVE "S" TO WS-SW-LIBRO-CAMBIO
                   IF RL-PAGADERO NOT GREATER THAN WS-FECHA-CORTE
                       PERFORM 2600-LIQUIDAR
                          THRU 2600-LIQUIDAR-EXIT
                   END-IF
               END-IF

               IF RL-CHEQUE
                   MOVE RL-FECHA-LIQ TO WS-DS-FECHA
                   PERFORM 8100-CALC-DIAS
                      THRU 8100-CALC-DIAS-EXIT
                   COMPUTE WS-DIAS-ESPERA =
                       WS-CORTE-SERIAL - WS-DS-SERIAL
                   IF WS-DIAS-ESPERA GREATER THAN WS-DIAS-RECLAMO
                       MOVE "N" TO RL-ESTADO
                       MOVE "S" TO WS-SW-LIBRO-CAMBIO
                       ADD 1 TO WS-CTR-NO-RECL
                   END-IF
               END-IF

               IF LIBRO-MODIFICADO
                   REWRITE RL-REGISTRO
                   IF FS-LIBRO NOT EQUAL "00"
                       MOVE "2410-EXAMINAR-GRABAR" TO WS-ERR-PARRAFO
                       MOVE FS-LIBRO                TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN RL-PENDIENTE
                       ADD 1 TO TT-PEND-CANT(WS-TANDA-USAR)
                       ADD RL-NETO TO TT-PEND-IMP(WS-TANDA-USAR)
                   WHEN RL-CHEQUE
                       ADD 1 TO TT-CHEQ-CANT(WS-TANDA-USAR)
                       ADD RL-NETO TO TT-CHEQ-IMP(WS-TANDA-USAR)
                   WHEN RL-NO-RECLAMADO
                       ADD 1 TO TT-NREC-CANT(WS-TANDA-USAR)
                       ADD RL-NETO TO TT-NREC-IMP(WS-TANDA-USAR)
                   WHEN RL-PAGADO
                       ADD 1 TO TT-PAG-CANT(WS-TANDA-USAR)
                       ADD RL-NETO TO TT-PAG-IMP(WS-TANDA-USAR)
               END-EVALUATE.

           2410-EXAMINAR-REINT-EXIT.
           EXIT.

      ******************************************************************
      * 2420-REEMITIR - a refund liquidated at this same cutoff, seen
      * again because the run is being repeated (an abend lost the
      * transfer file, cheque list and slips it had written). The
      * ledger record stands as it is: the capital is worked out again
      * from what it holds and 2600-LIQUIDAR, finding the same net and
      * CBU, writes the same order or cheque line and slip.
      ******************************************************************
           2420-REEMITIR.
               PERFORM 2505-CAPITAL
                  THRU 2505-CAPITAL-EXIT
               PERFORM 2600-LIQUIDAR
                  THRU 2600-LIQUIDAR-EXIT
               ADD 1 TO WS-CTR-REEMITIDOS.

           2420-REEMITIR-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VALUAR - the refund at the cutoff. The contract master
      * refreshes the gastos and the CBU; the tanda's cuota value in
      * force (or the last one the ledger saw, once MAESTRO has been
      * purged) times the cuotas paid in before the baja, less the
      * gastos, is the revalued refund. With no value known the
      * nominal amount CUOTASAUTO worked out stands. What the contract
      * owes is then deducted, down to zero.
      ******************************************************************
           2500-VALUAR.
               PERFORM 8200-LEER-CONTRATO
                  THRU 8200-LEER-CONTRATO-EXIT
               IF CONTRATO-HALLADO
                   MOVE CT-GASTOS-ADJ TO RL-GASTOS
                   MOVE CT-CBU        TO RL-CBU
               END-IF

               IF TT-VALOR(WS-TANDA-USAR) GREATER THAN ZERO
                  AND TT-VENCE(WS-TANDA-USAR) NOT LESS THAN
                      RL-VALOR-FECHA
                   MOVE TT-VALOR(WS-TANDA-USAR) TO RL-VALOR-CUOTA
                   MOVE TT-VENCE(WS-TANDA-USAR) TO RL-VALOR-FECHA
               END-IF

               PERFORM 2505-CAPITAL
                  THRU 2505-CAPITAL-EXIT

               MOVE ZERO TO RL-DEUDA
               PERFORM 2510-DEUDA-MAESTRO
                  THRU 2510-DEUDA-MAESTRO-EXIT
               IF NOT MAESTRO-CON-CUOTAS
                   PERFORM 2520-DEUDA-APLICADO
                      THRU 2520-DEUDA-APLICADO-EXIT
               END-IF

               IF RL-REVALUADO GREATER THAN RL-DEUDA
                   COMPUTE RL-NETO = RL-REVALUADO - RL-DEUDA
               ELSE
                   MOVE ZERO TO RL-NETO
               END-IF.

           2500-VALUAR-EXIT.
           EXIT.

      ******************************************************************
      * 2505-CAPITAL - the cuotas paid in before the baja at the
      * ledger's cuota value, less the gastos, into RL-REVALUADO; the
      * nominal amount when no value is known.
      ******************************************************************
           2505-CAPITAL.
               MOVE ZERO TO WS-CUOTAS-INTEG
               IF RL-CUOTA GREATER THAN 1
                   COMPUTE WS-CUOTAS-INTEG = RL-CUOTA - 1
               END-IF

               IF RL-VALOR-CUOTA EQUAL ZERO
                   MOVE "S"        TO WS-SW-NOMINAL
                   MOVE RL-NOMINAL TO WS-CAPITAL RL-REVALUADO
                   MOVE ZERO       TO WS-GASTOS
               ELSE
                   MOVE "N"       TO WS-SW-NOMINAL
                   MOVE RL-GASTOS TO WS-GASTOS
                   COMPUTE WS-CAPITAL = WS-CUOTAS-INTEG * RL-VALOR-CUOTA
                   IF WS-CAPITAL GREATER THAN WS-GASTOS
                       COMPUTE RL-REVALUADO = WS-CAPITAL - WS-GASTOS
                   ELSE
                       MOVE ZERO TO RL-REVALUADO
                   END-IF
               END-IF.

           2505-CAPITAL-EXIT.
           EXIT.

      ******************************************************************
      * 2510-DEUDA-MAESTRO - walk the contract's schedule up to the
      * cuota before the baja: whatever of each gross cuota due at the
      * cutoff APLICADO does not show paid is still owed.
      ******************************************************************
           2510-DEUDA-MAESTRO.
               MOVE "N" TO WS-SW-MA-VISTO
               MOVE "N" TO WS-SW-EX-FIN
               MOVE RL-CONTRATO TO MA-CONTRATO
               MOVE ZERO        TO MA-CUOTA
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EX-FIN
               END-START

               PERFORM 2515-CUOTA-MAESTRO
                  THRU 2515-CUOTA-MAESTRO-EXIT
                 UNTIL FIN-EXAMEN.

           2510-DEUDA-MAESTRO-EXIT.
           EXIT.

           2515-CUOTA-MAESTRO.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EX-FIN
                       GO TO 2515-CUOTA-MAESTRO-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "2515-CUOTA-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL RL-CONTRATO
                   MOVE "S" TO WS-SW-EX-FIN
                   GO TO 2515-CUOTA-MAESTRO-EXIT
               END-IF

               MOVE "S" TO WS-SW-MA-VISTO
               IF MA-CUOTA NOT LESS THAN RL-CUOTA
                   MOVE "S" TO WS-SW-EX-FIN
                   GO TO 2515-CUOTA-MAESTRO-EXIT
               END-IF
               IF MA-VENCE GREATER THAN WS-FECHA-CORTE
                   GO TO 2515-CUOTA-MAESTRO-EXIT
               END-IF

               PERFORM 2530-LEER-APLICADO
                  THRU 2530-LEER-APLICADO-EXIT

               MOVE MA-BRUTA TO WS-SALDO-CUOTA
               IF AP-EXISTENTE
                   IF AP-PAGADO LESS THAN MA-BRUTA
                       COMPUTE WS-SALDO-CUOTA = MA-BRUTA - AP-PAGADO
                   ELSE
                       MOVE ZERO TO WS-SALDO-CUOTA
                   END-IF
               END-IF
               ADD WS-SALDO-CUOTA TO RL-DEUDA.

           2515-CUOTA-MAESTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2520-DEUDA-APLICADO - the schedule has been purged: what the
      * application master itself holds billed and unpaid on the
      * cuotas before the baja is what is owed.
      ******************************************************************
           2520-DEUDA-APLICADO.
               MOVE "N" TO WS-SW-EX-FIN
               MOVE RL-CONTRATO TO AP-CONTRATO
               MOVE ZERO        TO AP-CUOTA
               START APLICADO KEY IS NOT LESS THAN AP-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EX-FIN
               END-START

               PERFORM 2525-CUOTA-APLICADO
                  THRU 2525-CUOTA-APLICADO-EXIT
                 UNTIL FIN-EXAMEN.

           2520-DEUDA-APLICADO-EXIT.
           EXIT.

           2525-CUOTA-APLICADO.
               READ APLICADO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EX-FIN
                       GO TO 2525-CUOTA-APLICADO-EXIT
               END-READ

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "2525-CUOTA-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF AP-CONTRATO NOT EQUAL RL-CONTRATO
                  OR AP-CUOTA NOT LESS THAN RL-CUOTA
                   MOVE "S" TO WS-SW-EX-FIN
                   GO TO 2525-CUOTA-APLICADO-EXIT
               END-IF

               IF AP-PAGADO LESS THAN AP-VALOR
                   COMPUTE WS-SALDO-CUOTA = AP-VALOR - AP-PAGADO
                   ADD WS-SALDO-CUOTA TO RL-DEUDA
               END-IF.

           2525-CUOTA-APLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2530-LEER-APLICADO - keyed read of the cuota's application
      * state.
      ******************************************************************
           2530-LEER-APLICADO.
               MOVE "S" TO WS-SW-AP-HALLADO
               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA

               READ APLICADO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-APLICADO EQUAL "23"
                   MOVE "N" TO WS-SW-AP-HALLADO
                   GO TO 2530-LEER-APLICADO-EXIT
               END-IF

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "2530-LEER-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2530-LEER-APLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LIQUIDAR - a payable refund. A net of zero was fully
      * offset by the debt and is settled as it stands; otherwise it
      * goes to the bank as a transfer when there is a CBU, or to the
      * cheque list when there is none. Either way the subscriber
      * gets a slip.
      ******************************************************************
           2600-LIQUIDAR.
               ADD 1 TO WS-CTR-LIQUIDADOS
               IF SIN-REVALUAR
                   ADD 1 TO WS-CTR-NOMINAL
               END-IF
               MOVE WS-FECHA-CORTE TO RL-FECHA-LIQ

               MOVE RL-SUBSCRIPTOR TO PD-SUBSCRIPTOR
               READ PADRON
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-PADRON EQUAL "00"
                   MOVE PD-NOMBRE    TO WS-NOMBRE
                   MOVE PD-DOMICILIO TO WS-DOMICILIO
               ELSE
                   IF FS-PADRON NOT EQUAL "23"
                       MOVE "2600-LIQUIDAR-PADRON" TO WS-ERR-PARRAFO
                       MOVE FS-PADRON               TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   MOVE "SIN REGISTRO EN PADRON" TO WS-NOMBRE
                   MOVE SPACES                   TO WS-DOMICILIO
                   ADD 1 TO WS-CTR-SIN-PADRON
               END-IF

               EVALUATE TRUE
                   WHEN RL-NETO EQUAL ZERO
                       MOVE "S"            TO RL-ESTADO
                       MOVE SPACE          TO RL-MEDIO
                       MOVE WS-FECHA-CORTE TO RL-FECHA-PAGO
                       ADD 1 TO WS-CTR-SALDADOS
                   WHEN RL-CBU NOT EQUAL SPACES
                       PERFORM 2610-ORDEN-TRANSF
                          THRU 2610-ORDEN-TRANSF-EXIT
                   WHEN OTHER
                       PERFORM 2620-LINEA-CHEQUE
                          THRU 2620-LINEA-CHEQUE-EXIT
               END-EVALUATE

               PERFORM 2650-IMPRIMIR-BOLETA
                  THRU 2650-IMPRIMIR-BOLETA-EXIT.

           2600-LIQUIDAR-EXIT.
           EXIT.

           2610-ORDEN-TRANSF.
               MOVE RL-CBU         TO WS-OD-CBU
               MOVE RL-NETO        TO WS-OD-IMPORTE
               MOVE RL-CONTRATO    TO WS-OD-REFERENCIA
               MOVE RL-SUBSCRIPTOR TO WS-OD-SUBSCRIPT

               MOVE SPACES TO OR-REGISTRO
               WRITE OR-REGISTRO FROM WS-ORD-DETALLE
               IF FS-ORDENES NOT EQUAL "00"
                   MOVE "2610-ORDEN-TRANSF" TO WS-ERR-PARRAFO
                   MOVE FS-ORDENES           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "T"            TO RL-ESTADO RL-MEDIO
               MOVE WS-FECHA-CORTE TO RL-FECHA-PAGO
               ADD 1       TO WS-CTR-TRANSF
               ADD RL-NETO TO WS-TOT-TRANSF.

           2610-ORDEN-TRANSF-EXIT.
           EXIT.

           2620-LINEA-CHEQUE.
               MOVE RL-CONTRATO    TO WS-CHD-CONTRATO
               MOVE RL-TANDA       TO WS-CHD-TANDA
               MOVE RL-SUBSCRIPTOR TO WS-CHD-SUBSCRIPT
               MOVE WS-NOMBRE      TO WS-CHD-NOMBRE
               MOVE RL-NETO        TO WS-CHD-IMPORTE

               WRITE REGISTROCHEQUE FROM WS-CH-DETALLE
               AFTER ADVANCING 1
               IF FS-CHEQUES NOT EQUAL "00"
                   MOVE "2620-LINEA-CHEQUE" TO WS-ERR-PARRAFO
                   MOVE FS-CHEQUES           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "C" TO RL-ESTADO RL-MEDIO
               ADD 1       TO WS-CTR-CHEQUES
               ADD RL-NETO TO WS-TOT-CHEQUES.

           2620-LINEA-CHEQUE-EXIT.
           EXIT.

      ******************************************************************
      * 2650-IMPRIMIR-BOLETA - the liquidation slip, a page of its
      * own: holder and contract, how the refund was worked out, the
      * net and how it is paid.
      ******************************************************************
           2650-IMPRIMIR-BOLETA.
               MOVE WS-FECHA-CORTE TO WS-BOT-FECHA
               WRITE REGISTROBOLETA FROM WS-BO-TITULO
               AFTER ADVANCING PAGE

               IF FS-BOLETAS NOT EQUAL "00"
                   MOVE "2650-IMPRIMIR-BOLETA" TO WS-ERR-PARRAFO
                   MOVE FS-BOLETAS              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-NOMBRE TO WS-BON-NOMBRE
               MOVE WS-BO-NOMBRE TO WS-BO-LINEA
               MOVE 2 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT
               MOVE WS-DOMICILIO TO WS-BOD-DOMICILIO
               MOVE WS-BO-DOMICILIO TO WS-BO-LINEA
               MOVE 1 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT

               MOVE RL-CONTRATO    TO WS-BOC-CONTRATO
               MOVE RL-TANDA       TO WS-BOC-TANDA
               MOVE RL-SUBSCRIPTOR TO WS-BOC-SUBSCRIPT
               MOVE WS-BO-CONTRATO TO WS-BO-LINEA
               MOVE 2 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT
               MOVE RL-TIPO     TO WS-BOB-TIPO
               MOVE RL-CUOTA    TO WS-BOB-CUOTA
               MOVE RL-PAGADERO TO WS-BOB-PAGADERO
               MOVE WS-BO-BAJA TO WS-BO-LINEA
               MOVE 1 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT

               MOVE "REINTEGRO NOMINAL" TO WS-BOI-CONCEPTO
               MOVE RL-NOMINAL          TO WS-BOI-IMPORTE
               MOVE WS-BO-IMPORTE TO WS-BO-LINEA
               MOVE 2 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT

               IF SIN-REVALUAR
                   MOVE "SIN VALOR DE CUOTA - SE LIQUIDA EL NOMINAL"
                     TO WS-BOX-TEXTO
                   MOVE WS-BO-TEXTO TO WS-BO-LINEA
                   MOVE 1 TO WS-BO-SALTO
                   PERFORM 2660-ESCRIBIR-BOLETA
                      THRU 2660-ESCRIBIR-BOLETA-EXIT
               ELSE
                   MOVE "CUOTAS INTEGRADAS" TO WS-BOI-CONCEPTO
                   MOVE WS-CUOTAS-INTEG     TO WS-BOI-IMPORTE
                   MOVE WS-BO-IMPORTE TO WS-BO-LINEA
                   MOVE 1 TO WS-BO-SALTO
                   PERFORM 2660-ESCRIBIR-BOLETA
                      THRU 2660-ESCRIBIR-BOLETA-EXIT
                   MOVE "VALOR CUOTA VIGENTE" TO WS-BOI-CONCEPTO
                   MOVE RL-VALOR-CUOTA        TO WS-BOI-IMPORTE
                   MOVE WS-BO-IMPORTE TO WS-BO-LINEA
                   MOVE 1 TO WS-BO-SALTO
                   PERFORM 2660-ESCRIBIR-BOLETA
                      THRU 2660-ESCRIBIR-BOLETA-EXIT
                   MOVE "CAPITAL REVALUADO" TO WS-BOI-CONCEPTO
                   MOVE WS-CAPITAL          TO WS-BOI-IMPORTE
                   MOVE WS-BO-IMPORTE TO WS-BO-LINEA
                   MOVE 1 TO WS-BO-SALTO
                   PERFORM 2660-ESCRIBIR-BOLETA
                      THRU 2660-ESCRIBIR-BOLETA-EXIT
                   MOVE "MENOS GASTOS DE ADJUDICACION" TO
                       WS-BOI-CONCEPTO
                   MOVE WS-GASTOS TO WS-BOI-IMPORTE
                   MOVE WS-BO-IMPORTE TO WS-BO-LINEA
                   MOVE 1 TO WS-BO-SALTO
                   PERFORM 2660-ESCRIBIR-BOLETA
                      THRU 2660-ESCRIBIR-BOLETA-EXIT
               END-IF

               MOVE "REINTEGRO REVALUADO" TO WS-BOI-CONCEPTO
               MOVE RL-REVALUADO          TO WS-BOI-IMPORTE
               MOVE WS-BO-IMPORTE TO WS-BO-LINEA
               MOVE 1 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT
               MOVE "MENOS DEUDA DEL CONTRATO" TO WS-BOI-CONCEPTO
               MOVE RL-DEUDA                   TO WS-BOI-IMPORTE
               MOVE WS-BO-IMPORTE TO WS-BO-LINEA
               MOVE 1 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT
               MOVE "NETO A PAGAR" TO WS-BOI-CONCEPTO
               MOVE RL-NETO        TO WS-BOI-IMPORTE
               MOVE WS-BO-IMPORTE TO WS-BO-LINEA
               MOVE 2 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT

               EVALUATE TRUE
                   WHEN RL-NETO EQUAL ZERO
                       MOVE "REINTEGRO COMPENSADO CON LA DEUDA" TO
                           WS-BOX-TEXTO
                       MOVE WS-BO-TEXTO TO WS-BO-LINEA
                       MOVE 1 TO WS-BO-SALTO
                       PERFORM 2660-ESCRIBIR-BOLETA
                          THRU 2660-ESCRIBIR-BOLETA-EXIT
                   WHEN RL-MEDIO EQUAL "T"
                       MOVE RL-CBU TO WS-BOK-CBU
                       MOVE WS-BO-CBU TO WS-BO-LINEA
                       MOVE 1 TO WS-BO-SALTO
                       PERFORM 2660-ESCRIBIR-BOLETA
                          THRU 2660-ESCRIBIR-BOLETA-EXIT
                   WHEN OTHER
                       MOVE "CHEQUE A RETIRAR EN LA ADMINISTRADORA" TO
                           WS-BOX-TEXTO
                       MOVE WS-BO-TEXTO TO WS-BO-LINEA
                       MOVE 1 TO WS-BO-SALTO
                       PERFORM 2660-ESCRIBIR-BOLETA
                          THRU 2660-ESCRIBIR-BOLETA-EXIT
               END-EVALUATE

               MOVE WS-BO-FIRMA TO WS-BO-LINEA
               MOVE 3 TO WS-BO-SALTO
               PERFORM 2660-ESCRIBIR-BOLETA
                  THRU 2660-ESCRIBIR-BOLETA-EXIT.

           2650-IMPRIMIR-BOLETA-EXIT.
           EXIT.

      ******************************************************************
      * 2660-ESCRIBIR-BOLETA - one line of the slip (WS-BO-LINEA, after
      * WS-BO-SALTO lines).
      ******************************************************************
           2660-ESCRIBIR-BOLETA.
               WRITE REGISTROBOLETA FROM WS-BO-LINEA
               AFTER ADVANCING WS-BO-SALTO LINES

               IF FS-BOLETAS NOT EQUAL "00"
                   MOVE "2660-ESCRIBIR-BOLETA" TO WS-ERR-PARRAFO
                   MOVE FS-BOLETAS              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2660-ESCRIBIR-BOLETA-EXIT.
           EXIT.

      ******************************************************************
      * 2800-INFORME-PASIVO - per tanda, what is still owed at the
      * cutoff (pending refunds at their revalued estimate, cheques at
      * the counter, and refunds no one claimed) next to what has
      * been paid, with the grand totals underneath.
      ******************************************************************
           2800-INFORME-PASIVO.
               MOVE "PASIVO POR REINTEGROS POR TANDA" TO WS-RPS-TEXTO
               WRITE REGISTROREPORTE FROM WS-RP-SECCION
               AFTER ADVANCING 3
               MOVE WS-DIAS-RECLAMO TO WS-RPP-DIAS
               WRITE REGISTROREPORTE FROM WS-RP-PLAZO
               AFTER ADVANCING 1
               WRITE REGISTROREPORTE FROM WS-RP-ENCAB
               AFTER ADVANCING 2
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2800-INFORME-PASIVO" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2810-LINEA-TANDA
                  THRU 2810-LINEA-TANDA-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-TT-CANT

               MOVE "TOTAL"          TO WS-RPD-TANDA
               MOVE WS-RTT-PEND-CANT TO WS-RPD-PEND-CANT
               MOVE WS-RTT-PEND-IMP  TO WS-RPD-PEND-IMP
               MOVE WS-RTT-CHEQ-CANT TO WS-RPD-CHEQ-CANT
               MOVE WS-RTT-CHEQ-IMP  TO WS-RPD-CHEQ-IMP
               MOVE WS-RTT-NREC-CANT TO WS-RPD-NREC-CANT
               MOVE WS-RTT-NREC-IMP  TO WS-RPD-NREC-IMP
               MOVE WS-RTT-ADEUDADO  TO WS-RPD-ADEUDADO
               MOVE WS-RTT-PAG-CANT  TO WS-RPD-PAG-CANT
               MOVE WS-RTT-PAG-IMP   TO WS-RPD-PAG-IMP
               WRITE REGISTROREPORTE FROM WS-RP-TANDA
               AFTER ADVANCING 2
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2800-INFORME-TOTAL" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2800-INFORME-PASIVO-EXIT.
           EXIT.

           2810-LINEA-TANDA.
               IF TT-PEND-CANT(WS-TANDA-SUB) EQUAL ZERO
                  AND TT-CHEQ-CANT(WS-TANDA-SUB) EQUAL ZERO
                  AND TT-NREC-CANT(WS-TANDA-SUB) EQUAL ZERO
                  AND TT-PAG-CANT(WS-TANDA-SUB) EQUAL ZERO
                   GO TO 2810-LINEA-TANDA-EXIT
               END-IF

               COMPUTE WS-ADEUDADO = TT-PEND-IMP(WS-TANDA-SUB)
                                   + TT-CHEQ-IMP(WS-TANDA-SUB)
                                   + TT-NREC-IMP(WS-TANDA-SUB)

               MOVE TT-TANDA(WS-TANDA-SUB)     TO WS-RPD-TANDA
               MOVE TT-PEND-CANT(WS-TANDA-SUB) TO WS-RPD-PEND-CANT
               MOVE TT-PEND-IMP(WS-TANDA-SUB)  TO WS-RPD-PEND-IMP
               MOVE TT-CHEQ-CANT(WS-TANDA-SUB) TO WS-RPD-CHEQ-CANT
               MOVE TT-CHEQ-IMP(WS-TANDA-SUB)  TO WS-RPD-CHEQ-IMP
               MOVE TT-NREC-CANT(WS-TANDA-SUB) TO WS-RPD-NREC-CANT
               MOVE TT-NREC-IMP(WS-TANDA-SUB)  TO WS-RPD-NREC-IMP
               MOVE WS-ADEUDADO                TO WS-RPD-ADEUDADO
               MOVE TT-PAG-CANT(WS-TANDA-SUB)  TO WS-RPD-PAG-CANT
               MOVE TT-PAG-IMP(WS-TANDA-SUB)   TO WS-RPD-PAG-IMP
               WRITE REGISTROREPORTE FROM WS-RP-TANDA
               AFTER ADVANCING 1
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2810-LINEA-TANDA" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD TT-PEND-CANT(WS-TANDA-SUB) TO WS-RTT-PEND-CANT
               ADD TT-PEND-IMP(WS-TANDA-SUB)  TO WS-RTT-PEND-IMP
               ADD TT-CHEQ-CANT(WS-TANDA-SUB) TO WS-RTT-CHEQ-CANT
               ADD TT-CHEQ-IMP(WS-TANDA-SUB)  TO WS-RTT-CHEQ-IMP
               ADD TT-NREC-CANT(WS-TANDA-SUB) TO WS-RTT-NREC-CANT
               ADD TT-NREC-IMP(WS-TANDA-SUB)  TO WS-RTT-NREC-IMP
               ADD WS-ADEUDADO                TO WS-RTT-ADEUDADO
               ADD TT-PAG-CANT(WS-TANDA-SUB)  TO WS-RTT-PAG-CANT
               ADD TT-PAG-IMP(WS-TANDA-SUB)   TO WS-RTT-PAG-IMP.

           2810-LINEA-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - on a clean run, close the transfer file with its
      * trailer, total the cheque list and print the run's counts on
      * the report; then close everything.
      ******************************************************************
           3000-FIN.
               IF RETURN-CODE EQUAL ZERO
                  AND FS-ORDENES EQUAL "00"
                   MOVE WS-CTR-TRANSF TO WS-OT-CANT
                   MOVE WS-TOT-TRANSF TO WS-OT-TOTAL
                   MOVE SPACES TO OR-REGISTRO
                   WRITE OR-REGISTRO FROM WS-ORD-TRAILER
                   IF FS-ORDENES NOT EQUAL "00"
                       MOVE "3000-FIN-TRAILER" TO WS-ERR-PARRAFO
                       MOVE FS-ORDENES         TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                   END-IF
               END-IF

               IF RETURN-CODE EQUAL ZERO
                  AND FS-CHEQUES EQUAL "00"
                   MOVE WS-CTR-CHEQUES TO WS-CHX-CANT
                   MOVE WS-TOT-CHEQUES TO WS-CHX-TOTAL
                   WRITE REGISTROCHEQUE FROM WS-CH-TOTAL
                   AFTER ADVANCING 2
               END-IF

               IF RETURN-CODE EQUAL ZERO
                  AND FS-REPORTE EQUAL "00"
                   MOVE WS-CTR-LIQUIDADOS TO WS-RPL-LIQ
                   MOVE WS-CTR-TRANSF     TO WS-RPL-TRANSF
                   MOVE WS-TOT-TRANSF     TO WS-RPL-TOT-TRF
                   MOVE WS-CTR-CHEQUES    TO WS-RPL-CHEQUES
                   MOVE WS-TOT-CHEQUES    TO WS-RPL-TOT-CHQ
                   MOVE WS-CTR-SALDADOS   TO WS-RPL-SALDADOS
                   WRITE REGISTROREPORTE FROM WS-RP-LIQUIDACION
                   AFTER ADVANCING 2
                   MOVE WS-CTR-NOMINAL    TO WS-RPL-NOMINAL
                   MOVE WS-CTR-SIN-PADRON TO WS-RPL-SIN-PAD
                   MOVE WS-CTR-NO-RECL    TO WS-RPL-NO-RECL
                   MOVE WS-CTR-RETIROS-OK TO WS-RPL-RETIROS
                   WRITE REGISTROREPORTE FROM WS-RP-LIQUIDACION-2
                   AFTER ADVANCING 1
               END-IF

               DISPLAY "REINTEGROS LEIDOS:   " WS-CTR-LEIDOS
               DISPLAY "LINEAS INVALIDAS:    " WS-CTR-INVALIDOS
               DISPLAY "ALTAS EN EL LIBRO:   " WS-CTR-ALTAS
               DISPLAY "PENDIENTES ACTUALIZ: " WS-CTR-ACTUALIZ
               DISPLAY "YA LIQUIDADOS:       " WS-CTR-YA-LIQ
               DISPLAY "LIQUIDADOS:          " WS-CTR-LIQUIDADOS
               DISPLAY "  REEMITIDOS:        " WS-CTR-REEMITIDOS
               DISPLAY "TRANSFERENCIAS:      " WS-CTR-TRANSF
               DISPLAY "CHEQUES:             " WS-CTR-CHEQUES
               DISPLAY "COMPENSADOS:         " WS-CTR-SALDADOS
               DISPLAY "RETIROS LEIDOS:      " WS-CTR-RETIROS
               DISPLAY "RETIROS RECHAZADOS:  " WS-CTR-RETIROS-RCH
               DISPLAY "NUEVOS NO RECLAMADOS:" WS-CTR-NO-RECL

               IF FS-REINT NOT EQUAL "42"
                   CLOSE REINTEGROS
               END-IF
               IF FS-LIBRO NOT EQUAL "42"
                   CLOSE LIBRO-REINT
               END-IF
               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-PADRON NOT EQUAL "42"
                   CLOSE PADRON
               END-IF
               IF FS-RETIROS NOT EQUAL "42"
                   CLOSE RETIROS
               END-IF
               IF FS-ORDENES NOT EQUAL "42"
                   CLOSE ORDENES
               END-IF
               IF FS-CHEQUES NOT EQUAL "42"
                   CLOSE CHEQUES
               END-IF
               IF FS-BOLETAS NOT EQUAL "42"
                   CLOSE BOLETAS
               END-IF
               IF FS-REPORTE NOT EQUAL "42"
                   CLOSE REPORTE
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
           3000-FIN-EXIT.
           STOP RUN.

      ******************************************************************
      * 8100-CALC-DIAS - WS-DS-FECHA (AAAAMMDD) to a serial day count
      * so two dates can be differenced; the same routine COBRANZAS
      * ages its cuotas with.
      ******************************************************************
           8100-CALC-DIAS.
               COMPUTE WS-DS-A = WS-DS-ANIO - 1
               DIVIDE WS-DS-A BY 4
                 GIVING WS-DS-Q4
               DIVIDE WS-DS-A BY 100
                 GIVING WS-DS-Q100
               DIVIDE WS-DS-A BY 400
                 GIVING WS-DS-Q400

               COMPUTE WS-DS-SERIAL =
                   WS-DS-A * 365 + WS-DS-Q4 - WS-DS-Q100 + WS-DS-Q400
                   + WC-DIAS-ACUM(WS-DS-MES) + WS-DS-DIA

               IF WS-DS-MES GREATER THAN 2
                   DIVIDE WS-DS-ANIO BY 4
                     GIVING WS-ANIO-DIV REMAINDER WS-ANIO-REM
                   IF WS-ANIO-REM EQUAL ZERO
                       ADD 1 TO WS-DS-SERIAL
                       DIVIDE WS-DS-ANIO BY 100
                         GIVING WS-ANIO-DIV REMAINDER WS-ANIO-REM
                       IF WS-ANIO-REM EQUAL ZERO
                           SUBTRACT 1 FROM WS-DS-SERIAL
                           DIVIDE WS-DS-ANIO BY 400
                             GIVING WS-ANIO-DIV REMAINDER WS-ANIO-REM
                           IF WS-ANIO-REM EQUAL ZERO
                               ADD 1 TO WS-DS-SERIAL
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           8100-CALC-DIAS-EXIT.
           EXIT.

      ******************************************************************
      * 8200-LEER-CONTRATO - keyed read of the contract master for the
      * ledger record's contract.
      ******************************************************************
           8200-LEER-CONTRATO.
               MOVE "N" TO WS-SW-CTO-VISTO
               MOVE RL-CONTRATO TO CT-CONTRATO-ID

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE "S" TO WS-SW-CTO-VISTO
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE "8200-LEER-CONTRATO" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS          TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           8200-LEER-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-LOG-ERROR - record which paragraph failed, for which
      * contract, and with what file status, then make sure the job
      * does not look like a clean STOP RUN to the scheduler.
      ******************************************************************
           9000-LOG-ERROR.
               MOVE WS-ERR-PARRAFO     TO WS-LE-PARRAFO
               MOVE WS-CONTRATO-ACTUAL TO WS-LE-CONTRATO-V
               MOVE WS-ERR-FS          TO WS-LE-FS-V

               WRITE REGISTROERROR FROM WS-LINEA-ERROR

               MOVE 16 TO RETURN-CODE.

           9000-LOG-ERROR-EXIT.
           EXIT.
