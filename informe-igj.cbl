      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Regimen informativo trimestral - the quarterly report
      *          per grupo (tanda) filed with the Inspeccion General
      *          de Justicia. For the quarter given in IGJ_PERIODO
      *          (AAAAT; the last complete quarter by default) each
      *          grupo gets a page in the regulator's fixed layout:
      *          subscribers at the start and end of the quarter,
      *          altas, bajas/rescisiones and transfers, adjudications
      *          by sorteo and by licitacion, units delivered, fondo
      *          recaudado, reintegros owed, falling due and paid,
      *          cuotas in arrears and the arrears ratio.
      *          Subscriber counts come from the CONTRATOS master (the
      *          alta is the start date) and MOVIMIENTOS (a movement
      *          takes effect in the month its cuota falls due);
      *          adjudications and deliveries from the ENTREGAS master,
      *          plus any acto in RESULTADOS not yet loaded into it;
      *          fondo and arrears from MAESTRO and APLICADO, by the
      *          rule the mora report uses; reintegros from the
      *          ledger LIQREINT keeps, plus any REINTEGROS line for a
      *          baja not yet on it.
      *          The opening count is the closing count filed for the
      *          previous quarter, kept on the IGJ-SALDOS master. A
      *          grupo where opening + altas - bajas does not give the
      *          closing count rejects the whole report; the summary
      *          page shows the differences and nothing is recorded as
      *          filed. IGJ_RECTIFICATIVA=S recomputes the opening
      *          instead, for a rectifying filing.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: the report was put together by hand from
      *     the acta, the movements and the mora report.
      *   - Reintegros are taken from the LIQREINT ledger: one paid
      *     after the quarter's end is still owed at the close, and a
      *     new rubro shows those paid within the quarter. REINTEGROS
      *     now only adds the bajas the ledger has not picked up yet.
      *   - The counts read the indexed contract master CUOTASAUTO
      *     builds (CONTRATOS_MAE_PATH) instead of the extract, so a
      *     contract id appears once, and a contract the edit pass
      *     rejected is not counted as a subscriber.
      *   - The LIQREINT ledger layout carries its FILLER out to the
      *     180 characters declared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEIGJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT MOVIMIENTOS ASSIGN DYNAMIC WS-MOV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT MAESTRO ASSIGN DYNAMIC WS-MAESTRO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-CLAVE
           FILE STATUS IS FS-MAESTRO.

           SELECT APLICADO ASSIGN DYNAMIC WS-APLICADO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-CLAVE
           FILE STATUS IS FS-APLICADO.

           SELECT ADELANTOS ASSIGN DYNAMIC WS-ADELANTOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-CLAVE
           FILE STATUS IS FS-ADELANTOS.

           SELECT ENTREGAS ASSIGN DYNAMIC WS-ENTREGAS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-CONTRATO
           FILE STATUS IS FS-ENTREGAS.

           SELECT RESULTADOS ASSIGN DYNAMIC WS-RES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RES.

           SELECT REINTEGROS ASSIGN DYNAMIC WS-REINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINT.

           SELECT LIBRO-REINT ASSIGN DYNAMIC WS-LIBRO-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-CONTRATO
           FILE STATUS IS FS-LIBRO.

           SELECT IGJ-SALDOS ASSIGN DYNAMIC WS-SALDOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS IS-CLAVE
           FILE STATUS IS FS-SALDOS.

           SELECT INFORME ASSIGN DYNAMIC WS-INFORME-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

           SELECT ERRORES ASSIGN DYNAMIC WS-ERRORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.
      * Contract master written by CUOTASAUTO, keyed by contract - only
      * the tanda, the start date and the edit status are used.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
           05 CT-SUBSCRIPTOR-ID  PIC X(10).
           05 FILLER             PIC X(38).
           05 CT-FECHA-INICIO    PIC 9(08).
           05 FILLER             PIC X(42).
           05 CT-ESTADO          PIC X(01).
               88 CT-RECHAZADO              VALUE "R".
           05 FILLER             PIC X(05).

      * Contract lifecycle movements: B baja, R rescision, T transfer,
      * each effective from MV-CUOTA-EFECTIVA.
       FD  MOVIMIENTOS
       RECORD CONTAINS 23 CHARACTERS.
       01 MV-REGISTRO.
           05 MV-CONTRATO        PIC X(10).
           05 MV-TIPO            PIC X(01).
               88 MV-ES-BAJA               VALUES "B" "R".
               88 MV-ES-TRANSFER           VALUE "T".
           05 MV-CUOTA-EFECTIVA  PIC 9(02).
           05 MV-NUEVO-SUB       PIC X(10).

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

      * Cuotas cancelled in advance by COBRANZAS - not in arrears
      * however little APLICADO shows on them.
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

      * Deliveries master kept by ENTREGAS.
       FD  ENTREGAS
       RECORD CONTAINS 151 CHARACTERS.
       01 EN-REGISTRO.
           05 EN-CONTRATO        PIC X(10).
           05 EN-TANDA           PIC X(06).
           05 EN-SUBSCRIPTOR     PIC X(10).
           05 EN-TIPO-ADJ        PIC X(01).
           05 EN-ESTADO          PIC 9(01).
           05 EN-FECHAS.
               10 EN-FECHA-ADJ       PIC 9(08).
               10 EN-FECHA-PEDIDO    PIC 9(08).
               10 EN-FECHA-RECIBIDA  PIC 9(08).
               10 EN-FECHA-ENTREGA   PIC 9(08).
               10 EN-FECHA-PRENDA    PIC 9(08).
           05 EN-REF-PASO        PIC X(15) OCCURS 5 TIMES.
           05 EN-ULT-MOV         PIC 9(08).

      * Acto de adjudicacion results, the file LICITACION writes and
      * CUOTASAUTO applies.
       FD  RESULTADOS
       RECORD CONTAINS 34 CHARACTERS.
       01 RS-REGISTRO.
           05 RS-TANDA           PIC X(06).
           05 RS-CONTRATO        PIC X(10).
           05 RS-TIPO            PIC X(01).
           05 RS-MONTO           PIC 9(09).
           05 RS-FECHA           PIC 9(08).

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

      * Reintegros ledger kept by LIQREINT, one record per contract
      * with a baja. A pending refund carries the nominal amount; once
      * liquidated RL-NETO is what was (or is to be) paid.
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

      * Closing subscriber count filed per grupo and quarter; the next
      * quarter opens from it.
       FD  IGJ-SALDOS
       RECORD CONTAINS 32 CHARACTERS.
       01 IS-REGISTRO.
           05 IS-CLAVE.
               10 IS-TANDA       PIC X(06).
               10 IS-PERIODO     PIC 9(05).
           05 IS-SUSCRIPTORES    PIC 9(07).
           05 IS-FECHA-PROCESO   PIC 9(08).
           05 FILLER             PIC X(06).

       FD  INFORME
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROINFORME PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-CONTRATOS  PIC X(2).
           05 FS-MOV        PIC X(2).
           05 FS-MAESTRO    PIC X(2).
           05 FS-APLICADO   PIC X(2).
           05 FS-ADELANTOS  PIC X(2).
           05 FS-ENTREGAS   PIC X(2).
           05 FS-RES        PIC X(2).
           05 FS-REINT      PIC X(2).
           05 FS-LIBRO      PIC X(2).
           05 FS-SALDOS     PIC X(2).
           05 FS-INFORME    PIC X(2).
           05 FS-ERRORES    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-MOV-PATH       PIC X(100) VALUE "movimientos.dat".
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-ADELANTOS-PATH PIC X(100) VALUE "adelantos.idx".
           05 WS-ENTREGAS-PATH  PIC X(100) VALUE "entregas.idx".
           05 WS-RES-PATH       PIC X(100)
              VALUE "resultados_acto.dat".
           05 WS-REINT-PATH     PIC X(100) VALUE "reintegros.txt".
           05 WS-LIBRO-PATH     PIC X(100) VALUE "reintegros.idx".
           05 WS-SALDOS-PATH    PIC X(100) VALUE "igj_saldos.idx".
           05 WS-INFORME-PATH   PIC X(100) VALUE "informe_igj.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_igj.log".

       01 WC-CONST.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.
           05 WC-MAX-MOVIMIENTOS     PIC 9(03) VALUE 200.
           05 WC-RUBROS              PIC 9(02) VALUE 13.

      * The regulator's rubros, in the order of the form. The last
      * byte says whether the rubro carries an amount besides the
      * count.
       01 WC-TABLA-RUBROS.
           05 FILLER PIC X(41)
              VALUE "SUSCRIPTORES AL INICIO DEL PERIODO      N".
           05 FILLER PIC X(41)
              VALUE "ALTAS DEL PERIODO                       N".
           05 FILLER PIC X(41)
              VALUE "BAJAS Y RESCISIONES DEL PERIODO         N".
           05 FILLER PIC X(41)
              VALUE "TRANSFERENCIAS DEL PERIODO              N".
           05 FILLER PIC X(41)
              VALUE "SUSCRIPTORES AL CIERRE DEL PERIODO      N".
           05 FILLER PIC X(41)
              VALUE "ADJUDICACIONES POR SORTEO               N".
           05 FILLER PIC X(41)
              VALUE "ADJUDICACIONES POR LICITACION           N".
           05 FILLER PIC X(41)
              VALUE "UNIDADES ENTREGADAS                     N".
           05 FILLER PIC X(41)
              VALUE "FONDO RECAUDADO (CUOTAS COBRADAS)       S".
           05 FILLER PIC X(41)
              VALUE "REINTEGROS ADEUDADOS AL CIERRE          S".
           05 FILLER PIC X(41)
              VALUE "REINTEGROS EXIGIBLES AL CIERRE          S".
           05 FILLER PIC X(41)
              VALUE "REINTEGROS PAGADOS EN EL PERIODO        S".
           05 FILLER PIC X(41)
              VALUE "CUOTAS EN MORA AL CIERRE                S".
       01 WC-TABLA-RUBROS-R REDEFINES WC-TABLA-RUBROS.
           05 WC-RUBRO-ENT OCCURS 13 TIMES.
               10 WC-RUBRO-DESC      PIC X(40).
               10 WC-RUBRO-IMPORTE   PIC X(01).

      * Baja/rescision and transfer movements. The contract pass
      * fills in each one's tanda and effective period.
       01 WS-TABLA-MOVIMIENTOS.
           05 WS-MOV-CANT       PIC 9(03) VALUE ZERO.
           05 WS-MOV-ENT OCCURS 200 TIMES.
               10 MV-T-CONTRATO     PIC X(10).
               10 MV-T-TIPO         PIC X(01).
               10 MV-T-CUOTA        PIC 9(02).
               10 MV-T-PERIODO      PIC 9(06).
               10 MV-T-TANDA        PIC X(06).
               10 MV-T-VISTO        PIC X(01).

      * One entry per grupo: a count and an amount per rubro, the
      * opening count worked out from the files (besides the one
      * filed), the arrears base and the reconciliation result.
       01 WS-TABLA-TANDAS.
           05 WS-TT-CANT        PIC 9(03) VALUE ZERO.
           05 WS-TANDA-ENT OCCURS 50 TIMES.
               10 TT-TANDA          PIC X(06).
               10 TT-RUBRO OCCURS 13 TIMES.
                   15 TT-CANTIDAD       PIC 9(07).
                   15 TT-IMPORTE        PIC 9(13).
               10 TT-INICIO-CALC    PIC 9(07).
               10 TT-INICIO-PRES    PIC X(01).
               10 TT-VENCIDO        PIC 9(13).
               10 TT-MORA           PIC 9(03)V9(02).
               10 TT-DIFERENCIA     PIC S9(07).

       01 WS-VARIABLES.
           05 WS-FECHA-PROCESO  PIC 9(08).
           05 WS-FECHA-PROC-R REDEFINES WS-FECHA-PROCESO.
               10 WS-PROC-ANIO      PIC 9(04).
               10 WS-PROC-MES       PIC 9(02).
               10 WS-PROC-DIA       PIC 9(02).
           05 WS-PERIODO        PIC 9(05) VALUE ZERO.
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
               10 WS-PER-ANIO       PIC 9(04).
               10 WS-PER-TRIM       PIC 9(01).
           05 WS-PERIODO-ANT    PIC 9(05).
           05 WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
               10 WS-ANT-ANIO       PIC 9(04).
               10 WS-ANT-TRIM       PIC 9(01).
           05 WS-DESDE-PER      PIC 9(06).
           05 WS-HASTA-PER      PIC 9(06).
           05 WS-DESDE-FECHA    PIC 9(08).
           05 WS-HASTA-FECHA    PIC 9(08).
           05 WS-ALTA-PER       PIC 9(06).
           05 WS-ALTA-PER-R REDEFINES WS-ALTA-PER.
               10 WS-ALTA-ANIO      PIC 9(04).
               10 WS-ALTA-MES       PIC 9(02).
           05 WS-BAJA-PER       PIC 9(06).
           05 WS-EFECTIVO-PER   PIC 9(06).
           05 WS-MESES-ABS      PIC 9(06).
           05 WS-EFE-ANIO       PIC 9(04).
           05 WS-EFE-MES        PIC 9(02).
           05 WS-CONTRATO-ACTUAL PIC X(10) VALUE SPACES.
           05 WS-TANDA-BUSCADA  PIC X(06).
           05 WS-TANDA-SUB      PIC 9(03).
           05 WS-TANDA-USAR     PIC 9(03).
           05 WS-MOV-SUB        PIC 9(03).
           05 WS-RUBRO-SUB      PIC 9(02).
           05 WS-VALOR-CUOTA    PIC 9(09).
           05 WS-PAGADO-CUOTA   PIC 9(09).
           05 WS-REINT-IMPORTE  PIC 9(11).
           05 WS-TOT-RUBRO-CANT PIC 9(07) OCCURS 13 TIMES.
           05 WS-TOT-INICIO-CALC PIC 9(07).
           05 WS-TOT-DIFERENCIA PIC S9(07).
           05 WS-CTR-CONTRATOS  PIC 9(07) VALUE ZERO.
           05 WS-CTR-CTO-RECH   PIC 9(05) VALUE ZERO.
           05 WS-CTR-MOV        PIC 9(05) VALUE ZERO.
           05 WS-CTR-MOV-SIN    PIC 9(05) VALUE ZERO.
           05 WS-CTR-CUOTAS     PIC 9(07) VALUE ZERO.
           05 WS-CTR-ENTREGAS   PIC 9(05) VALUE ZERO.
           05 WS-CTR-RESULTADOS PIC 9(05) VALUE ZERO.
           05 WS-CTR-REINT      PIC 9(05) VALUE ZERO.
           05 WS-CTR-REINT-SIN  PIC 9(05) VALUE ZERO.
           05 WS-CTR-LIBRO      PIC 9(05) VALUE ZERO.
           05 WS-CTR-NO-CONCILIA PIC 9(03) VALUE ZERO.
           05 WS-CTR-SALDOS     PIC 9(03) VALUE ZERO.

       01 WS-SWITCHES.
           05 WS-SW-EOF-CONTRATOS    PIC X(01) VALUE "N".
               88 FIN-CONTRATOS             VALUE "S".
           05 WS-SW-EOF-MOV          PIC X(01) VALUE "N".
               88 FIN-MOVIMIENTOS           VALUE "S".
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-ENTREGAS     PIC X(01) VALUE "N".
               88 FIN-ENTREGAS              VALUE "S".
           05 WS-SW-EOF-RES          PIC X(01) VALUE "N".
               88 FIN-RESULTADOS            VALUE "S".
           05 WS-SW-EOF-REINT        PIC X(01) VALUE "N".
               88 FIN-REINT                 VALUE "S".
           05 WS-SW-EOF-LIBRO        PIC X(01) VALUE "N".
               88 FIN-LIBRO                 VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
           05 WS-SW-AP-HALLADO       PIC X(01) VALUE "N".
               88 AP-EXISTENTE              VALUE "S".
           05 WS-SW-ADELANTOS-OK     PIC X(01) VALUE "N".
               88 ADELANTOS-DISPONIBLE      VALUE "S".
           05 WS-SW-ADELANTADA       PIC X(01) VALUE "N".
               88 CUOTA-ADELANTADA          VALUE "S".
           05 WS-SW-ENTREGAS-OK      PIC X(01) VALUE "N".
               88 ENTREGAS-DISPONIBLE       VALUE "S".
           05 WS-SW-LIBRO-OK         PIC X(01) VALUE "N".
               88 LIBRO-DISPONIBLE          VALUE "S".
           05 WS-SW-RECTIFICATIVA    PIC X(01) VALUE "N".
               88 INFORME-RECTIFICATIVO     VALUE "S".
           05 WS-SW-BAJA-VISTA       PIC X(01) VALUE "N".
               88 BAJA-ENCONTRADA           VALUE "S".

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

      * Report lines - the regulator's form, one page per grupo.
       01 WS-IN-TITULO.
           05 FILLER           PIC X(33)
           VALUE "INSPECCION GENERAL DE JUSTICIA - ".
           05 FILLER           PIC X(33)
           VALUE "REGIMEN INFORMATIVO TRIMESTRAL   ".
           05 WS-INT-RECTIF    PIC X(13).

       01 WS-IN-PERIODO.
           05 FILLER           PIC X(08) VALUE "PERIODO ".
           05 WS-INP-ANIO      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-INP-TRIM      PIC 9(01).
           05 FILLER           PIC X(08) VALUE "  DESDE ".
           05 WS-INP-DESDE     PIC 9(08).
           05 FILLER           PIC X(08) VALUE "  HASTA ".
           05 WS-INP-HASTA     PIC 9(08).

       01 WS-IN-GRUPO.
           05 FILLER           PIC X(06) VALUE "GRUPO ".
           05 WS-ING-TANDA     PIC X(06).

       01 WS-IN-ENCAB.
           05 FILLER           PIC X(46) VALUE
           "RUBRO CONCEPTO".
           05 FILLER           PIC X(24) VALUE
           "CANTIDAD        IMPORTE".

       01 WS-IN-RUBRO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-INR-NRO       PIC 9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-INR-DESC      PIC X(40).
           05 WS-INR-CANTIDAD  PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-INR-IMPORTE-X PIC X(13).
           05 WS-INR-IMPORTE REDEFINES WS-INR-IMPORTE-X
                               PIC 9(13).

       01 WS-IN-MORA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE "14".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(40)
           VALUE "INDICE DE MORA (% S/ FACTURADO VENCIDO)".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-INM-ENT       PIC 9(03).
           05 FILLER           PIC X(01) VALUE ".".
           05 WS-INM-DEC       PIC 9(02).

       01 WS-IN-CONTROL.
           05 FILLER           PIC X(46)
           VALUE "CONTROL: INICIO + ALTAS - BAJAS = CIERRE".
           05 WS-INC-ESTADO    PIC X(12).
           05 FILLER           PIC X(13) VALUE "  DIFERENCIA ".
           05 WS-INC-DIF-SIG   PIC X(01).
           05 WS-INC-DIF       PIC 9(07).

      * Summary page.
       01 WS-RS-TITULO.
           05 FILLER           PIC X(46)
           VALUE "REGIMEN INFORMATIVO - RESUMEN DE CONCILIACION ".
           05 FILLER           PIC X(08) VALUE "PERIODO ".
           05 WS-RST-ANIO      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RST-TRIM      PIC 9(01).

       01 WS-RS-ENCAB.
           05 FILLER           PIC X(24) VALUE
           "GRUPO   INICIO  INI.CALC".
           05 FILLER           PIC X(27) VALUE
           "    ALTAS    BAJAS   CIERRE".
           05 FILLER           PIC X(19) VALUE
           " DIFERENCIA  ESTADO".

       01 WS-RS-LINEA.
           05 WS-RSL-TANDA     PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RSL-INICIO    PIC 9(07).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-RSL-CALC      PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RSL-ALTAS     PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RSL-BAJAS     PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RSL-CIERRE    PIC 9(07).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-RSL-DIF-SIG   PIC X(01).
           05 WS-RSL-DIF       PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-RSL-ESTADO    PIC X(12).

       01 WS-RS-CONTEO.
           05 WS-RSC-TEXTO     PIC X(40).
           05 WS-RSC-VALOR     PIC 9(07).

       01 WS-RS-VEREDICTO.
           05 WS-RSV-TEXTO     PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
               THRU 1000-INICIO-EXIT

            PERFORM 1100-CARGAR-MOVIMIENTOS
               THRU 1100-CARGAR-MOVIMIENTOS-EXIT

            PERFORM 2000-CONTRATOS
               THRU 2000-CONTRATOS-EXIT

            PERFORM 2100-MAESTRO
               THRU 2100-MAESTRO-EXIT

            PERFORM 2200-ENTREGAS
               THRU 2200-ENTREGAS-EXIT

            PERFORM 2300-RESULTADOS
               THRU 2300-RESULTADOS-EXIT

            PERFORM 2400-REINTEGROS
               THRU 2400-REINTEGROS-EXIT

            PERFORM 2500-SALDO-INICIAL
               THRU 2500-SALDO-INICIAL-EXIT
              VARYING WS-TANDA-SUB FROM 1 BY 1
                UNTIL WS-TANDA-SUB > WS-TT-CANT

            PERFORM 2700-ESCRIBIR-GRUPO
               THRU 2700-ESCRIBIR-GRUPO-EXIT
              VARYING WS-TANDA-SUB FROM 1 BY 1
                UNTIL WS-TANDA-SUB > WS-TT-CANT

            PERFORM 2800-RESUMEN
               THRU 2800-RESUMEN-EXIT

            IF WS-CTR-NO-CONCILIA EQUAL ZERO
                PERFORM 2900-REGISTRAR-CIERRE
                   THRU 2900-REGISTRAR-CIERRE-EXIT
                  VARYING WS-TANDA-SUB FROM 1 BY 1
                    UNTIL WS-TANDA-SUB > WS-TT-CANT
            END-IF

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths and the
      * quarter, work out its first and last month, and open the
      * files. MAESTRO, APLICADO and CONTRATOS are required; the
      * movements, adelantos, deliveries, acto results and reintegros
      * are optional - a missing one just leaves its rubros at zero.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-CONTRATOS-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-MOV-PATH
                   FROM ENVIRONMENT "MOVIMIENTOS_PATH"
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
               ACCEPT WS-ADELANTOS-PATH
                   FROM ENVIRONMENT "ADELANTOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ENTREGAS-PATH
                   FROM ENVIRONMENT "ENTREGAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-RES-PATH
                   FROM ENVIRONMENT "RESULTADOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
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
               ACCEPT WS-SALDOS-PATH
                   FROM ENVIRONMENT "IGJ_SALDOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-INFORME-PATH
                   FROM ENVIRONMENT "IGJ_INFORME_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-SW-RECTIFICATIVA
                   FROM ENVIRONMENT "IGJ_RECTIFICATIVA"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-PERIODO
                   FROM ENVIRONMENT "IGJ_PERIODO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

               OPEN OUTPUT ERRORES
               IF FS-ERRORES NOT EQUAL "00"
                   MOVE "1000-INICIO-ERRORES" TO WS-ERR-PARRAFO
                   MOVE FS-ERRORES             TO WS-ERR-FS
                   MOVE 20                     TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1050-CALC-PERIODO
                  THRU 1050-CALC-PERIODO-EXIT

               OPEN INPUT CONTRATOS
               IF FS-CONTRATOS NOT EQUAL "00"
                   MOVE "1000-INICIO-CONTRATO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
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

               OPEN INPUT APLICADO
               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "1000-INICIO-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF WS-ADELANTOS-PATH NOT EQUAL SPACES
                   OPEN INPUT ADELANTOS
                   IF FS-ADELANTOS EQUAL "00"
                       MOVE "S" TO WS-SW-ADELANTOS-OK
                   ELSE
                       IF FS-ADELANTOS NOT EQUAL "35"
                           MOVE "1000-INICIO-ADELANTOS"
                             TO WS-ERR-PARRAFO
                           MOVE FS-ADELANTOS TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               IF WS-ENTREGAS-PATH NOT EQUAL SPACES
                   OPEN INPUT ENTREGAS
                   IF FS-ENTREGAS EQUAL "00"
                       MOVE "S" TO WS-SW-ENTREGAS-OK
                   ELSE
                       IF FS-ENTREGAS NOT EQUAL "35"
                           MOVE "1000-INICIO-ENTREGAS"
                             TO WS-ERR-PARRAFO
                           MOVE FS-ENTREGAS TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               IF WS-LIBRO-PATH NOT EQUAL SPACES
                   OPEN INPUT LIBRO-REINT
                   IF FS-LIBRO EQUAL "00"
                       MOVE "S" TO WS-SW-LIBRO-OK
                   ELSE
                       IF FS-LIBRO NOT EQUAL "35"
                           MOVE "1000-INICIO-LIBRO"
                             TO WS-ERR-PARRAFO
                           MOVE FS-LIBRO TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

      * The filed closing counts are the durable record; the first
      * run creates the master and reopens it I-O, the way COBRANZAS
      * opens APLICADO.
               OPEN I-O IGJ-SALDOS
               IF FS-SALDOS EQUAL "35"
                   OPEN OUTPUT IGJ-SALDOS
                   IF FS-SALDOS EQUAL "00"
                       CLOSE IGJ-SALDOS
                       OPEN I-O IGJ-SALDOS
                   END-IF
               END-IF
               IF FS-SALDOS NOT EQUAL "00"
                   MOVE "1000-INICIO-SALDOS" TO WS-ERR-PARRAFO
                   MOVE FS-SALDOS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT INFORME
               IF FS-INFORME NOT EQUAL "00"
                   MOVE "1000-INICIO-INFORME" TO WS-ERR-PARRAFO
                   MOVE FS-INFORME             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CALC-PERIODO - the quarter's first and last month and
      * day, and the previous quarter, whose filed closing is this
      * one's opening. Without IGJ_PERIODO the report is for the last
      * complete quarter before the run date.
      ******************************************************************
           1050-CALC-PERIODO.
               IF WS-PERIODO EQUAL ZERO
                  OR WS-PER-TRIM LESS THAN 1
                  OR WS-PER-TRIM GREATER THAN 4
                   MOVE WS-PROC-ANIO TO WS-PER-ANIO
                   COMPUTE WS-PER-TRIM = (WS-PROC-MES - 1) / 3
                   IF WS-PER-TRIM EQUAL ZERO
                       SUBTRACT 1 FROM WS-PER-ANIO
                       MOVE 4 TO WS-PER-TRIM
                   END-IF
               END-IF

               COMPUTE WS-DESDE-PER =
                   WS-PER-ANIO * 100 + (WS-PER-TRIM - 1) * 3 + 1
               COMPUTE WS-HASTA-PER =
                   WS-PER-ANIO * 100 + WS-PER-TRIM * 3
               COMPUTE WS-DESDE-FECHA = WS-DESDE-PER * 100 + 1
               COMPUTE WS-HASTA-FECHA = WS-HASTA-PER * 100 + 31

               MOVE WS-PER-ANIO TO WS-ANT-ANIO
               IF WS-PER-TRIM EQUAL 1
                   SUBTRACT 1 FROM WS-ANT-ANIO
                   MOVE 4 TO WS-ANT-TRIM
               ELSE
                   COMPUTE WS-ANT-TRIM = WS-PER-TRIM - 1
               END-IF.

           1050-CALC-PERIODO-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-MOVIMIENTOS - bajas, rescisiones and transfers
      * into a table, as CUOTASAUTO holds them. Optional.
      ******************************************************************
           1100-CARGAR-MOVIMIENTOS.
               IF WS-MOV-PATH EQUAL SPACES
                   GO TO 1100-CARGAR-MOVIMIENTOS-EXIT
               END-IF

               OPEN INPUT MOVIMIENTOS
               IF FS-MOV EQUAL "35"
                   GO TO 1100-CARGAR-MOVIMIENTOS-EXIT
               END-IF
               IF FS-MOV NOT EQUAL "00"
                   MOVE "1100-CARGAR-MOV" TO WS-ERR-PARRAFO
                   MOVE FS-MOV             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1110-LEER-MOVIMIENTO
                  THRU 1110-LEER-MOVIMIENTO-EXIT
                 UNTIL FIN-MOVIMIENTOS

               CLOSE MOVIMIENTOS.

           1100-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.

           1110-LEER-MOVIMIENTO.
               READ MOVIMIENTOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-MOV
                       GO TO 1110-LEER-MOVIMIENTO-EXIT
               END-READ

               IF FS-MOV NOT EQUAL "00"
                   MOVE "1110-LEER-MOVIMIENTO" TO WS-ERR-PARRAFO
                   MOVE FS-MOV                  TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF NOT MV-ES-BAJA AND NOT MV-ES-TRANSFER
                   GO TO 1110-LEER-MOVIMIENTO-EXIT
               END-IF
               IF MV-CUOTA-EFECTIVA IS NOT NUMERIC
                   GO TO 1110-LEER-MOVIMIENTO-EXIT
               END-IF

               IF WS-MOV-CANT EQUAL WC-MAX-MOVIMIENTOS
                   MOVE "1110-LEER-MOV-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-MOV-CANT WS-CTR-MOV
               MOVE MV-CONTRATO       TO MV-T-CONTRATO(WS-MOV-CANT)
               MOVE MV-TIPO           TO MV-T-TIPO(WS-MOV-CANT)
               MOVE MV-CUOTA-EFECTIVA TO MV-T-CUOTA(WS-MOV-CANT)
               MOVE ZERO              TO MV-T-PERIODO(WS-MOV-CANT)
               MOVE SPACES            TO MV-T-TANDA(WS-MOV-CANT)
               MOVE "N"               TO MV-T-VISTO(WS-MOV-CANT).

           1110-LEER-MOVIMIENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONTRATOS - the subscriber counts. A contract is counted
      * from the month it starts until the month its baja or
      * rescision takes effect: in the opening count if it started
      * before the quarter and was not gone by its first month, in
      * the closing count if it started by the quarter's last month
      * and was not gone by then. A contract the edit pass rejected
      * was never billed and is passed over. The master is closed by
      * 3000-FIN.
      ******************************************************************
           2000-CONTRATOS.
               PERFORM 2010-LEER-CONTRATO
                  THRU 2010-LEER-CONTRATO-EXIT
                 UNTIL FIN-CONTRATOS.

           2000-CONTRATOS-EXIT.
           EXIT.

           2010-LEER-CONTRATO.
               READ CONTRATOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-CONTRATOS
                       GO TO 2010-LEER-CONTRATO-EXIT
               END-READ

               IF FS-CONTRATOS NOT EQUAL "00"
                   MOVE "2010-LEER-CONTRATO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF CT-RECHAZADO
                   GO TO 2010-LEER-CONTRATO-EXIT
               END-IF

               ADD 1 TO WS-CTR-CONTRATOS
               MOVE CT-CONTRATO-ID TO WS-CONTRATO-ACTUAL

               IF CT-FECHA-INICIO IS NOT NUMERIC
                  OR CT-FECHA-INICIO EQUAL ZERO
                   ADD 1 TO WS-CTR-CTO-RECH
                   GO TO 2010-LEER-CONTRATO-EXIT
               END-IF

               MOVE CT-TANDA-ID TO WS-TANDA-BUSCADA
               PERFORM 2600-UBICAR-TANDA
                  THRU 2600-UBICAR-TANDA-EXIT

               MOVE CT-FECHA-INICIO(1:6) TO WS-ALTA-PER
               MOVE 999999 TO WS-BAJA-PER
               PERFORM 2020-BUSCAR-MOV-ENT
                  THRU 2020-BUSCAR-MOV-ENT-EXIT
                 VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-CANT

               IF WS-ALTA-PER LESS THAN WS-DESDE-PER
                  AND WS-BAJA-PER NOT LESS THAN WS-DESDE-PER
                   ADD 1 TO TT-INICIO-CALC(WS-TANDA-USAR)
               END-IF

               IF WS-ALTA-PER NOT LESS THAN WS-DESDE-PER
                  AND WS-ALTA-PER NOT GREATER THAN WS-HASTA-PER
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 2)
               END-IF

               IF WS-BAJA-PER NOT LESS THAN WS-DESDE-PER
                  AND WS-BAJA-PER NOT GREATER THAN WS-HASTA-PER
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 3)
               END-IF

               IF WS-ALTA-PER NOT GREATER THAN WS-HASTA-PER
                  AND WS-BAJA-PER GREATER THAN WS-HASTA-PER
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 5)
               END-IF.

           2010-LEER-CONTRATO-EXIT.
           EXIT.

      * A movement takes effect in the month its cuota falls due - the
      * start month plus the cuota number, as CUOTASAUTO schedules it.
      * The earliest baja counts; every transfer in the quarter counts.
           2020-BUSCAR-MOV-ENT.
               IF MV-T-CONTRATO(WS-MOV-SUB) NOT EQUAL CT-CONTRATO-ID
                   GO TO 2020-BUSCAR-MOV-ENT-EXIT
               END-IF

               COMPUTE WS-MESES-ABS = WS-ALTA-ANIO * 12 + WS-ALTA-MES
                   - 1 + MV-T-CUOTA(WS-MOV-SUB)
               COMPUTE WS-EFE-ANIO = WS-MESES-ABS / 12
               COMPUTE WS-EFE-MES = WS-MESES-ABS - WS-EFE-ANIO * 12 + 1
               COMPUTE WS-EFECTIVO-PER = WS-EFE-ANIO * 100 + WS-EFE-MES

               MOVE "S"             TO MV-T-VISTO(WS-MOV-SUB)
               MOVE WS-EFECTIVO-PER TO MV-T-PERIODO(WS-MOV-SUB)
               MOVE CT-TANDA-ID     TO MV-T-TANDA(WS-MOV-SUB)

               IF MV-T-TIPO(WS-MOV-SUB) EQUAL "T"
                   IF WS-EFECTIVO-PER NOT LESS THAN WS-DESDE-PER
                      AND WS-EFECTIVO-PER NOT GREATER THAN WS-HASTA-PER
                       ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 4)
                   END-IF
               ELSE
                   IF WS-EFECTIVO-PER LESS THAN WS-BAJA-PER
                       MOVE WS-EFECTIVO-PER TO WS-BAJA-PER
                   END-IF
               END-IF.

           2020-BUSCAR-MOV-ENT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MAESTRO - fondo and arrears. For every cuota due in the
      * quarter, what APLICADO shows collected on it is fondo
      * recaudado. Every cuota due by the quarter's end is the arrears
      * base; what is still unpaid on it - unless it was cancelled in
      * advance - is in arrears, the rule the mora report applies.
      ******************************************************************
           2100-MAESTRO.
               MOVE SPACES TO WS-CONTRATO-ACTUAL
               MOVE LOW-VALUES TO MA-CLAVE
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-START

               PERFORM 2110-LEER-CUOTA
                  THRU 2110-LEER-CUOTA-EXIT
                 UNTIL FIN-MAESTRO.

           2100-MAESTRO-EXIT.
           EXIT.

           2110-LEER-CUOTA.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-MAESTRO
                       GO TO 2110-LEER-CUOTA-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "2110-LEER-CUOTA" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-CUOTAS
               IF MA-VENCE GREATER THAN WS-HASTA-FECHA
                   GO TO 2110-LEER-CUOTA-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL WS-CONTRATO-ACTUAL
                   MOVE MA-CONTRATO TO WS-CONTRATO-ACTUAL
                   MOVE MA-TANDA TO WS-TANDA-BUSCADA
                   PERFORM 2600-UBICAR-TANDA
                      THRU 2600-UBICAR-TANDA-EXIT
               END-IF

               PERFORM 2120-LEER-APLICADO
                  THRU 2120-LEER-APLICADO-EXIT

               MOVE MA-BRUTA TO WS-VALOR-CUOTA
               MOVE ZERO     TO WS-PAGADO-CUOTA
               IF AP-EXISTENTE
                   MOVE AP-VALOR  TO WS-VALOR-CUOTA
                   MOVE AP-PAGADO TO WS-PAGADO-CUOTA
               END-IF

               IF MA-VENCE NOT LESS THAN WS-DESDE-FECHA
                  AND WS-PAGADO-CUOTA GREATER THAN ZERO
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 9)
                   ADD WS-PAGADO-CUOTA TO TT-IMPORTE(WS-TANDA-USAR, 9)
               END-IF

               ADD WS-VALOR-CUOTA TO TT-VENCIDO(WS-TANDA-USAR)
               IF WS-PAGADO-CUOTA NOT LESS THAN WS-VALOR-CUOTA
                   GO TO 2110-LEER-CUOTA-EXIT
               END-IF

               PERFORM 2130-BUSCAR-ADELANTO
                  THRU 2130-BUSCAR-ADELANTO-EXIT
               IF CUOTA-ADELANTADA
                   GO TO 2110-LEER-CUOTA-EXIT
               END-IF

               ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 13)
               COMPUTE TT-IMPORTE(WS-TANDA-USAR, 13) =
                   TT-IMPORTE(WS-TANDA-USAR, 13)
                   + WS-VALOR-CUOTA - WS-PAGADO-CUOTA.

           2110-LEER-CUOTA-EXIT.
           EXIT.

           2120-LEER-APLICADO.
               MOVE "S" TO WS-SW-AP-HALLADO
               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA

               READ APLICADO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-APLICADO EQUAL "23"
                   MOVE "N" TO WS-SW-AP-HALLADO
                   GO TO 2120-LEER-APLICADO-EXIT
               END-IF

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "2120-LEER-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2120-LEER-APLICADO-EXIT.
           EXIT.

           2130-BUSCAR-ADELANTO.
               MOVE "N" TO WS-SW-ADELANTADA

               IF NOT ADELANTOS-DISPONIBLE
                   GO TO 2130-BUSCAR-ADELANTO-EXIT
               END-IF

               MOVE MA-CONTRATO TO AD-CONTRATO
               MOVE MA-CUOTA    TO AD-CUOTA

               READ ADELANTOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ADELANTOS EQUAL "23"
                   GO TO 2130-BUSCAR-ADELANTO-EXIT
               END-IF
               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "2130-BUSCAR-ADELANTO" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "S" TO WS-SW-ADELANTADA.

           2130-BUSCAR-ADELANTO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ENTREGAS - adjudications by their acto date and type, and
      * units by their delivery date, off the deliveries master.
      ******************************************************************
           2200-ENTREGAS.
               IF NOT ENTREGAS-DISPONIBLE
                   GO TO 2200-ENTREGAS-EXIT
               END-IF

               MOVE LOW-VALUES TO EN-CONTRATO
               START ENTREGAS KEY IS NOT LESS THAN EN-CONTRATO
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-ENTREGAS
               END-START

               PERFORM 2210-LEER-ENTREGA
                  THRU 2210-LEER-ENTREGA-EXIT
                 UNTIL FIN-ENTREGAS.

           2200-ENTREGAS-EXIT.
           EXIT.

           2210-LEER-ENTREGA.
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-ENTREGAS
                       GO TO 2210-LEER-ENTREGA-EXIT
               END-READ

               IF FS-ENTREGAS NOT EQUAL "00"
                   MOVE "2210-LEER-ENTREGA" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-ENTREGAS
               MOVE EN-CONTRATO TO WS-CONTRATO-ACTUAL
               MOVE EN-TANDA    TO WS-TANDA-BUSCADA
               PERFORM 2600-UBICAR-TANDA
                  THRU 2600-UBICAR-TANDA-EXIT

               IF EN-FECHA-ADJ NOT LESS THAN WS-DESDE-FECHA
                  AND EN-FECHA-ADJ NOT GREATER THAN WS-HASTA-FECHA
                   IF EN-TIPO-ADJ EQUAL "L"
                       ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 7)
                   ELSE
                       ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 6)
                   END-IF
               END-IF

               IF EN-FECHA-ENTREGA NOT LESS THAN WS-DESDE-FECHA
                  AND EN-FECHA-ENTREGA NOT GREATER THAN WS-HASTA-FECHA
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 8)
               END-IF.

           2210-LEER-ENTREGA-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RESULTADOS - winners of an acto in the quarter that
      * ENTREGAS has not loaded yet (it waits for CUOTASAUTO to apply
      * them); a winner already on the master was counted there.
      ******************************************************************
           2300-RESULTADOS.
               IF WS-RES-PATH EQUAL SPACES
                   GO TO 2300-RESULTADOS-EXIT
               END-IF

               OPEN INPUT RESULTADOS
               IF FS-RES EQUAL "35"
                   GO TO 2300-RESULTADOS-EXIT
               END-IF
               IF FS-RES NOT EQUAL "00"
                   MOVE "2300-RESULTADOS" TO WS-ERR-PARRAFO
                   MOVE FS-RES             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2310-LEER-RESULTADO
                  THRU 2310-LEER-RESULTADO-EXIT
                 UNTIL FIN-RESULTADOS

               CLOSE RESULTADOS.

           2300-RESULTADOS-EXIT.
           EXIT.

           2310-LEER-RESULTADO.
               READ RESULTADOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-RES
                       GO TO 2310-LEER-RESULTADO-EXIT
               END-READ

               IF FS-RES NOT EQUAL "00"
                   MOVE "2310-LEER-RESULTADO" TO WS-ERR-PARRAFO
                   MOVE FS-RES                 TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF RS-FECHA IS NOT NUMERIC
                  OR RS-FECHA LESS THAN WS-DESDE-FECHA
                  OR RS-FECHA GREATER THAN WS-HASTA-FECHA
                   GO TO 2310-LEER-RESULTADO-EXIT
               END-IF

               MOVE RS-CONTRATO TO WS-CONTRATO-ACTUAL
               IF ENTREGAS-DISPONIBLE
                   MOVE RS-CONTRATO TO EN-CONTRATO
                   READ ENTREGAS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FS-ENTREGAS EQUAL "00"
                       GO TO 2310-LEER-RESULTADO-EXIT
                   END-IF
                   IF FS-ENTREGAS NOT EQUAL "23"
                       MOVE "2310-LEER-ENTREGA" TO WS-ERR-PARRAFO
                       MOVE FS-ENTREGAS         TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               ADD 1 TO WS-CTR-RESULTADOS
               MOVE RS-TANDA TO WS-TANDA-BUSCADA
               PERFORM 2600-UBICAR-TANDA
                  THRU 2600-UBICAR-TANDA-EXIT
               IF RS-TIPO EQUAL "L"
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 7)
               ELSE
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 6)
               END-IF.

           2310-LEER-RESULTADO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-REINTEGROS - every reintegro of a baja effective by the
      * quarter's end and not paid by then is owed; those whose
      * payable date has been reached are also shown as falling due,
      * and those paid within the quarter have a rubro of their own.
      * The ledger LIQREINT keeps comes first; REINTEGROS then adds
      * only the bajas not yet on it. The grupo and the effective
      * period come from the baja movement; a line with no baja in
      * MOVIMIENTOS is counted on the summary page.
      ******************************************************************
           2400-REINTEGROS.
               IF LIBRO-DISPONIBLE
                   MOVE LOW-VALUES TO RL-CONTRATO
                   START LIBRO-REINT KEY IS NOT LESS THAN RL-CONTRATO
                       INVALID KEY
                           MOVE "S" TO WS-SW-EOF-LIBRO
                   END-START
                   PERFORM 2430-LEER-LIBRO
                      THRU 2430-LEER-LIBRO-EXIT
                     UNTIL FIN-LIBRO
               END-IF

               IF WS-REINT-PATH EQUAL SPACES
                   GO TO 2400-REINTEGROS-EXIT
               END-IF

               OPEN INPUT REINTEGROS
               IF FS-REINT EQUAL "35"
                   GO TO 2400-REINTEGROS-EXIT
               END-IF
               IF FS-REINT NOT EQUAL "00"
                   MOVE "2400-REINTEGROS" TO WS-ERR-PARRAFO
                   MOVE FS-REINT           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2410-LEER-REINTEGRO
                  THRU 2410-LEER-REINTEGRO-EXIT
                 UNTIL FIN-REINT

               CLOSE REINTEGROS.

           2400-REINTEGROS-EXIT.
           EXIT.

           2410-LEER-REINTEGRO.
               READ REINTEGROS
                   AT END
                       MOVE "S" TO WS-SW-EOF-REINT
                       GO TO 2410-LEER-REINTEGRO-EXIT
               END-READ

               IF FS-REINT NOT EQUAL "00"
                   MOVE "2410-LEER-REINTEGRO" TO WS-ERR-PARRAFO
                   MOVE FS-REINT               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF RI-MONTO IS NOT NUMERIC
                  OR RI-PAGADERO IS NOT NUMERIC
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               ADD 1 TO WS-CTR-REINT
               MOVE RI-CONTRATO TO WS-CONTRATO-ACTUAL

      * A baja already on the ledger was counted from it.
               IF LIBRO-DISPONIBLE
                   MOVE RI-CONTRATO TO RL-CONTRATO
                   READ LIBRO-REINT
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FS-LIBRO EQUAL "00"
                       GO TO 2410-LEER-REINTEGRO-EXIT
                   END-IF
                   IF FS-LIBRO NOT EQUAL "23"
                       MOVE "2410-LEER-LIBRO" TO WS-ERR-PARRAFO
                       MOVE FS-LIBRO          TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               MOVE "N" TO WS-SW-BAJA-VISTA
               PERFORM 2420-BUSCAR-BAJA
                  THRU 2420-BUSCAR-BAJA-EXIT
                 VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-CANT
                      OR BAJA-ENCONTRADA

               IF NOT BAJA-ENCONTRADA
                   ADD 1 TO WS-CTR-REINT-SIN
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               IF WS-BAJA-PER GREATER THAN WS-HASTA-PER
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 10)
               ADD RI-MONTO TO TT-IMPORTE(WS-TANDA-USAR, 10)

               IF RI-PAGADERO NOT GREATER THAN WS-HASTA-FECHA
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 11)
                   ADD RI-MONTO TO TT-IMPORTE(WS-TANDA-USAR, 11)
               END-IF.

           2410-LEER-REINTEGRO-EXIT.
           EXIT.

           2420-BUSCAR-BAJA.
               IF MV-T-CONTRATO(WS-MOV-SUB) NOT EQUAL WS-CONTRATO-ACTUAL
                  OR MV-T-TIPO(WS-MOV-SUB) EQUAL "T"
                  OR MV-T-VISTO(WS-MOV-SUB) NOT EQUAL "S"
                   GO TO 2420-BUSCAR-BAJA-EXIT
               END-IF

               MOVE "S" TO WS-SW-BAJA-VISTA
               MOVE MV-T-PERIODO(WS-MOV-SUB) TO WS-BAJA-PER
               MOVE MV-T-TANDA(WS-MOV-SUB)   TO WS-TANDA-BUSCADA
               PERFORM 2600-UBICAR-TANDA
                  THRU 2600-UBICAR-TANDA-EXIT.

           2420-BUSCAR-BAJA-EXIT.
           EXIT.

      ******************************************************************
      * 2430-LEER-LIBRO - one ledger record. A refund paid within the
      * quarter goes to its own rubro; one still pending, waiting as a
      * cheque or unclaimed at the quarter's end, or paid only after
      * it, is owed. A baja the movements do not show is placed by the
      * ledger's own tanda and the date the refund was recorded.
      ******************************************************************
           2430-LEER-LIBRO.
               READ LIBRO-REINT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-LIBRO
                       GO TO 2430-LEER-LIBRO-EXIT
               END-READ

               IF FS-LIBRO NOT EQUAL "00"
                   MOVE "2430-LEER-LIBRO" TO WS-ERR-PARRAFO
                   MOVE FS-LIBRO          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-LIBRO
               MOVE RL-CONTRATO TO WS-CONTRATO-ACTUAL
               MOVE "N" TO WS-SW-BAJA-VISTA
               PERFORM 2420-BUSCAR-BAJA
                  THRU 2420-BUSCAR-BAJA-EXIT
                 VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-CANT
                      OR BAJA-ENCONTRADA

               IF NOT BAJA-ENCONTRADA
                   MOVE RL-TANDA TO WS-TANDA-BUSCADA
                   PERFORM 2600-UBICAR-TANDA
                      THRU 2600-UBICAR-TANDA-EXIT
                   COMPUTE WS-BAJA-PER = RL-ALTA / 100
               END-IF

               IF RL-PAGADO
                  AND RL-FECHA-PAGO NOT LESS THAN WS-DESDE-FECHA
                  AND RL-FECHA-PAGO NOT GREATER THAN WS-HASTA-FECHA
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 12)
                   ADD RL-NETO TO TT-IMPORTE(WS-TANDA-USAR, 12)
               END-IF

               IF WS-BAJA-PER GREATER THAN WS-HASTA-PER
                   GO TO 2430-LEER-LIBRO-EXIT
               END-IF
               IF RL-PAGADO
                  AND RL-FECHA-PAGO NOT GREATER THAN WS-HASTA-FECHA
                   GO TO 2430-LEER-LIBRO-EXIT
               END-IF

      * Until it is liquidated the nominal amount is what is owed.
               IF RL-PENDIENTE
                   MOVE RL-NOMINAL TO WS-REINT-IMPORTE
               ELSE
                   MOVE RL-NETO    TO WS-REINT-IMPORTE
               END-IF

               ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 10)
               ADD WS-REINT-IMPORTE TO TT-IMPORTE(WS-TANDA-USAR, 10)

               IF RL-PAGADERO NOT GREATER THAN WS-HASTA-FECHA
                   ADD 1 TO TT-CANTIDAD(WS-TANDA-USAR, 11)
                   ADD WS-REINT-IMPORTE
                     TO TT-IMPORTE(WS-TANDA-USAR, 11)
               END-IF.

           2430-LEER-LIBRO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SALDO-INICIAL - the grupo opens with the closing count
      * filed for the previous quarter; only a grupo never filed (or
      * a rectifying filing) opens with the count worked out from the
      * files. Then the reconciliation and the arrears ratio.
      ******************************************************************
           2500-SALDO-INICIAL.
               MOVE TT-INICIO-CALC(WS-TANDA-SUB)
                 TO TT-CANTIDAD(WS-TANDA-SUB, 1)
               MOVE "N" TO TT-INICIO-PRES(WS-TANDA-SUB)

               IF NOT INFORME-RECTIFICATIVO
                   MOVE TT-TANDA(WS-TANDA-SUB) TO IS-TANDA
                   MOVE WS-PERIODO-ANT         TO IS-PERIODO
                   READ IGJ-SALDOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FS-SALDOS EQUAL "00"
                       MOVE IS-SUSCRIPTORES
                         TO TT-CANTIDAD(WS-TANDA-SUB, 1)
                       MOVE "S" TO TT-INICIO-PRES(WS-TANDA-SUB)
                   ELSE
                       IF FS-SALDOS NOT EQUAL "23"
                           MOVE "2500-SALDO-INICIAL" TO WS-ERR-PARRAFO
                           MOVE FS-SALDOS            TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               COMPUTE TT-DIFERENCIA(WS-TANDA-SUB) =
                   TT-CANTIDAD(WS-TANDA-SUB, 1)
                   + TT-CANTIDAD(WS-TANDA-SUB, 2)
                   - TT-CANTIDAD(WS-TANDA-SUB, 3)
                   - TT-CANTIDAD(WS-TANDA-SUB, 5)
               IF TT-DIFERENCIA(WS-TANDA-SUB) NOT EQUAL ZERO
                   ADD 1 TO WS-CTR-NO-CONCILIA
               END-IF

               MOVE ZERO TO TT-MORA(WS-TANDA-SUB)
               IF TT-VENCIDO(WS-TANDA-SUB) GREATER THAN ZERO
                   COMPUTE TT-MORA(WS-TANDA-SUB) =
                       TT-IMPORTE(WS-TANDA-SUB, 13) * 100
                       / TT-VENCIDO(WS-TANDA-SUB)
               END-IF.

           2500-SALDO-INICIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2600-UBICAR-TANDA - find WS-TANDA-BUSCADA in the grupo table,
      * registering it on first sight, into WS-TANDA-USAR.
      ******************************************************************
           2600-UBICAR-TANDA.
               MOVE "N" TO WS-SW-TANDA-VISTA
               MOVE ZERO TO WS-TANDA-USAR
               PERFORM 2610-BUSCAR-TANDA
                  THRU 2610-BUSCAR-TANDA-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-TT-CANT
                      OR TANDA-ENCONTRADA

               IF TANDA-ENCONTRADA
                   GO TO 2600-UBICAR-TANDA-EXIT
               END-IF

               IF WS-TT-CANT EQUAL WC-MAX-TANDAS
                   MOVE "2600-UBICAR-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-TT-CANT
               MOVE WS-TT-CANT       TO WS-TANDA-USAR
               MOVE WS-TANDA-BUSCADA TO TT-TANDA(WS-TANDA-USAR)
               MOVE ZERO TO TT-INICIO-CALC(WS-TANDA-USAR)
                            TT-VENCIDO(WS-TANDA-USAR)
                            TT-MORA(WS-TANDA-USAR)
                            TT-DIFERENCIA(WS-TANDA-USAR)
               MOVE "N"  TO TT-INICIO-PRES(WS-TANDA-USAR)
               PERFORM 2620-LIMPIAR-RUBRO
                  THRU 2620-LIMPIAR-RUBRO-EXIT
                 VARYING WS-RUBRO-SUB FROM 1 BY 1
                   UNTIL WS-RUBRO-SUB > WC-RUBROS.

           2600-UBICAR-TANDA-EXIT.
           EXIT.

           2610-BUSCAR-TANDA.
               IF TT-TANDA(WS-TANDA-SUB) EQUAL WS-TANDA-BUSCADA
                   MOVE "S" TO WS-SW-TANDA-VISTA
                   MOVE WS-TANDA-SUB TO WS-TANDA-USAR
               END-IF.

           2610-BUSCAR-TANDA-EXIT.
           EXIT.

           2620-LIMPIAR-RUBRO.
               MOVE ZERO TO TT-CANTIDAD(WS-TANDA-USAR, WS-RUBRO-SUB)
                            TT-IMPORTE(WS-TANDA-USAR, WS-RUBRO-SUB).

           2620-LIMPIAR-RUBRO-EXIT.
           EXIT.

      ******************************************************************
      * 2700-ESCRIBIR-GRUPO - the grupo's page of the form: the twelve
      * rubros, the arrears ratio and the reconciliation line.
      ******************************************************************
           2700-ESCRIBIR-GRUPO.
               MOVE SPACES TO WS-INT-RECTIF
               IF INFORME-RECTIFICATIVO
                   MOVE "RECTIFICATIVA" TO WS-INT-RECTIF
               END-IF
               WRITE REGISTROINFORME FROM WS-IN-TITULO
               AFTER ADVANCING PAGE

               MOVE WS-PER-ANIO    TO WS-INP-ANIO
               MOVE WS-PER-TRIM    TO WS-INP-TRIM
               MOVE WS-DESDE-FECHA TO WS-INP-DESDE
               MOVE WS-HASTA-FECHA TO WS-INP-HASTA
               WRITE REGISTROINFORME FROM WS-IN-PERIODO
               AFTER ADVANCING 1

               MOVE TT-TANDA(WS-TANDA-SUB) TO WS-ING-TANDA
               WRITE REGISTROINFORME FROM WS-IN-GRUPO
               AFTER ADVANCING 2

               WRITE REGISTROINFORME FROM WS-IN-ENCAB
               AFTER ADVANCING 2

               PERFORM 2710-ESCRIBIR-RUBRO
                  THRU 2710-ESCRIBIR-RUBRO-EXIT
                 VARYING WS-RUBRO-SUB FROM 1 BY 1
                   UNTIL WS-RUBRO-SUB > WC-RUBROS

               COMPUTE WS-INM-ENT = TT-MORA(WS-TANDA-SUB)
               COMPUTE WS-INM-DEC =
                   (TT-MORA(WS-TANDA-SUB) - WS-INM-ENT) * 100
               WRITE REGISTROINFORME FROM WS-IN-MORA
               AFTER ADVANCING 1

               IF TT-DIFERENCIA(WS-TANDA-SUB) EQUAL ZERO
                   MOVE "CONCILIA"    TO WS-INC-ESTADO
               ELSE
                   MOVE "NO CONCILIA" TO WS-INC-ESTADO
               END-IF
               MOVE SPACE TO WS-INC-DIF-SIG
               IF TT-DIFERENCIA(WS-TANDA-SUB) LESS THAN ZERO
                   MOVE "-" TO WS-INC-DIF-SIG
               END-IF
               MOVE TT-DIFERENCIA(WS-TANDA-SUB) TO WS-INC-DIF
               WRITE REGISTROINFORME FROM WS-IN-CONTROL
               AFTER ADVANCING 2

               IF FS-INFORME NOT EQUAL "00"
                   MOVE "2700-ESCRIBIR-GRUPO" TO WS-ERR-PARRAFO
                   MOVE FS-INFORME             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2700-ESCRIBIR-GRUPO-EXIT.
           EXIT.

           2710-ESCRIBIR-RUBRO.
               MOVE WS-RUBRO-SUB              TO WS-INR-NRO
               MOVE WC-RUBRO-DESC(WS-RUBRO-SUB) TO WS-INR-DESC
               MOVE TT-CANTIDAD(WS-TANDA-SUB, WS-RUBRO-SUB)
                 TO WS-INR-CANTIDAD
               IF WC-RUBRO-IMPORTE(WS-RUBRO-SUB) EQUAL "S"
                   MOVE TT-IMPORTE(WS-TANDA-SUB, WS-RUBRO-SUB)
                     TO WS-INR-IMPORTE
               ELSE
                   MOVE SPACES TO WS-INR-IMPORTE-X
               END-IF

               WRITE REGISTROINFORME FROM WS-IN-RUBRO
               AFTER ADVANCING 1

               IF FS-INFORME NOT EQUAL "00"
                   MOVE "2710-ESCRIBIR-RUBRO" TO WS-ERR-PARRAFO
                   MOVE FS-INFORME             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2710-ESCRIBIR-RUBRO-EXIT.
           EXIT.

      ******************************************************************
      * 2800-RESUMEN - the summary page: per grupo the opening count
      * used and the one worked out from the files, altas, bajas,
      * closing and the reconciliation difference; the totals; the
      * run's control counts; and whether the report can be filed.
      ******************************************************************
           2800-RESUMEN.
               MOVE WS-PER-ANIO TO WS-RST-ANIO
               MOVE WS-PER-TRIM TO WS-RST-TRIM
               WRITE REGISTROINFORME FROM WS-RS-TITULO
               AFTER ADVANCING PAGE
               WRITE REGISTROINFORME FROM WS-RS-ENCAB
               AFTER ADVANCING 2

               MOVE ZERO TO WS-TOT-INICIO-CALC
               PERFORM 2805-LIMPIAR-TOTAL
                  THRU 2805-LIMPIAR-TOTAL-EXIT
                 VARYING WS-RUBRO-SUB FROM 1 BY 1
                   UNTIL WS-RUBRO-SUB > WC-RUBROS

               PERFORM 2810-RESUMEN-GRUPO
                  THRU 2810-RESUMEN-GRUPO-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-TT-CANT

               MOVE "TOTAL "             TO WS-RSL-TANDA
               MOVE WS-TOT-RUBRO-CANT(1) TO WS-RSL-INICIO
               MOVE WS-TOT-INICIO-CALC   TO WS-RSL-CALC
               MOVE WS-TOT-RUBRO-CANT(2) TO WS-RSL-ALTAS
               MOVE WS-TOT-RUBRO-CANT(3) TO WS-RSL-BAJAS
               MOVE WS-TOT-RUBRO-CANT(5) TO WS-RSL-CIERRE
               COMPUTE WS-TOT-DIFERENCIA = WS-TOT-RUBRO-CANT(1)
                   + WS-TOT-RUBRO-CANT(2) - WS-TOT-RUBRO-CANT(3)
                   - WS-TOT-RUBRO-CANT(5)
               MOVE SPACE TO WS-RSL-DIF-SIG
               IF WS-TOT-DIFERENCIA LESS THAN ZERO
                   MOVE "-" TO WS-RSL-DIF-SIG
               END-IF
               MOVE WS-TOT-DIFERENCIA TO WS-RSL-DIF
               IF WS-CTR-NO-CONCILIA EQUAL ZERO
                   MOVE "CONCILIA"    TO WS-RSL-ESTADO
               ELSE
                   MOVE "NO CONCILIA" TO WS-RSL-ESTADO
               END-IF
               WRITE REGISTROINFORME FROM WS-RS-LINEA
               AFTER ADVANCING 2

               MOVE "CONTRATOS LEIDOS" TO WS-RSC-TEXTO
               MOVE WS-CTR-CONTRATOS   TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 2
               MOVE "CONTRATOS SIN FECHA DE INICIO" TO WS-RSC-TEXTO
               MOVE WS-CTR-CTO-RECH    TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "MOVIMIENTOS LEIDOS" TO WS-RSC-TEXTO
               MOVE WS-CTR-MOV         TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE ZERO TO WS-CTR-MOV-SIN
               PERFORM 2820-MOV-SIN-CONTRATO
                  THRU 2820-MOV-SIN-CONTRATO-EXIT
                 VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-CANT
               MOVE "MOVIMIENTOS SIN CONTRATO" TO WS-RSC-TEXTO
               MOVE WS-CTR-MOV-SIN     TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "CUOTAS LEIDAS EN MAESTRO" TO WS-RSC-TEXTO
               MOVE WS-CTR-CUOTAS      TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "LEGAJOS DE ENTREGA LEIDOS" TO WS-RSC-TEXTO
               MOVE WS-CTR-ENTREGAS    TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "GANADORES DEL ACTO SIN LEGAJO" TO WS-RSC-TEXTO
               MOVE WS-CTR-RESULTADOS  TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "REINTEGROS LEIDOS" TO WS-RSC-TEXTO
               MOVE WS-CTR-REINT       TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "REINTEGROS SIN BAJA EN MOVIMIENTOS"
                 TO WS-RSC-TEXTO
               MOVE WS-CTR-REINT-SIN   TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1
               MOVE "REINTEGROS LEIDOS DEL LIBRO" TO WS-RSC-TEXTO
               MOVE WS-CTR-LIBRO       TO WS-RSC-VALOR
               WRITE REGISTROINFORME FROM WS-RS-CONTEO
               AFTER ADVANCING 1

               IF WS-CTR-NO-CONCILIA EQUAL ZERO
                   MOVE "INFORME CONCILIADO - CIERRES REGISTRADOS"
                     TO WS-RSV-TEXTO
               ELSE
                   MOVE "INFORME RECHAZADO - NO CONCILIA, NO PRESENTAR"
                     TO WS-RSV-TEXTO
               END-IF
               WRITE REGISTROINFORME FROM WS-RS-VEREDICTO
               AFTER ADVANCING 3

               IF FS-INFORME NOT EQUAL "00"
                   MOVE "2800-RESUMEN" TO WS-ERR-PARRAFO
                   MOVE FS-INFORME      TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2800-RESUMEN-EXIT.
           EXIT.

           2805-LIMPIAR-TOTAL.
               MOVE ZERO TO WS-TOT-RUBRO-CANT(WS-RUBRO-SUB).

           2805-LIMPIAR-TOTAL-EXIT.
           EXIT.

           2810-RESUMEN-GRUPO.
               ADD TT-CANTIDAD(WS-TANDA-SUB, 1) TO WS-TOT-RUBRO-CANT(1)
               ADD TT-CANTIDAD(WS-TANDA-SUB, 2) TO WS-TOT-RUBRO-CANT(2)
               ADD TT-CANTIDAD(WS-TANDA-SUB, 3) TO WS-TOT-RUBRO-CANT(3)
               ADD TT-CANTIDAD(WS-TANDA-SUB, 5) TO WS-TOT-RUBRO-CANT(5)
               ADD TT-INICIO-CALC(WS-TANDA-SUB) TO WS-TOT-INICIO-CALC

               MOVE TT-TANDA(WS-TANDA-SUB)       TO WS-RSL-TANDA
               MOVE TT-CANTIDAD(WS-TANDA-SUB, 1) TO WS-RSL-INICIO
               MOVE TT-INICIO-CALC(WS-TANDA-SUB) TO WS-RSL-CALC
               MOVE TT-CANTIDAD(WS-TANDA-SUB, 2) TO WS-RSL-ALTAS
               MOVE TT-CANTIDAD(WS-TANDA-SUB, 3) TO WS-RSL-BAJAS
               MOVE TT-CANTIDAD(WS-TANDA-SUB, 5) TO WS-RSL-CIERRE
               MOVE SPACE TO WS-RSL-DIF-SIG
               IF TT-DIFERENCIA(WS-TANDA-SUB) LESS THAN ZERO
                   MOVE "-" TO WS-RSL-DIF-SIG
               END-IF
               MOVE TT-DIFERENCIA(WS-TANDA-SUB) TO WS-RSL-DIF
               IF TT-DIFERENCIA(WS-TANDA-SUB) EQUAL ZERO
                   MOVE "CONCILIA"    TO WS-RSL-ESTADO
               ELSE
                   MOVE "NO CONCILIA" TO WS-RSL-ESTADO
               END-IF

               WRITE REGISTROINFORME FROM WS-RS-LINEA
               AFTER ADVANCING 1.

           2810-RESUMEN-GRUPO-EXIT.
           EXIT.

           2820-MOV-SIN-CONTRATO.
               IF MV-T-VISTO(WS-MOV-SUB) NOT EQUAL "S"
                   ADD 1 TO WS-CTR-MOV-SIN
               END-IF.

           2820-MOV-SIN-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGISTRAR-CIERRE - a reconciled report records each
      * grupo's closing count as filed, for the next quarter to open
      * from. A rerun of the same quarter replaces it.
      ******************************************************************
           2900-REGISTRAR-CIERRE.
               MOVE TT-TANDA(WS-TANDA-SUB)       TO IS-TANDA
               MOVE WS-PERIODO                   TO IS-PERIODO
               MOVE TT-CANTIDAD(WS-TANDA-SUB, 5) TO IS-SUSCRIPTORES
               MOVE WS-FECHA-PROCESO             TO IS-FECHA-PROCESO

               WRITE IS-REGISTRO
               IF FS-SALDOS EQUAL "22"
                   REWRITE IS-REGISTRO
               END-IF

               IF FS-SALDOS NOT EQUAL "00"
                   MOVE "2900-REGISTRAR-CIE" TO WS-ERR-PARRAFO
                   MOVE FS-SALDOS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-SALDOS.

           2900-REGISTRAR-CIERRE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - run totals on the console; a report that does not
      * reconcile ends the run with its own RETURN-CODE, as a
      * rejected batch does in ASIENTOS, so it is not filed until the
      * movements are corrected and the run repeated.
      ******************************************************************
           3000-FIN.
               IF RETURN-CODE EQUAL ZERO
                  AND WS-CTR-NO-CONCILIA GREATER THAN ZERO
                   MOVE "3000-FIN-RECHAZO" TO WS-ERR-PARRAFO
                   MOVE SPACES TO WS-CONTRATO-ACTUAL
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE 18 TO RETURN-CODE
               END-IF

               DISPLAY "PERIODO:             " WS-PERIODO
               DISPLAY "CONTRATOS LEIDOS:    " WS-CTR-CONTRATOS
               DISPLAY "GRUPOS INFORMADOS:   " WS-TT-CANT
               DISPLAY "GRUPOS SIN CONCILIAR:" WS-CTR-NO-CONCILIA
               DISPLAY "CIERRES REGISTRADOS: " WS-CTR-SALDOS

               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF ADELANTOS-DISPONIBLE AND FS-ADELANTOS NOT EQUAL "42"
                   CLOSE ADELANTOS
               END-IF
               IF ENTREGAS-DISPONIBLE AND FS-ENTREGAS NOT EQUAL "42"
                   CLOSE ENTREGAS
               END-IF
               IF LIBRO-DISPONIBLE AND FS-LIBRO NOT EQUAL "42"
                   CLOSE LIBRO-REINT
               END-IF
               IF FS-SALDOS NOT EQUAL "42"
                   CLOSE IGJ-SALDOS
               END-IF
               IF FS-INFORME NOT EQUAL "42"
                   CLOSE INFORME
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
           3000-FIN-EXIT.
           STOP RUN.

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
