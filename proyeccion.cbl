      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Proyeccion financiera - twelve-month cash-flow
      *          projection per tanda for treasury. Walks MAESTRO and
      *          sums, per tanda and due month, the gross of the
      *          cuotas falling due in the twelve calendar months after
      *          the cutoff month (less whatever APLICADO already holds
      *          paid on them, adelantos included), then reduces it by
      *          the tanda's collection ratio: what APLICADO shows
      *          collected over what was billed for the cuotas already
      *          due. Each month in which the tanda has cuotas due is
      *          an acto, adjudicating the sorteo units plus the
      *          licitacion units (capped by the contracts still not
      *          adjudicated), each paid to the manufacturer at the
      *          tanda's current precio de lista - CT-PRECIO-LISTA, or
      *          the latest REPRECIOS price on or before the cutoff -
      *          taking the highest price among the tanda's accepted
      *          contracts on the CONTRATOS master. The reintegros of
      *          REINTEGROS payable inside the window are added to the
      *          outflows. The output is a
      *          month-by-tanda grid (inflows, outflows, net and
      *          cumulative position, the latter starting at zero) and
      *          the same figures delimited for the treasury
      *          spreadsheet; a tanda whose cumulative position goes
      *          below zero cannot pay for the month's units and is
      *          flagged, and listed again on the summary.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: the projection was worked out by hand every
      *     month from MAESTRO and the acta.
      *   - Prices and reintegro tandas come from the indexed contract
      *     master CUOTASAUTO builds (CONTRATOS_MAE_PATH): a rejected
      *     contract no longer sets the tanda's price, and a reintegro
      *     for a contract MANTMAESTRO has purged from MAESTRO still
      *     finds its tanda.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPRECIOS ASSIGN DYNAMIC WS-REP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REP.

           SELECT REINTEGROS ASSIGN DYNAMIC WS-REINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINT.

           SELECT PROYECCION ASSIGN DYNAMIC WS-PROY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROY.

           SELECT PROY-DELIM ASSIGN DYNAMIC WS-DELIM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DELIM.

           SELECT ERRORES ASSIGN DYNAMIC WS-ERRORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.
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

      * Contract master written by CUOTASAUTO, keyed by contract - only
      * the tanda, the precio de lista and the edit status are used.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
           05 CT-SUBSCRIPTOR-ID  PIC X(10).
           05 FILLER             PIC X(27).
           05 CT-PRECIO-LISTA    PIC 9(11).
           05 FILLER             PIC X(50).
           05 CT-ESTADO          PIC X(01).
               88 CT-RECHAZADO              VALUE "R".
           05 FILLER             PIC X(05).

      * Manufacturer's new precio de lista per contract and the date
      * it took effect, the file CUOTASAUTO reprices from.
       FD  REPRECIOS
       RECORD CONTAINS 29 CHARACTERS.
       01 RP-REGISTRO.
           05 RP-CONTRATO        PIC X(10).
           05 RP-PRECIO          PIC 9(11).
           05 RP-FECHA           PIC 9(08).

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

       FD  PROYECCION
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROPROY PIC X(132).

       FD  PROY-DELIM
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTRODELIM PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-MAESTRO    PIC X(2).
           05 FS-APLICADO   PIC X(2).
           05 FS-CONTRATOS  PIC X(2).
           05 FS-REP        PIC X(2).
           05 FS-REINT      PIC X(2).
           05 FS-PROY       PIC X(2).
           05 FS-DELIM      PIC X(2).
           05 FS-ERRORES    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-REP-PATH       PIC X(100) VALUE "reprecio.dat".
           05 WS-REINT-PATH     PIC X(100) VALUE "reintegros.txt".
           05 WS-PROY-PATH      PIC X(100) VALUE "proyeccion.txt".
           05 WS-DELIM-PATH     PIC X(100) VALUE "proyeccion.csv".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_proy.log".

       01 WC-CONST.
           05 WC-MESES               PIC 9(02) VALUE 12.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.
           05 WC-MAX-REPRECIOS       PIC 9(03) VALUE 200.

      * Units adjudicated at each acto: by sorteo and by licitacion.
      * Both can be set from the job environment.
       01 WS-UNID-SORTEO       PIC 9(02) VALUE 01.
       01 WS-UNID-LICIT        PIC 9(02) VALUE 01.

      * Reprices effective on or before the cutoff, loaded up front.
       01 WS-TABLA-REPRECIOS.
           05 WS-RP-CANT        PIC 9(03) VALUE ZERO.
           05 WS-REPRECIO-ENT OCCURS 200 TIMES.
               10 RP-T-CONTRATO     PIC X(10).
               10 RP-T-PRECIO       PIC 9(11).
               10 RP-T-FECHA        PIC 9(08).

      * The twelve periods (AAAAMM) of the window.
       01 WS-TABLA-MESES.
           05 WS-MES-PERIODO    PIC 9(06) OCCURS 12 TIMES.

      * One entry per tanda: unit price, what was billed and what was
      * collected on the cuotas already due (for the collection
      * ratio), the contracts not yet adjudicated, and per month of
      * the window the gross falling due, whether there is an acto,
      * the units adjudicated and the reintegros payable.
       01 WS-TABLA-TANDAS.
           05 WS-TT-CANT        PIC 9(03) VALUE ZERO.
           05 WS-TANDA-ENT OCCURS 50 TIMES.
               10 TT-TANDA          PIC X(06).
               10 TT-PRECIO         PIC 9(11).
               10 TT-FACTURADO      PIC 9(13).
               10 TT-COBRADO        PIC 9(13).
               10 TT-RATIO          PIC 9(01)V9(04).
               10 TT-PENDIENTES     PIC 9(05).
               10 TT-FALTANTE       PIC X(01).
               10 TT-MES-FALTA      PIC 9(06).
               10 TT-POS-MINIMA     PIC S9(13).
               10 TT-MES-ENT OCCURS 12 TIMES.
                   15 TM-BRUTA          PIC 9(13).
                   15 TM-ACTO           PIC X(01).
                   15 TM-UNIDADES       PIC 9(03).
                   15 TM-REINTEGROS     PIC 9(13).

       01 WS-VARIABLES.
           05 WS-FECHA-CORTE    PIC 9(08).
           05 WS-CORTE-R REDEFINES WS-FECHA-CORTE.
               10 WS-CORTE-ANIO     PIC 9(04).
               10 WS-CORTE-MES      PIC 9(02).
               10 WS-CORTE-DIA      PIC 9(02).
           05 WS-CORTE-ABS      PIC 9(06).
           05 WS-FECHA-TRAB     PIC 9(08).
           05 WS-FECHA-TRAB-R REDEFINES WS-FECHA-TRAB.
               10 WS-TRAB-ANIO      PIC 9(04).
               10 WS-TRAB-MES       PIC 9(02).
               10 WS-TRAB-DIA       PIC 9(02).
           05 WS-MES-IDX        PIC S9(06).
           05 WS-MES-SUB        PIC 9(02).
           05 WS-PER-ANIO       PIC 9(04).
           05 WS-PER-MES        PIC 9(02).
           05 WS-CONTRATO-ACTUAL PIC X(10) VALUE SPACES.
           05 WS-TANDA-BUSCADA  PIC X(06).
           05 WS-TANDA-SUB      PIC 9(03).
           05 WS-TANDA-USAR     PIC 9(03).
           05 WS-REP-SUB        PIC 9(03).
           05 WS-PRECIO-CTO     PIC 9(11).
           05 WS-PRECIO-FECHA   PIC 9(08).
           05 WS-SALDO-CUOTA    PIC 9(09).
           05 WS-PENDIENTES     PIC 9(05).
           05 WS-UNIDADES       PIC 9(03).
           05 WS-ESPERADA       PIC 9(13).
           05 WS-PAGO-UNID      PIC 9(13).
           05 WS-EGRESOS        PIC 9(13).
           05 WS-NETO           PIC S9(13).
           05 WS-ACUMULADO      PIC S9(13).
           05 WS-TOT-BRUTA      PIC 9(13).
           05 WS-TOT-ESPERADA   PIC 9(13).
           05 WS-TOT-UNIDADES   PIC 9(05).
           05 WS-TOT-PAGO-UNID  PIC 9(13).
           05 WS-TOT-REINTEGROS PIC 9(13).
           05 WS-TOT-EGRESOS    PIC 9(13).
           05 WS-CTR-CUOTAS     PIC 9(07) VALUE ZERO.
           05 WS-CTR-CONTRATOS  PIC 9(05) VALUE ZERO.
           05 WS-CTR-REINT      PIC 9(05) VALUE ZERO.
           05 WS-CTR-REINT-SIN  PIC 9(05) VALUE ZERO.
           05 WS-CTR-FALTANTES  PIC 9(03) VALUE ZERO.
           05 WS-CTR-DELIM      PIC 9(07) VALUE ZERO.
           05 WS-HASH-DELIM     PIC 9(14) VALUE ZERO.

       01 WS-SWITCHES.
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-CONTRATOS    PIC X(01) VALUE "N".
               88 FIN-CONTRATOS             VALUE "S".
           05 WS-SW-EOF-REP          PIC X(01) VALUE "N".
               88 FIN-REPRECIOS             VALUE "S".
           05 WS-SW-EOF-REINT        PIC X(01) VALUE "N".
               88 FIN-REINT                 VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
           05 WS-SW-CTO-ADJ          PIC X(01) VALUE "N".
               88 CONTRATO-ADJUDICADO       VALUE "S".
           05 WS-SW-AP-HALLADO       PIC X(01) VALUE "N".
               88 AP-EXISTENTE              VALUE "S".

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

      * Report lines.
       01 WS-PR-TITULO.
           05 FILLER           PIC X(36)
           VALUE "PROYECCION FINANCIERA A 12 MESES   ".
           05 FILLER           PIC X(06) VALUE "CORTE ".
           05 WS-PRT-CORTE     PIC 9(08).

       01 WS-PR-TANDA.
           05 FILLER           PIC X(06) VALUE "TANDA ".
           05 WS-PRD-TANDA     PIC X(06).
           05 FILLER           PIC X(16) VALUE "  PRECIO UNIDAD ".
           05 WS-PRD-PRECIO    PIC 9(11).
           05 FILLER           PIC X(17) VALUE "  COBRABILIDAD % ".
           05 WS-PRD-RATIO     PIC 9(03)V9(02).
           05 WS-PRD-RATIO-R REDEFINES WS-PRD-RATIO.
               10 WS-PRD-RATIO-ENT  PIC 9(03).
               10 WS-PRD-RATIO-DEC  PIC 9(02).
           05 FILLER           PIC X(17) VALUE "  SIN ADJUDICAR: ".
           05 WS-PRD-PEND      PIC 9(05).

      * The ratio line is built from the redefined halves so the
      * percentage prints with its decimal point.
       01 WS-PR-TANDA-IMP.
           05 WS-PRI-CABEZA    PIC X(56).
           05 WS-PRI-ENT       PIC 9(03).
           05 FILLER           PIC X(01) VALUE ".".
           05 WS-PRI-DEC       PIC 9(02).
           05 WS-PRI-COLA      PIC X(22).

       01 WS-PR-ENCAB.
           05 FILLER           PIC X(20) VALUE
           "MES      COBRO BRUTO".
           05 FILLER           PIC X(19) VALUE
           " COBRO ESPERADO UNI".
           05 FILLER           PIC X(30) VALUE
           "  PAGO UNIDADES     REINTEGROS".
           05 FILLER           PIC X(45) VALUE
           "        EGRESOS           NETO      ACUMULADO".

       01 WS-PR-DETALLE.
           05 WS-PRL-MES       PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRL-BRUTA     PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRL-ESPERADA  PIC 9(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRL-UNIDADES  PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRL-PAGO      PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRL-REINT     PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRL-EGRESOS   PIC 9(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRL-NETO-SIG  PIC X(01).
           05 WS-PRL-NETO      PIC 9(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRL-ACUM-SIG  PIC X(01).
           05 WS-PRL-ACUM      PIC 9(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRL-MARCA     PIC X(08).

       01 WS-PR-TOTAL.
           05 FILLER           PIC X(06) VALUE "TOTAL ".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRX-BRUTA     PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRX-ESPERADA  PIC 9(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRX-UNIDADES  PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRX-PAGO      PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRX-REINT     PIC 9(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PRX-EGRESOS   PIC 9(13).

       01 WS-PR-RESUMEN-TIT.
           05 FILLER           PIC X(36)
           VALUE "TANDAS CON FALTANTE DE FONDO       ".

       01 WS-PR-FALTANTE.
           05 FILLER           PIC X(06) VALUE "TANDA ".
           05 WS-PRF-TANDA     PIC X(06).
           05 FILLER           PIC X(16) VALUE "  FALTANTE DESDE".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PRF-MES       PIC 9(06).
           05 FILLER           PIC X(21) VALUE "  POSICION MINIMA   -".
           05 WS-PRF-POSICION  PIC 9(13).

       01 WS-PR-SIN-FALTANTE.
           05 FILLER           PIC X(40)
           VALUE "NINGUNA TANDA PROYECTA FALTANTE DE FONDO".

       01 WS-PR-CONTROL.
           05 FILLER           PIC X(16) VALUE "CUOTAS LEIDAS:  ".
           05 WS-PRC-CUOTAS    PIC 9(07).
           05 FILLER           PIC X(14) VALUE "  CONTRATOS:  ".
           05 WS-PRC-CONTRATOS PIC 9(05).
           05 FILLER           PIC X(15) VALUE "  REINTEGROS:  ".
           05 WS-PRC-REINT     PIC 9(05).
           05 FILLER           PIC X(14) VALUE "  SIN TANDA:  ".
           05 WS-PRC-REINT-SIN PIC 9(05).

      * Delimited version for the treasury spreadsheet, with the
      * header/trailer convention of SALIDA-DELIM (the trailer hash is
      * the sum of the expected collections).
       01 WS-LINEA-DELIM.
           05 WS-LD-TANDA      PIC X(06).
           05 WS-LD-SEP1       PIC X(01) VALUE "|".
           05 WS-LD-MES        PIC 9(06).
           05 WS-LD-SEP2       PIC X(01) VALUE "|".
           05 WS-LD-BRUTA      PIC 9(13).
           05 WS-LD-SEP3       PIC X(01) VALUE "|".
           05 WS-LD-ESPERADA   PIC 9(13).
           05 WS-LD-SEP4       PIC X(01) VALUE "|".
           05 WS-LD-UNIDADES   PIC 9(03).
           05 WS-LD-SEP5       PIC X(01) VALUE "|".
           05 WS-LD-PAGO       PIC 9(13).
           05 WS-LD-SEP6       PIC X(01) VALUE "|".
           05 WS-LD-REINT      PIC 9(13).
           05 WS-LD-SEP7       PIC X(01) VALUE "|".
           05 WS-LD-EGRESOS    PIC 9(13).
           05 WS-LD-SEP8       PIC X(01) VALUE "|".
           05 WS-LD-NETO-SIG   PIC X(01).
           05 WS-LD-NETO       PIC 9(13).
           05 WS-LD-SEP9       PIC X(01) VALUE "|".
           05 WS-LD-ACUM-SIG   PIC X(01).
           05 WS-LD-ACUM       PIC 9(13).
           05 WS-LD-SEP10      PIC X(01) VALUE "|".
           05 WS-LD-FALTANTE   PIC X(01).

       01 WS-LINEA-HEADER.
           05 FILLER           PIC X(02) VALUE "H|".
           05 WS-HD-FECHA      PIC 9(08).

       01 WS-LINEA-TRAILER.
           05 FILLER           PIC X(02) VALUE "T|".
           05 WS-TR-CANT       PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-TR-HASH       PIC 9(14).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-TR-TANDAS     PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
               THRU 1000-INICIO-EXIT

            PERFORM 2000-PROCESO
               THRU 2000-PROCESO-EXIT
              UNTIL FIN-MAESTRO

            IF WS-CONTRATO-ACTUAL NOT EQUAL SPACES
                PERFORM 2200-CERRAR-CONTRATO
                   THRU 2200-CERRAR-CONTRATO-EXIT
            END-IF

            PERFORM 2400-CARGAR-REINTEGROS
               THRU 2400-CARGAR-REINTEGROS-EXIT

            PERFORM 2500-ADJUDICACIONES
               THRU 2500-ADJUDICACIONES-EXIT
              VARYING WS-TANDA-SUB FROM 1 BY 1
                UNTIL WS-TANDA-SUB > WS-TT-CANT

            PERFORM 2600-ESCRIBIR-TANDA
               THRU 2600-ESCRIBIR-TANDA-EXIT
              VARYING WS-TANDA-SUB FROM 1 BY 1
                UNTIL WS-TANDA-SUB > WS-TT-CANT

            PERFORM 2800-RESUMEN
               THRU 2800-RESUMEN-EXIT

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths, the
      * cutoff and the units per acto, lay out the twelve months of
      * the window, price each tanda from CONTRATOS and REPRECIOS, and
      * position MAESTRO at its first record.
      ******************************************************************
           1000-INICIO.
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
               ACCEPT WS-REP-PATH
                   FROM ENVIRONMENT "REPRECIOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-REINT-PATH
                   FROM ENVIRONMENT "REINTEGROS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-PROY-PATH
                   FROM ENVIRONMENT "PROYECCION_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-DELIM-PATH
                   FROM ENVIRONMENT "PROYECCION_DELIM_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-UNID-SORTEO
                   FROM ENVIRONMENT "PROY_UNIDADES_SORTEO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-UNID-LICIT
                   FROM ENVIRONMENT "PROY_UNIDADES_LICITACION"
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

      * Month n of the window is the n-th calendar month after the
      * cutoff's; periods are compared as a running month count.
               COMPUTE WS-CORTE-ABS = WS-CORTE-ANIO * 12 + WS-CORTE-MES
               PERFORM 1050-ARMAR-MES
                  THRU 1050-ARMAR-MES-EXIT
                 VARYING WS-MES-SUB FROM 1 BY 1
                   UNTIL WS-MES-SUB > WC-MESES

               PERFORM 1100-CARGAR-REPRECIOS
                  THRU 1100-CARGAR-REPRECIOS-EXIT

               PERFORM 1200-PRECIOS-TANDA
                  THRU 1200-PRECIOS-TANDA-EXIT

               OPEN INPUT MAESTRO
               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "1000-INICIO-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * Without the application master there is no collection ratio
      * and no way to tell an adelanto from a cuota still to collect.
               OPEN INPUT APLICADO
               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "1000-INICIO-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT PROYECCION
               IF FS-PROY NOT EQUAL "00"
                   MOVE "1000-INICIO-PROY" TO WS-ERR-PARRAFO
                   MOVE FS-PROY             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT PROY-DELIM
               IF FS-DELIM NOT EQUAL "00"
                   MOVE "1000-INICIO-DELIM" TO WS-ERR-PARRAFO
                   MOVE FS-DELIM             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-HD-FECHA
               WRITE REGISTRODELIM FROM WS-LINEA-HEADER
               IF FS-DELIM NOT EQUAL "00"
                   MOVE "1000-INICIO-HEADER" TO WS-ERR-PARRAFO
                   MOVE FS-DELIM              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE LOW-VALUES TO MA-CLAVE
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-START

               IF NOT FIN-MAESTRO
                   PERFORM 1300-LEER-MAESTRO
                      THRU 1300-LEER-MAESTRO-EXIT
               END-IF.

           1000-INICIO-EXIT.
           EXIT.

           1050-ARMAR-MES.
               COMPUTE WS-PER-MES = WS-CORTE-MES + WS-MES-SUB
               MOVE WS-CORTE-ANIO TO WS-PER-ANIO
               IF WS-PER-MES GREATER THAN 12
                   SUBTRACT 12 FROM WS-PER-MES
                   ADD 1 TO WS-PER-ANIO
               END-IF
               COMPUTE WS-MES-PERIODO(WS-MES-SUB) =
                   WS-PER-ANIO * 100 + WS-PER-MES.

           1050-ARMAR-MES-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-REPRECIOS - the reprices already in force at the
      * cutoff. Optional, as in CUOTASAUTO.
      ******************************************************************
           1100-CARGAR-REPRECIOS.
               IF WS-REP-PATH EQUAL SPACES
                   GO TO 1100-CARGAR-REPRECIOS-EXIT
               END-IF

               OPEN INPUT REPRECIOS
               IF FS-REP EQUAL "35"
                   GO TO 1100-CARGAR-REPRECIOS-EXIT
               END-IF
               IF FS-REP NOT EQUAL "00"
                   MOVE "1100-CARGAR-REP" TO WS-ERR-PARRAFO
                   MOVE FS-REP             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1110-LEER-REPRECIO
                  THRU 1110-LEER-REPRECIO-EXIT
                 UNTIL FIN-REPRECIOS

               CLOSE REPRECIOS.

           1100-CARGAR-REPRECIOS-EXIT.
           EXIT.

           1110-LEER-REPRECIO.
               READ REPRECIOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-REP
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-REPRECIOS
                   GO TO 1110-LEER-REPRECIO-EXIT
               END-IF

               IF FS-REP NOT EQUAL "00"
                   MOVE "1110-LEER-REPRECIO" TO WS-ERR-PARRAFO
                   MOVE FS-REP                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF RP-FECHA GREATER THAN WS-FECHA-CORTE
                  OR RP-PRECIO EQUAL ZERO
                   GO TO 1110-LEER-REPRECIO-EXIT
               END-IF

               IF WS-RP-CANT EQUAL WC-MAX-REPRECIOS
                   MOVE "1110-LEER-REP-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-RP-CANT
               MOVE RP-CONTRATO TO RP-T-CONTRATO(WS-RP-CANT)
               MOVE RP-PRECIO   TO RP-T-PRECIO(WS-RP-CANT)
               MOVE RP-FECHA    TO RP-T-FECHA(WS-RP-CANT).

           1110-LEER-REPRECIO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PRECIOS-TANDA - one pass over the CONTRATOS master. Each
      * contract's current price is its latest reprice, or its precio
      * de lista; the tanda's unit price is the highest of them, so a
      * mixed group is never under-provided for. A contract the edit
      * pass rejected is passed over. The master stays open for the
      * reintegro lookups and is closed by 3000-FIN.
      ******************************************************************
           1200-PRECIOS-TANDA.
               OPEN INPUT CONTRATOS
               IF FS-CONTRATOS NOT EQUAL "00"
                   MOVE "1200-PRECIOS-TANDA" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1210-LEER-CONTRATO
                  THRU 1210-LEER-CONTRATO-EXIT
                 UNTIL FIN-CONTRATOS.

           1200-PRECIOS-TANDA-EXIT.
           EXIT.

           1210-LEER-CONTRATO.
               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-CONTRATOS
                       GO TO 1210-LEER-CONTRATO-EXIT
               END-READ

               IF FS-CONTRATOS NOT EQUAL "00"
                   MOVE "1210-LEER-CONTRATO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF CT-RECHAZADO
                   GO TO 1210-LEER-CONTRATO-EXIT
               END-IF

               MOVE ZERO TO WS-PRECIO-CTO WS-PRECIO-FECHA
               IF CT-PRECIO-LISTA IS NUMERIC
                   MOVE CT-PRECIO-LISTA TO WS-PRECIO-CTO
               END-IF
               PERFORM 1220-BUSCAR-REPRECIO
                  THRU 1220-BUSCAR-REPRECIO-EXIT
                 VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-RP-CANT

               MOVE CT-TANDA-ID TO WS-TANDA-BUSCADA
               PERFORM 2300-UBICAR-TANDA
                  THRU 2300-UBICAR-TANDA-EXIT

               IF WS-PRECIO-CTO GREATER THAN TT-PRECIO(WS-TANDA-USAR)
                   MOVE WS-PRECIO-CTO TO TT-PRECIO(WS-TANDA-USAR)
               END-IF.

           1210-LEER-CONTRATO-EXIT.
           EXIT.

           1220-BUSCAR-REPRECIO.
               IF RP-T-CONTRATO(WS-REP-SUB) EQUAL CT-CONTRATO-ID
                  AND RP-T-FECHA(WS-REP-SUB) NOT LESS THAN
                      WS-PRECIO-FECHA
                   MOVE RP-T-PRECIO(WS-REP-SUB) TO WS-PRECIO-CTO
                   MOVE RP-T-FECHA(WS-REP-SUB)  TO WS-PRECIO-FECHA
               END-IF.

           1220-BUSCAR-REPRECIO-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LEER-MAESTRO - next schedule record in key order.
      ******************************************************************
           1300-LEER-MAESTRO.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-MAESTRO
                   NOT AT END
                       CONTINUE
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                  AND FS-MAESTRO NOT EQUAL "10"
                   MOVE "1300-LEER-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1300-LEER-MAESTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESO - one schedule record. A cuota already due at the
      * cutoff feeds the tanda's collection ratio; a cuota due inside
      * the window adds what is still to collect on it to its month,
      * and marks the month as one with an acto for the tanda.
      ******************************************************************
           2000-PROCESO.
               ADD 1 TO WS-CTR-CUOTAS

               IF MA-CONTRATO NOT EQUAL WS-CONTRATO-ACTUAL
                   IF WS-CONTRATO-ACTUAL NOT EQUAL SPACES
                       PERFORM 2200-CERRAR-CONTRATO
                          THRU 2200-CERRAR-CONTRATO-EXIT
                   END-IF
                   MOVE MA-CONTRATO TO WS-CONTRATO-ACTUAL
                   MOVE "N" TO WS-SW-CTO-ADJ
                   ADD 1 TO WS-CTR-CONTRATOS
                   MOVE MA-TANDA TO WS-TANDA-BUSCADA
                   PERFORM 2300-UBICAR-TANDA
                      THRU 2300-UBICAR-TANDA-EXIT
               END-IF

               IF MA-ADJ-FLAG EQUAL "S"
                   MOVE "S" TO WS-SW-CTO-ADJ
               END-IF

               MOVE MA-VENCE TO WS-FECHA-TRAB
               COMPUTE WS-MES-IDX =
                   WS-TRAB-ANIO * 12 + WS-TRAB-MES - WS-CORTE-ABS

               IF MA-VENCE GREATER THAN WS-FECHA-CORTE
                  AND (WS-MES-IDX LESS THAN 1
                    OR WS-MES-IDX GREATER THAN WC-MESES)
                   GO TO 2000-PROCESO-LEER
               END-IF

               PERFORM 2100-LEER-APLICADO
                  THRU 2100-LEER-APLICADO-EXIT

               IF MA-VENCE NOT GREATER THAN WS-FECHA-CORTE
                   IF AP-EXISTENTE
                       ADD AP-VALOR TO TT-FACTURADO(WS-TANDA-USAR)
                       IF AP-PAGADO LESS THAN AP-VALOR
                           ADD AP-PAGADO TO TT-COBRADO(WS-TANDA-USAR)
                       ELSE
                           ADD AP-VALOR TO TT-COBRADO(WS-TANDA-USAR)
                       END-IF
                   ELSE
                       ADD MA-BRUTA TO TT-FACTURADO(WS-TANDA-USAR)
                   END-IF
                   GO TO 2000-PROCESO-LEER
               END-IF

               MOVE MA-BRUTA TO WS-SALDO-CUOTA
               IF AP-EXISTENTE
                   IF AP-PAGADO LESS THAN MA-BRUTA
                       COMPUTE WS-SALDO-CUOTA = MA-BRUTA - AP-PAGADO
                   ELSE
                       MOVE ZERO TO WS-SALDO-CUOTA
                   END-IF
               END-IF

               MOVE WS-MES-IDX TO WS-MES-SUB
               ADD WS-SALDO-CUOTA TO TM-BRUTA(WS-TANDA-USAR, WS-MES-SUB)
               MOVE "S" TO TM-ACTO(WS-TANDA-USAR, WS-MES-SUB).

           2000-PROCESO-LEER.
               PERFORM 1300-LEER-MAESTRO
                  THRU 1300-LEER-MAESTRO-EXIT.

           2000-PROCESO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LEER-APLICADO - keyed read of the cuota's application
      * state.
      ******************************************************************
           2100-LEER-APLICADO.
               MOVE "S" TO WS-SW-AP-HALLADO
               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA

               READ APLICADO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-APLICADO EQUAL "23"
                   MOVE "N" TO WS-SW-AP-HALLADO
                   GO TO 2100-LEER-APLICADO-EXIT
               END-IF

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "2100-LEER-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2100-LEER-APLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CERRAR-CONTRATO - a contract no cuota of which carries the
      * adjudication flag is still waiting for its unit. The tanda
      * entry of the contract is still the one in WS-TANDA-USAR.
      ******************************************************************
           2200-CERRAR-CONTRATO.
               IF NOT CONTRATO-ADJUDICADO
                   ADD 1 TO TT-PENDIENTES(WS-TANDA-USAR)
               END-IF.

           2200-CERRAR-CONTRATO-EXIT.
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
                   MOVE "2300-UBICAR-TANDA-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-TT-CANT
               MOVE WS-TT-CANT       TO WS-TANDA-USAR
               MOVE WS-TANDA-BUSCADA TO TT-TANDA(WS-TANDA-USAR)
               MOVE ZERO TO TT-PRECIO(WS-TANDA-USAR)
                            TT-FACTURADO(WS-TANDA-USAR)
                            TT-COBRADO(WS-TANDA-USAR)
                            TT-RATIO(WS-TANDA-USAR)
                            TT-PENDIENTES(WS-TANDA-USAR)
                            TT-MES-FALTA(WS-TANDA-USAR)
                            TT-POS-MINIMA(WS-TANDA-USAR)
               MOVE "N" TO TT-FALTANTE(WS-TANDA-USAR)
               PERFORM 2320-LIMPIAR-MES
                  THRU 2320-LIMPIAR-MES-EXIT
                 VARYING WS-MES-SUB FROM 1 BY 1
                   UNTIL WS-MES-SUB > WC-MESES.

           2300-UBICAR-TANDA-EXIT.
           EXIT.

           2310-BUSCAR-TANDA.
               IF TT-TANDA(WS-TANDA-SUB) EQUAL WS-TANDA-BUSCADA
                   MOVE "S" TO WS-SW-TANDA-VISTA
                   MOVE WS-TANDA-SUB TO WS-TANDA-USAR
               END-IF.

           2310-BUSCAR-TANDA-EXIT.
           EXIT.

           2320-LIMPIAR-MES.
               MOVE ZERO TO TM-BRUTA(WS-TANDA-USAR, WS-MES-SUB)
                            TM-UNIDADES(WS-TANDA-USAR, WS-MES-SUB)
                            TM-REINTEGROS(WS-TANDA-USAR, WS-MES-SUB)
               MOVE "N"  TO TM-ACTO(WS-TANDA-USAR, WS-MES-SUB).

           2320-LIMPIAR-MES-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CARGAR-REINTEGROS - every reintegro payable inside the
      * window goes to its month, in the contract's tanda on the
      * CONTRATOS master, or the one MAESTRO holds it in for a contract
      * the master does not have. A contract neither knows is counted
      * and left out. The file is optional.
      ******************************************************************
           2400-CARGAR-REINTEGROS.
               IF WS-REINT-PATH EQUAL SPACES
                   GO TO 2400-CARGAR-REINTEGROS-EXIT
               END-IF

               OPEN INPUT REINTEGROS
               IF FS-REINT EQUAL "35"
                   GO TO 2400-CARGAR-REINTEGROS-EXIT
               END-IF
               IF FS-REINT NOT EQUAL "00"
                   MOVE "2400-CARGAR-REINT" TO WS-ERR-PARRAFO
                   MOVE FS-REINT             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2410-LEER-REINTEGRO
                  THRU 2410-LEER-REINTEGRO-EXIT
                 UNTIL FIN-REINT

               CLOSE REINTEGROS.

           2400-CARGAR-REINTEGROS-EXIT.
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

               IF RI-PAGADERO IS NOT NUMERIC
                  OR RI-MONTO IS NOT NUMERIC
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               MOVE RI-PAGADERO TO WS-FECHA-TRAB
               COMPUTE WS-MES-IDX =
                   WS-TRAB-ANIO * 12 + WS-TRAB-MES - WS-CORTE-ABS
               IF WS-MES-IDX LESS THAN 1
                  OR WS-MES-IDX GREATER THAN WC-MESES
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               MOVE RI-CONTRATO TO WS-CONTRATO-ACTUAL CT-CONTRATO-ID
               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE CT-TANDA-ID TO WS-TANDA-BUSCADA
                   GO TO 2410-SUMAR-REINTEGRO
               END-IF
               IF FS-CONTRATOS NOT EQUAL "23"
                   MOVE "2410-LEER-CONTRATO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE RI-CONTRATO TO MA-CONTRATO
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

               IF FS-MAESTRO NOT EQUAL "00"
                  OR MA-CONTRATO NOT EQUAL RI-CONTRATO
                   ADD 1 TO WS-CTR-REINT-SIN
                   GO TO 2410-LEER-REINTEGRO-EXIT
               END-IF

               MOVE MA-TANDA TO WS-TANDA-BUSCADA.

           2410-SUMAR-REINTEGRO.
               PERFORM 2300-UBICAR-TANDA
                  THRU 2300-UBICAR-TANDA-EXIT
               MOVE WS-MES-IDX TO WS-MES-SUB
               ADD RI-MONTO TO TM-REINTEGROS(WS-TANDA-USAR, WS-MES-SUB)
               ADD 1 TO WS-CTR-REINT.

           2410-LEER-REINTEGRO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ADJUDICACIONES - the tanda's collection ratio, and the
      * units each acto of the window adjudicates: the sorteo plus
      * the licitacion units, while contracts remain to adjudicate.
      ******************************************************************
           2500-ADJUDICACIONES.
               IF TT-FACTURADO(WS-TANDA-SUB) EQUAL ZERO
                   MOVE 1 TO TT-RATIO(WS-TANDA-SUB)
               ELSE
                   COMPUTE TT-RATIO(WS-TANDA-SUB) =
                       TT-COBRADO(WS-TANDA-SUB)
                       / TT-FACTURADO(WS-TANDA-SUB)
               END-IF

               MOVE TT-PENDIENTES(WS-TANDA-SUB) TO WS-PENDIENTES
               PERFORM 2510-UNIDADES-MES
                  THRU 2510-UNIDADES-MES-EXIT
                 VARYING WS-MES-SUB FROM 1 BY 1
                   UNTIL WS-MES-SUB > WC-MESES.

           2500-ADJUDICACIONES-EXIT.
           EXIT.

           2510-UNIDADES-MES.
               IF TM-ACTO(WS-TANDA-SUB, WS-MES-SUB) NOT EQUAL "S"
                  OR WS-PENDIENTES EQUAL ZERO
                   GO TO 2510-UNIDADES-MES-EXIT
               END-IF

               COMPUTE WS-UNIDADES = WS-UNID-SORTEO + WS-UNID-LICIT
               IF WS-UNIDADES GREATER THAN WS-PENDIENTES
                   MOVE WS-PENDIENTES TO WS-UNIDADES
               END-IF
               SUBTRACT WS-UNIDADES FROM WS-PENDIENTES
               MOVE WS-UNIDADES
                 TO TM-UNIDADES(WS-TANDA-SUB, WS-MES-SUB).

           2510-UNIDADES-MES-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ESCRIBIR-TANDA - the tanda's page of the grid and its
      * delimited rows: for each month the expected collections, the
      * units and what they cost, the reintegros, the net and the
      * cumulative position. The month the position first goes below
      * zero, and the lowest position reached, are kept for the
      * summary.
      ******************************************************************
           2600-ESCRIBIR-TANDA.
               MOVE WS-FECHA-CORTE TO WS-PRT-CORTE
               WRITE REGISTROPROY FROM WS-PR-TITULO
               AFTER ADVANCING PAGE

               MOVE TT-TANDA(WS-TANDA-SUB)      TO WS-PRD-TANDA
               MOVE TT-PRECIO(WS-TANDA-SUB)     TO WS-PRD-PRECIO
               COMPUTE WS-PRD-RATIO = TT-RATIO(WS-TANDA-SUB) * 100
               MOVE TT-PENDIENTES(WS-TANDA-SUB) TO WS-PRD-PEND
               MOVE WS-PR-TANDA(1:56)           TO WS-PRI-CABEZA
               MOVE WS-PRD-RATIO-ENT            TO WS-PRI-ENT
               MOVE WS-PRD-RATIO-DEC            TO WS-PRI-DEC
               MOVE WS-PR-TANDA(62:22)          TO WS-PRI-COLA
               WRITE REGISTROPROY FROM WS-PR-TANDA-IMP
               AFTER ADVANCING 2

               WRITE REGISTROPROY FROM WS-PR-ENCAB
               AFTER ADVANCING 2

               IF FS-PROY NOT EQUAL "00"
                   MOVE "2600-ESCRIBIR-TANDA" TO WS-ERR-PARRAFO
                   MOVE FS-PROY                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE ZERO TO WS-ACUMULADO WS-TOT-BRUTA WS-TOT-ESPERADA
                            WS-TOT-UNIDADES WS-TOT-PAGO-UNID
                            WS-TOT-REINTEGROS WS-TOT-EGRESOS

               PERFORM 2610-ESCRIBIR-MES
                  THRU 2610-ESCRIBIR-MES-EXIT
                 VARYING WS-MES-SUB FROM 1 BY 1
                   UNTIL WS-MES-SUB > WC-MESES

               MOVE WS-TOT-BRUTA      TO WS-PRX-BRUTA
               MOVE WS-TOT-ESPERADA   TO WS-PRX-ESPERADA
               MOVE WS-TOT-UNIDADES   TO WS-PRX-UNIDADES
               MOVE WS-TOT-PAGO-UNID  TO WS-PRX-PAGO
               MOVE WS-TOT-REINTEGROS TO WS-PRX-REINT
               MOVE WS-TOT-EGRESOS    TO WS-PRX-EGRESOS
               WRITE REGISTROPROY FROM WS-PR-TOTAL
               AFTER ADVANCING 2

               IF FS-PROY NOT EQUAL "00"
                   MOVE "2600-ESCRIBIR-TOTAL" TO WS-ERR-PARRAFO
                   MOVE FS-PROY                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2600-ESCRIBIR-TANDA-EXIT.
           EXIT.

           2610-ESCRIBIR-MES.
               COMPUTE WS-ESPERADA =
                   TM-BRUTA(WS-TANDA-SUB, WS-MES-SUB)
                   * TT-RATIO(WS-TANDA-SUB)
               COMPUTE WS-PAGO-UNID =
                   TM-UNIDADES(WS-TANDA-SUB, WS-MES-SUB)
                   * TT-PRECIO(WS-TANDA-SUB)
               COMPUTE WS-EGRESOS = WS-PAGO-UNID
                   + TM-REINTEGROS(WS-TANDA-SUB, WS-MES-SUB)
               COMPUTE WS-NETO = WS-ESPERADA - WS-EGRESOS
               ADD WS-NETO TO WS-ACUMULADO

               ADD TM-BRUTA(WS-TANDA-SUB, WS-MES-SUB) TO WS-TOT-BRUTA
               ADD WS-ESPERADA  TO WS-TOT-ESPERADA
               ADD TM-UNIDADES(WS-TANDA-SUB, WS-MES-SUB)
                 TO WS-TOT-UNIDADES
               ADD WS-PAGO-UNID TO WS-TOT-PAGO-UNID
               ADD TM-REINTEGROS(WS-TANDA-SUB, WS-MES-SUB)
                 TO WS-TOT-REINTEGROS
               ADD WS-EGRESOS   TO WS-TOT-EGRESOS

               MOVE SPACES TO WS-PRL-MARCA
               MOVE "N"    TO WS-LD-FALTANTE
               IF WS-ACUMULADO LESS THAN ZERO
                   MOVE "FALTANTE" TO WS-PRL-MARCA
                   MOVE "S"        TO WS-LD-FALTANTE
                   IF TT-FALTANTE(WS-TANDA-SUB) NOT EQUAL "S"
                       MOVE "S" TO TT-FALTANTE(WS-TANDA-SUB)
                       MOVE WS-MES-PERIODO(WS-MES-SUB)
                         TO TT-MES-FALTA(WS-TANDA-SUB)
                       ADD 1 TO WS-CTR-FALTANTES
                   END-IF
                   IF WS-ACUMULADO LESS THAN
                      TT-POS-MINIMA(WS-TANDA-SUB)
                       MOVE WS-ACUMULADO TO TT-POS-MINIMA(WS-TANDA-SUB)
                   END-IF
               END-IF

               MOVE WS-MES-PERIODO(WS-MES-SUB) TO WS-PRL-MES
               MOVE TM-BRUTA(WS-TANDA-SUB, WS-MES-SUB) TO WS-PRL-BRUTA
               MOVE WS-ESPERADA  TO WS-PRL-ESPERADA
               MOVE TM-UNIDADES(WS-TANDA-SUB, WS-MES-SUB)
                 TO WS-PRL-UNIDADES
               MOVE WS-PAGO-UNID TO WS-PRL-PAGO
               MOVE TM-REINTEGROS(WS-TANDA-SUB, WS-MES-SUB)
                 TO WS-PRL-REINT
               MOVE WS-EGRESOS   TO WS-PRL-EGRESOS
               MOVE SPACE TO WS-PRL-NETO-SIG WS-PRL-ACUM-SIG
               IF WS-NETO LESS THAN ZERO
                   MOVE "-" TO WS-PRL-NETO-SIG
               END-IF
               IF WS-ACUMULADO LESS THAN ZERO
                   MOVE "-" TO WS-PRL-ACUM-SIG
               END-IF
               MOVE WS-NETO      TO WS-PRL-NETO
               MOVE WS-ACUMULADO TO WS-PRL-ACUM

               WRITE REGISTROPROY FROM WS-PR-DETALLE
               AFTER ADVANCING 1

               IF FS-PROY NOT EQUAL "00"
                   MOVE "2610-ESCRIBIR-MES" TO WS-ERR-PARRAFO
                   MOVE FS-PROY              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE TT-TANDA(WS-TANDA-SUB) TO WS-LD-TANDA
               MOVE WS-PRL-MES      TO WS-LD-MES
               MOVE WS-PRL-BRUTA    TO WS-LD-BRUTA
               MOVE WS-PRL-ESPERADA TO WS-LD-ESPERADA
               MOVE WS-PRL-UNIDADES TO WS-LD-UNIDADES
               MOVE WS-PRL-PAGO     TO WS-LD-PAGO
               MOVE WS-PRL-REINT    TO WS-LD-REINT
               MOVE WS-PRL-EGRESOS  TO WS-LD-EGRESOS
               MOVE WS-PRL-NETO-SIG TO WS-LD-NETO-SIG
               MOVE WS-PRL-NETO     TO WS-LD-NETO
               MOVE WS-PRL-ACUM-SIG TO WS-LD-ACUM-SIG
               MOVE WS-PRL-ACUM     TO WS-LD-ACUM

               WRITE REGISTRODELIM FROM WS-LINEA-DELIM

               IF FS-DELIM NOT EQUAL "00"
                   MOVE "2610-ESCRIBIR-DELIM" TO WS-ERR-PARRAFO
                   MOVE FS-DELIM               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1           TO WS-CTR-DELIM
               ADD WS-ESPERADA TO WS-HASH-DELIM.

           2610-ESCRIBIR-MES-EXIT.
           EXIT.

      ******************************************************************
      * 2800-RESUMEN - the summary page: every tanda projected to go
      * short, from which month and by how much at worst, then the
      * run's control counts; and the delimited file's trailer.
      ******************************************************************
           2800-RESUMEN.
               MOVE WS-FECHA-CORTE TO WS-PRT-CORTE
               WRITE REGISTROPROY FROM WS-PR-TITULO
               AFTER ADVANCING PAGE
               WRITE REGISTROPROY FROM WS-PR-RESUMEN-TIT
               AFTER ADVANCING 2

               IF WS-CTR-FALTANTES EQUAL ZERO
                   WRITE REGISTROPROY FROM WS-PR-SIN-FALTANTE
                   AFTER ADVANCING 1
               ELSE
                   PERFORM 2810-LISTAR-FALTANTE
                      THRU 2810-LISTAR-FALTANTE-EXIT
                     VARYING WS-TANDA-SUB FROM 1 BY 1
                       UNTIL WS-TANDA-SUB > WS-TT-CANT
               END-IF

               MOVE WS-CTR-CUOTAS    TO WS-PRC-CUOTAS
               MOVE WS-CTR-CONTRATOS TO WS-PRC-CONTRATOS
               MOVE WS-CTR-REINT     TO WS-PRC-REINT
               MOVE WS-CTR-REINT-SIN TO WS-PRC-REINT-SIN
               WRITE REGISTROPROY FROM WS-PR-CONTROL
               AFTER ADVANCING 3

               IF FS-PROY NOT EQUAL "00"
                   MOVE "2800-RESUMEN" TO WS-ERR-PARRAFO
                   MOVE FS-PROY         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-CTR-DELIM  TO WS-TR-CANT
               MOVE WS-HASH-DELIM TO WS-TR-HASH
               MOVE WS-TT-CANT    TO WS-TR-TANDAS
               WRITE REGISTRODELIM FROM WS-LINEA-TRAILER

               IF FS-DELIM NOT EQUAL "00"
                   MOVE "2800-RESUMEN-TRAILER" TO WS-ERR-PARRAFO
                   MOVE FS-DELIM                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2800-RESUMEN-EXIT.
           EXIT.

           2810-LISTAR-FALTANTE.
               IF TT-FALTANTE(WS-TANDA-SUB) NOT EQUAL "S"
                   GO TO 2810-LISTAR-FALTANTE-EXIT
               END-IF

               MOVE TT-TANDA(WS-TANDA-SUB)     TO WS-PRF-TANDA
               MOVE TT-MES-FALTA(WS-TANDA-SUB) TO WS-PRF-MES
               COMPUTE WS-PRF-POSICION = 0 - TT-POS-MINIMA(WS-TANDA-SUB)

               WRITE REGISTROPROY FROM WS-PR-FALTANTE
               AFTER ADVANCING 1.

           2810-LISTAR-FALTANTE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - close whatever is open and end the run.
      ******************************************************************
           3000-FIN.
               DISPLAY "CUOTAS LEIDAS:       " WS-CTR-CUOTAS
               DISPLAY "CONTRATOS:           " WS-CTR-CONTRATOS
               DISPLAY "TANDAS PROYECTADAS:  " WS-TT-CANT
               DISPLAY "REINTEGROS EN PLAZO: " WS-CTR-REINT
               DISPLAY "TANDAS CON FALTANTE: " WS-CTR-FALTANTES

               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-PROY NOT EQUAL "42"
                   CLOSE PROYECCION
               END-IF
               IF FS-DELIM NOT EQUAL "42"
                   CLOSE PROY-DELIM
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
