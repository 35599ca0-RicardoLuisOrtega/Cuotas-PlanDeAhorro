      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Acto de licitacion - takes the sealed bids for the
      *          acto (tanda, contract, amount offered, bid date),
      *          rejects the bidders that may not bid, ranks the rest
      *          per tanda and awards as many units as the tanda's
      *          fondo recaudado covers once the sorteo winner has
      *          been paid for. The winners go out in the RESULTADOS
      *          layout CUOTASAUTO applies (RS-TIPO "L"), after the
      *          sorteo rows, which are copied through unchanged so
      *          one file carries the whole acto; a printed ranking
      *          per tanda is what the escribano certifies.
      *
      *          A bid is rejected, with its reason, when:
      *            - its contract is not in MAESTRO or belongs to
      *              another tanda;
      *            - the contract carries a baja/rescision in
      *              MOVIMIENTOS;
      *            - the contract won this acto's sorteo;
      *            - the contract is already adjudicated (any cuota
      *              with MA-ADJ-FLAG set);
      *            - any cuota due before the acto date is not fully
      *              covered according to APLICADO;
      *            - the contract has no precio de lista in the
      *              CONTRATOS master (or was rejected there);
      *            - the amount offered is zero, or the contract
      *              already has a bid in this acto (the first bid
      *              read stands).
      *
      *          Ranking: higher amount first. Between equal amounts
      *          the earlier bid date wins, and between equal amounts
      *          and dates the lower contract number. The rejected
      *          bids print after the ranking, in the same order.
      *
      *          Award: the fondo of the tanda is what the acta shows
      *          as fondo recaudado - the gross of every cuota due in
      *          the acto month. The sorteo units are paid out of it
      *          first at their precio de lista (the latest REPRECIOS
      *          price on or before the acto when there is one). The
      *          ranked bids are then taken in order: a unit is
      *          awarded while what is left of the fondo plus the
      *          amount offered covers the unit's price, and the
      *          first bid that does not fit closes the acto for the
      *          tanda.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: replaces the hand ranking of the sealed
      *     bids and the typing of the winners into
      *     resultados_acto.dat.
      *   - The precio de lista is read by key from the indexed
      *     CONTRATOS master (CONTRATOS_MAE_PATH) for each bid and
      *     sorteo winner; a rejected contract counts as absent. The
      *     bids are no longer held in a 500-entry table: they go
      *     into an indexed work file keyed by contract and order
      *     read (duplicates, bajas and reprecios are found by key)
      *     and are ranked by a sort on tanda, amount, bid date and
      *     contract, so volume is limited by disk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICITACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTAS ASSIGN DYNAMIC WS-OFERTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OFERTAS.

           SELECT SORTEO ASSIGN DYNAMIC WS-SORTEO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SORTEO.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT REPRECIOS ASSIGN DYNAMIC WS-REP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REP.

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

           SELECT RESULTADOS ASSIGN DYNAMIC WS-RES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RES.

           SELECT RANKING ASSIGN DYNAMIC WS-RANKING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RANKING.

           SELECT ERRORES ASSIGN DYNAMIC WS-ERRORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

           SELECT OFERTAS-TRABAJO ASSIGN DYNAMIC WS-OF-TRAB-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS OW-CLAVE
           FILE STATUS IS FS-OF-TRAB.

           SELECT SORT-OFERTAS ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      * Sealed bids as the sales office transcribes them.
       FD  OFERTAS
       RECORD CONTAINS 33 CHARACTERS.
       01 OF-REGISTRO.
           05 OF-TANDA           PIC X(06).
           05 OF-CONTRATO        PIC X(10).
           05 OF-MONTO           PIC 9(09).
           05 OF-FECHA           PIC 9(08).

      * Sorteo winners of the same acto, in the RESULTADOS layout.
       FD  SORTEO
       RECORD CONTAINS 34 CHARACTERS.
       01 SO-REGISTRO.
           05 SO-TANDA           PIC X(06).
           05 SO-CONTRATO        PIC X(10).
           05 SO-TIPO            PIC X(01).
           05 SO-MONTO           PIC 9(09).
           05 SO-FECHA           PIC 9(08).

      * Contract master written by CUOTASAUTO, keyed by contract -
      * read for the precio de lista of each bidder and sorteo winner.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
           05 CT-SUBSCRIPTOR-ID  PIC X(10).
           05 CT-CUOTA1          PIC 9(05).
           05 CT-CUOTA2          PIC 9(05).
           05 CT-CUOTA3          PIC 9(05).
           05 CT-CUOTA4          PIC 9(05).
           05 CT-GASTOS-ADJ      PIC 9(07).
           05 CT-PRECIO-LISTA    PIC 9(11).
           05 CT-FECHA-INICIO    PIC 9(08).
           05 CT-ADJ-VALOR       PIC 9(09).
           05 CT-ADJ-CUOTA       PIC 9(02).
           05 CT-MODO-AJUSTE     PIC X(01).
           05 CT-TASA-ADMIN      PIC X(04).
           05 CT-TASA-SEGURO     PIC X(04).
           05 CT-CBU             PIC X(22).
           05 CT-ESTADO          PIC X(01).
               88 CT-RECHAZADO             VALUE "R".
           05 FILLER             PIC X(05).

       FD  REPRECIOS
       RECORD CONTAINS 29 CHARACTERS.
       01 RP-REGISTRO.
           05 RP-CONTRATO        PIC X(10).
           05 RP-PRECIO          PIC 9(11).
           05 RP-FECHA           PIC 9(08).

       FD  MOVIMIENTOS
       RECORD CONTAINS 23 CHARACTERS.
       01 MV-REGISTRO.
           05 MV-CONTRATO        PIC X(10).
           05 MV-TIPO            PIC X(01).
               88 MV-ES-BAJA               VALUES "B" "R".
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

      * Acto results for CUOTASAUTO (1530-CARGAR-RESULTADOS).
       FD  RESULTADOS
       RECORD CONTAINS 34 CHARACTERS.
       01 RS-REGISTRO.
           05 RS-TANDA           PIC X(06).
           05 RS-CONTRATO        PIC X(10).
           05 RS-TIPO            PIC X(01).
           05 RS-MONTO           PIC 9(09).
           05 RS-FECHA           PIC 9(08).

       FD  RANKING
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTRORANKING PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

      * The acto's bids, keyed by contract and the order they were
      * read, with their precio de lista. OW-ESTADO is V valid (to
      * be checked) or R rejected at load, with OW-MOTIVO. Rebuilt
      * every run.
       FD  OFERTAS-TRABAJO
       RECORD CONTAINS 86 CHARACTERS.
       01 OW-REGISTRO.
           05 OW-CLAVE.
               10 OW-CONTRATO    PIC X(10).
               10 OW-SECUENCIA   PIC 9(07).
           05 OW-TANDA           PIC X(06).
           05 OW-MONTO           PIC 9(09).
           05 OW-FECHA           PIC 9(08).
           05 OW-PRECIO          PIC 9(11).
           05 OW-PRECIO-FECHA    PIC 9(08).
           05 OW-BAJA            PIC X(01).
           05 OW-ESTADO          PIC X(01).
           05 OW-MOTIVO          PIC X(25).

      * The checked bids on their way to the ranking: per tanda the
      * valid ones (SR-GRUPO 1) best first, then the rejected ones.
       SD  SORT-OFERTAS.
       01 SR-REGISTRO.
           05 SR-TANDA           PIC X(06).
           05 SR-GRUPO           PIC 9(01).
           05 SR-MONTO           PIC 9(09).
           05 SR-FECHA           PIC 9(08).
           05 SR-CONTRATO        PIC X(10).
           05 SR-SECUENCIA       PIC 9(07).
           05 SR-PRECIO          PIC 9(11).
           05 SR-MOTIVO          PIC X(25).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-OFERTAS    PIC X(2).
           05 FS-SORTEO     PIC X(2).
           05 FS-CONTRATOS  PIC X(2).
           05 FS-REP        PIC X(2).
           05 FS-MOV        PIC X(2).
           05 FS-MAESTRO    PIC X(2).
           05 FS-APLICADO   PIC X(2).
           05 FS-RES        PIC X(2).
           05 FS-RANKING    PIC X(2).
           05 FS-ERRORES    PIC X(2).
           05 FS-OF-TRAB    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-OFERTAS-PATH   PIC X(100) VALUE "ofertas.dat".
           05 WS-SORTEO-PATH    PIC X(100) VALUE "sorteo.dat".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-REP-PATH       PIC X(100) VALUE "reprecio.dat".
           05 WS-MOV-PATH       PIC X(100) VALUE "movimientos.dat".
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-RES-PATH       PIC X(100) VALUE "resultados_acto.dat".
           05 WS-RANKING-PATH   PIC X(100) VALUE "licitacion.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_lic.log".
           05 WS-OF-TRAB-PATH   PIC X(100)
              VALUE "ofertas_trabajo.idx".

       01 WC-CONST.
           05 WC-MAX-SORTEOS         PIC 9(03) VALUE 050.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.

      * Sorteo winners of the acto, with the price of their unit.
       01 WS-TABLA-SORTEO.
           05 WS-SO-CANT        PIC 9(03) VALUE ZERO.
           05 WS-SORTEO-ENT OCCURS 50 TIMES.
               10 SO-T-TANDA        PIC X(06).
               10 SO-T-CONTRATO     PIC X(10).
               10 SO-T-PRECIO       PIC 9(11).
               10 SO-T-PRECIO-FECHA PIC 9(08).

      * One entry per tanda that has bids or a sorteo winner.
       01 WS-TABLA-TANDAS.
           05 WS-TD-CANT        PIC 9(03) VALUE ZERO.
           05 WS-TANDA-ENT OCCURS 50 TIMES.
               10 TD-TANDA          PIC X(06).
               10 TD-FONDO          PIC 9(11).
               10 TD-SORTEO         PIC 9(11).
               10 TD-DISPONIBLE     PIC 9(11).
               10 TD-OFERTAS        PIC 9(05).
               10 TD-RECHAZADAS     PIC 9(05).
               10 TD-ADJUDICADAS    PIC 9(05).
               10 TD-IMPRESA        PIC X(01).

       01 WS-VARIABLES.
           05 WS-FECHA-ACTO     PIC 9(08).
           05 WS-PERIODO-ACTO   PIC 9(06).
           05 WS-SO-SUB         PIC 9(03).
           05 WS-TD-SUB         PIC 9(03).
           05 WS-TD-USAR        PIC 9(03).
           05 WS-RK-CANT        PIC 9(05) VALUE ZERO.
           05 WS-TANDA-ACTUAL   PIC X(06) VALUE SPACES.
           05 WS-BUSCA-TANDA    PIC X(06).
           05 WS-BUSCA-CONTRATO PIC X(10).
           05 WS-PRECIO-LISTA   PIC 9(11).
           05 WS-SALDO-CUOTA    PIC 9(09).
           05 WS-COSTO-UNIDAD   PIC 9(11).
           05 WS-CONTRATO-ERR   PIC X(10) VALUE SPACES.
           05 WS-CTR-OFERTAS    PIC 9(07) VALUE ZERO.
           05 WS-CTR-RECHAZADAS PIC 9(05) VALUE ZERO.
           05 WS-CTR-ADJUDICADAS PIC 9(05) VALUE ZERO.
           05 WS-CTR-SORTEOS    PIC 9(05) VALUE ZERO.

       01 WS-SWITCHES.
           05 WS-SW-EOF-OFERTAS      PIC X(01) VALUE "N".
               88 FIN-OFERTAS               VALUE "S".
           05 WS-SW-EOF-SORTEO       PIC X(01) VALUE "N".
               88 FIN-SORTEO                VALUE "S".
           05 WS-SW-EOF-REP          PIC X(01) VALUE "N".
               88 FIN-REPRECIOS             VALUE "S".
           05 WS-SW-EOF-MOV          PIC X(01) VALUE "N".
               88 FIN-MOVIMIENTOS           VALUE "S".
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-TRABAJO      PIC X(01) VALUE "N".
               88 FIN-TRABAJO               VALUE "S".
           05 WS-SW-EOF-RANKING      PIC X(01) VALUE "N".
               88 FIN-RANKING               VALUE "S".
           05 WS-SW-FIN-OFERTAS-CTO  PIC X(01) VALUE "N".
               88 FIN-OFERTAS-CTO           VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
           05 WS-SW-OFERTA-VISTA     PIC X(01) VALUE "N".
               88 OFERTA-ENCONTRADA         VALUE "S".
           05 WS-SW-SORTEO-VISTO     PIC X(01) VALUE "N".
               88 GANADOR-SORTEO            VALUE "S".
           05 WS-SW-FIN-CUOTAS       PIC X(01) VALUE "N".
               88 FIN-CUOTAS-CTO            VALUE "S".
           05 WS-SW-CTO-HALLADO      PIC X(01) VALUE "N".
               88 CONTRATO-EN-MAESTRO       VALUE "S".
           05 WS-SW-CTO-ADJUDICADO   PIC X(01) VALUE "N".
               88 CONTRATO-ADJUDICADO       VALUE "S".
           05 WS-SW-CTO-MORA         PIC X(01) VALUE "N".
               88 CONTRATO-EN-MORA          VALUE "S".
           05 WS-SW-CTO-OTRA-TANDA   PIC X(01) VALUE "N".
               88 CONTRATO-OTRA-TANDA       VALUE "S".
           05 WS-SW-ACTO-CERRADO     PIC X(01) VALUE "N".
               88 ACTO-CERRADO              VALUE "S".
           05 WS-SW-TANDA-ABIERTA    PIC X(01) VALUE "N".
               88 TANDA-ABIERTA             VALUE "S".
           05 WS-SW-TITULO-RECH      PIC X(01) VALUE "N".
               88 TITULO-RECHAZOS           VALUE "S".

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

      * Ranking listing lines.
       01 WS-RK-TITULO.
           05 FILLER           PIC X(28)
           VALUE "ACTO DE LICITACION   TANDA ".
           05 WS-RT-TANDA      PIC X(06).
           05 FILLER           PIC X(10) VALUE "  PERIODO ".
           05 WS-RT-PERIODO    PIC 9(06).
           05 FILLER           PIC X(13) VALUE "  FECHA ACTO ".
           05 WS-RT-FECHA      PIC 9(08).

       01 WS-RK-FONDO.
           05 FILLER           PIC X(30)
           VALUE "FONDO RECAUDADO DEL MES:      ".
           05 WS-RF-FONDO      PIC 9(11).

       01 WS-RK-SORTEO.
           05 FILLER           PIC X(30)
           VALUE "ADJUDICADO POR SORTEO:        ".
           05 WS-RS-CONTRATO   PIC X(10).
           05 FILLER           PIC X(09) VALUE "  PRECIO ".
           05 WS-RS-PRECIO     PIC 9(11).

       01 WS-RK-DISPONIBLE.
           05 FILLER           PIC X(30)
           VALUE "FONDO DISPONIBLE LICITACION:  ".
           05 WS-RD-DISPONIBLE PIC 9(11).

       01 WS-RK-ENCABEZADO.
           05 FILLER           PIC X(28) VALUE
           "POS   CONTRATO       OFERTA ".
           05 FILLER           PIC X(32) VALUE
           "FECHA OF.      PRECIO  RESULTADO".

       01 WS-RK-DETALLE.
           05 WS-RK-POS        PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RK-CONTRATO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RK-MONTO      PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RK-FECHA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RK-PRECIO     PIC 9(11).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 WS-RK-RESULTADO  PIC X(25).

       01 WS-RK-TITULO-RECH.
           05 FILLER           PIC X(40) VALUE
           "OFERTAS RECHAZADAS".

       01 WS-RK-RECHAZO.
           05 FILLER           PIC X(04) VALUE SPACE.
           05 WS-RR-CONTRATO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RR-MONTO      PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RR-FECHA      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 WS-RR-MOTIVO     PIC X(25).

       01 WS-RK-TOTALES.
           05 FILLER           PIC X(09) VALUE "OFERTAS= ".
           05 WS-RX-OFERTAS    PIC 9(05).
           05 FILLER           PIC X(13) VALUE "  RECHAZADAS=".
           05 WS-RX-RECHAZADAS PIC 9(05).
           05 FILLER           PIC X(14) VALUE "  ADJUDICADAS=".
           05 WS-RX-ADJUDICADAS PIC 9(05).
           05 FILLER           PIC X(19) VALUE "  FONDO REMANENTE= ".
           05 WS-RX-REMANENTE  PIC 9(11).

       01 WS-RK-DESEMPATE.
           05 FILLER           PIC X(38) VALUE
           "ORDEN: MAYOR OFERTA; A IGUAL OFERTA, ".
           05 FILLER           PIC X(33) VALUE
           "FECHA ANTERIOR; LUEGO CONTRATO".

       01 WS-RK-FIRMA.
           05 FILLER           PIC X(60) VALUE
           "CERTIFICA ESCRIBANO: ______________________________".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
               THRU 1000-INICIO-EXIT

            PERFORM 2000-RANKING-ACTO
               THRU 2000-RANKING-ACTO-EXIT

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - paths and acto date from the environment, open
      * the masters, the outputs and the bids work file, then load
      * the bids and the sorteo winners (priced from the contract
      * master), the reprecios, the bajas and the tanda fondos.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-OFERTAS-PATH
                   FROM ENVIRONMENT "OFERTAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-SORTEO-PATH
                   FROM ENVIRONMENT "SORTEO_PATH"
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
               ACCEPT WS-RES-PATH
                   FROM ENVIRONMENT "RESULTADOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-RANKING-PATH
                   FROM ENVIRONMENT "LICITACION_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-OF-TRAB-PATH
                   FROM ENVIRONMENT "OFERTAS_TRABAJO_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               MOVE ZERO TO WS-FECHA-ACTO
               ACCEPT WS-FECHA-ACTO
                   FROM ENVIRONMENT "FECHA_ACTO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-FECHA-ACTO EQUAL ZERO
                   ACCEPT WS-FECHA-ACTO FROM DATE YYYYMMDD
               END-IF
               MOVE WS-FECHA-ACTO(1:6) TO WS-PERIODO-ACTO

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

      * Arrears are judged on the application master, so it is
      * required: without it every bidder would look in mora.
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
                   MOVE "1000-INICIO-CONTRATO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT RESULTADOS
               IF FS-RES NOT EQUAL "00"
                   MOVE "1000-INICIO-RES" TO WS-ERR-PARRAFO
                   MOVE FS-RES             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT RANKING
               IF FS-RANKING NOT EQUAL "00"
                   MOVE "1000-INICIO-RANKING" TO WS-ERR-PARRAFO
                   MOVE FS-RANKING             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT OFERTAS-TRABAJO
               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE "1000-INICIO-OF-TRAB" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF
               CLOSE OFERTAS-TRABAJO
               OPEN I-O OFERTAS-TRABAJO
               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE "1000-INICIO-OF-TRAB" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1100-CARGAR-OFERTAS
                  THRU 1100-CARGAR-OFERTAS-EXIT

               PERFORM 1200-CARGAR-SORTEO
                  THRU 1200-CARGAR-SORTEO-EXIT

               PERFORM 1400-CARGAR-REPRECIOS
                  THRU 1400-CARGAR-REPRECIOS-EXIT

               PERFORM 1500-CARGAR-BAJAS
                  THRU 1500-CARGAR-BAJAS-EXIT

               PERFORM 1600-CALC-FONDOS
                  THRU 1600-CALC-FONDOS-EXIT.

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-OFERTAS - the bids file is required. Each bid
      * goes into the work file, keyed by contract and the order it
      * was read, with its precio de lista. A second bid for the same
      * contract is kept (it prints on the ranking) but rejected; the
      * first one read stands.
      ******************************************************************
           1100-CARGAR-OFERTAS.
               OPEN INPUT OFERTAS
               IF FS-OFERTAS NOT EQUAL "00"
                   MOVE "1100-CARGAR-OFERTAS" TO WS-ERR-PARRAFO
                   MOVE FS-OFERTAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1110-LEER-OFERTA
                  THRU 1110-LEER-OFERTA-EXIT
                 UNTIL FIN-OFERTAS

               CLOSE OFERTAS.

           1100-CARGAR-OFERTAS-EXIT.
           EXIT.

           1110-LEER-OFERTA.
               READ OFERTAS
                   AT END
                       MOVE "S" TO WS-SW-EOF-OFERTAS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-OFERTAS
                   GO TO 1110-LEER-OFERTA-EXIT
               END-IF

               IF FS-OFERTAS NOT EQUAL "00"
                   MOVE "1110-LEER-OFERTA" TO WS-ERR-PARRAFO
                   MOVE FS-OFERTAS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE OF-CONTRATO TO WS-BUSCA-CONTRATO
               PERFORM 1120-BUSCAR-OFERTA
                  THRU 1120-BUSCAR-OFERTA-EXIT
               PERFORM 1300-BUSCAR-PRECIO
                  THRU 1300-BUSCAR-PRECIO-EXIT

               ADD 1 TO WS-CTR-OFERTAS
               MOVE OF-CONTRATO     TO OW-CONTRATO
               MOVE WS-CTR-OFERTAS  TO OW-SECUENCIA
               MOVE OF-TANDA        TO OW-TANDA
               MOVE OF-MONTO        TO OW-MONTO
               MOVE OF-FECHA        TO OW-FECHA
               MOVE WS-PRECIO-LISTA TO OW-PRECIO
               MOVE ZERO            TO OW-PRECIO-FECHA
               MOVE "N"             TO OW-BAJA
               MOVE "V"             TO OW-ESTADO
               MOVE SPACES          TO OW-MOTIVO
               IF OFERTA-ENCONTRADA
                   MOVE "R" TO OW-ESTADO
                   MOVE "OFERTA DUPLICADA" TO OW-MOTIVO
               END-IF

               WRITE OW-REGISTRO
               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE OF-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1110-LEER-OFERTA-WR" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE OF-TANDA TO WS-BUSCA-TANDA
               PERFORM 1150-REGISTRAR-TANDA
                  THRU 1150-REGISTRAR-TANDA-EXIT
               ADD 1 TO TD-OFERTAS(WS-TD-USAR).

           1110-LEER-OFERTA-EXIT.
           EXIT.

      ******************************************************************
      * 1120-BUSCAR-OFERTA - has WS-BUSCA-CONTRATO already bid: is
      * there a work file row keyed by it.
      ******************************************************************
           1120-BUSCAR-OFERTA.
               MOVE "N" TO WS-SW-OFERTA-VISTA
               MOVE WS-BUSCA-CONTRATO TO OW-CONTRATO
               MOVE ZERO              TO OW-SECUENCIA
               START OFERTAS-TRABAJO KEY IS NOT LESS THAN OW-CLAVE
                   INVALID KEY
                       GO TO 1120-BUSCAR-OFERTA-EXIT
               END-START

               READ OFERTAS-TRABAJO NEXT RECORD
                   AT END
                       GO TO 1120-BUSCAR-OFERTA-EXIT
               END-READ

               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE WS-BUSCA-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1120-BUSCAR-OFERTA" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF OW-CONTRATO EQUAL WS-BUSCA-CONTRATO
                   MOVE "S" TO WS-SW-OFERTA-VISTA
               END-IF.

           1120-BUSCAR-OFERTA-EXIT.
           EXIT.

      ******************************************************************
      * 1150-REGISTRAR-TANDA - find WS-BUSCA-TANDA among the acto's
      * tandas (WS-TD-USAR), registering it on first sight.
      ******************************************************************
           1150-REGISTRAR-TANDA.
               MOVE "N" TO WS-SW-TANDA-VISTA
               MOVE ZERO TO WS-TD-USAR
               PERFORM 1160-BUSCAR-TANDA
                  THRU 1160-BUSCAR-TANDA-EXIT
                 VARYING WS-TD-SUB FROM 1 BY 1
                   UNTIL WS-TD-SUB > WS-TD-CANT
                      OR TANDA-ENCONTRADA

               IF NOT TANDA-ENCONTRADA
                   IF WS-TD-CANT EQUAL WC-MAX-TANDAS
                       MOVE "1150-REGISTRAR-TBL" TO WS-ERR-PARRAFO
                       MOVE "99" TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1 TO WS-TD-CANT
                   MOVE WS-TD-CANT     TO WS-TD-USAR
                   MOVE WS-BUSCA-TANDA TO TD-TANDA(WS-TD-USAR)
                   MOVE ZERO TO TD-FONDO(WS-TD-USAR)
                                TD-SORTEO(WS-TD-USAR)
                                TD-DISPONIBLE(WS-TD-USAR)
                                TD-OFERTAS(WS-TD-USAR)
                                TD-RECHAZADAS(WS-TD-USAR)
                                TD-ADJUDICADAS(WS-TD-USAR)
                   MOVE "N" TO TD-IMPRESA(WS-TD-USAR)
               END-IF.

           1150-REGISTRAR-TANDA-EXIT.
           EXIT.

           1160-BUSCAR-TANDA.
               IF TD-TANDA(WS-TD-SUB) EQUAL WS-BUSCA-TANDA
                   MOVE "S" TO WS-SW-TANDA-VISTA
                   MOVE WS-TD-SUB TO WS-TD-USAR
               END-IF.

           1160-BUSCAR-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-SORTEO - the sorteo winners of the acto. Each
      * row is copied to RESULTADOS as it is and kept with its precio
      * de lista, to be paid out of its tanda's fondo and barred from
      * the licitacion. The
      * file is optional: an acto without a sorteo leaves the whole
      * fondo to the bids.
      ******************************************************************
           1200-CARGAR-SORTEO.
               IF WS-SORTEO-PATH EQUAL SPACES
                   GO TO 1200-CARGAR-SORTEO-EXIT
               END-IF

               OPEN INPUT SORTEO
               IF FS-SORTEO EQUAL "35"
                   GO TO 1200-CARGAR-SORTEO-EXIT
               END-IF
               IF FS-SORTEO NOT EQUAL "00"
                   MOVE "1200-CARGAR-SORTEO" TO WS-ERR-PARRAFO
                   MOVE FS-SORTEO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1210-LEER-SORTEO
                  THRU 1210-LEER-SORTEO-EXIT
                 UNTIL FIN-SORTEO

               CLOSE SORTEO.

           1200-CARGAR-SORTEO-EXIT.
           EXIT.

           1210-LEER-SORTEO.
               READ SORTEO
                   AT END
                       MOVE "S" TO WS-SW-EOF-SORTEO
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-SORTEO
                   GO TO 1210-LEER-SORTEO-EXIT
               END-IF

               IF FS-SORTEO NOT EQUAL "00"
                   MOVE "1210-LEER-SORTEO" TO WS-ERR-PARRAFO
                   MOVE FS-SORTEO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF SO-TIPO NOT EQUAL "S"
                   GO TO 1210-LEER-SORTEO-EXIT
               END-IF

               IF WS-SO-CANT EQUAL WC-MAX-SORTEOS
                   MOVE SO-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1210-LEER-SORTEO-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               WRITE RS-REGISTRO FROM SO-REGISTRO
               IF FS-RES NOT EQUAL "00"
                   MOVE SO-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1210-LEER-SORTEO-WR" TO WS-ERR-PARRAFO
                   MOVE FS-RES                 TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-SO-CANT
               ADD 1 TO WS-CTR-SORTEOS
               MOVE SO-TANDA    TO SO-T-TANDA(WS-SO-CANT)
               MOVE SO-CONTRATO TO SO-T-CONTRATO(WS-SO-CANT)
                                   WS-BUSCA-CONTRATO
               PERFORM 1300-BUSCAR-PRECIO
                  THRU 1300-BUSCAR-PRECIO-EXIT
               MOVE WS-PRECIO-LISTA TO SO-T-PRECIO(WS-SO-CANT)
               MOVE ZERO            TO SO-T-PRECIO-FECHA(WS-SO-CANT)

               MOVE SO-TANDA TO WS-BUSCA-TANDA
               PERFORM 1150-REGISTRAR-TANDA
                  THRU 1150-REGISTRAR-TANDA-EXIT.

           1210-LEER-SORTEO-EXIT.
           EXIT.

      ******************************************************************
      * 1300-BUSCAR-PRECIO - the precio de lista of WS-BUSCA-CONTRATO
      * in WS-PRECIO-LISTA, read by key from the contract master.
      * Zero when the contract is not there or was rejected.
      ******************************************************************
           1300-BUSCAR-PRECIO.
               MOVE ZERO              TO WS-PRECIO-LISTA
               MOVE WS-BUSCA-CONTRATO TO CT-CONTRATO-ID

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "23"
                   GO TO 1300-BUSCAR-PRECIO-EXIT
               END-IF

               IF FS-CONTRATOS NOT EQUAL "00"
                   MOVE WS-BUSCA-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1300-BUSCAR-PRECIO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTRATOS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF CT-RECHAZADO
                   GO TO 1300-BUSCAR-PRECIO-EXIT
               END-IF

               MOVE CT-PRECIO-LISTA TO WS-PRECIO-LISTA.

           1300-BUSCAR-PRECIO-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARGAR-REPRECIOS - a new precio de lista effective on or
      * before the acto replaces the master's; the latest one wins.
      * Optional, as in CUOTASAUTO.
      ******************************************************************
           1400-CARGAR-REPRECIOS.
               IF WS-REP-PATH EQUAL SPACES
                   GO TO 1400-CARGAR-REPRECIOS-EXIT
               END-IF

               OPEN INPUT REPRECIOS
               IF FS-REP EQUAL "35"
                   GO TO 1400-CARGAR-REPRECIOS-EXIT
               END-IF
               IF FS-REP NOT EQUAL "00"
                   MOVE "1400-CARGAR-REP" TO WS-ERR-PARRAFO
                   MOVE FS-REP             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1410-LEER-REPRECIO
                  THRU 1410-LEER-REPRECIO-EXIT
                 UNTIL FIN-REPRECIOS

               CLOSE REPRECIOS.

           1400-CARGAR-REPRECIOS-EXIT.
           EXIT.

           1410-LEER-REPRECIO.
               READ REPRECIOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-REP
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-REPRECIOS
                   GO TO 1410-LEER-REPRECIO-EXIT
               END-IF

               IF FS-REP NOT EQUAL "00"
                   MOVE "1410-LEER-REPRECIO" TO WS-ERR-PARRAFO
                   MOVE FS-REP                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF RP-FECHA GREATER THAN WS-FECHA-ACTO
                  OR RP-PRECIO EQUAL ZERO
                   GO TO 1410-LEER-REPRECIO-EXIT
               END-IF

               MOVE RP-CONTRATO TO WS-BUSCA-CONTRATO
               PERFORM 1420-REPRECIO-OFERTA
                  THRU 1420-REPRECIO-OFERTA-EXIT

               PERFORM 1430-REPRECIO-SORTEO
                  THRU 1430-REPRECIO-SORTEO-EXIT
                 VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-CANT.

           1410-LEER-REPRECIO-EXIT.
           EXIT.

           1420-REPRECIO-OFERTA.
               PERFORM 1700-POSICIONAR-OFERTA
                  THRU 1700-POSICIONAR-OFERTA-EXIT

               PERFORM 1425-REPRECIO-UNA
                  THRU 1425-REPRECIO-UNA-EXIT
                 UNTIL FIN-OFERTAS-CTO.

           1420-REPRECIO-OFERTA-EXIT.
           EXIT.

           1425-REPRECIO-UNA.
               PERFORM 1710-SIGUIENTE-OFERTA
                  THRU 1710-SIGUIENTE-OFERTA-EXIT

               IF FIN-OFERTAS-CTO
                  OR RP-FECHA LESS THAN OW-PRECIO-FECHA
                   GO TO 1425-REPRECIO-UNA-EXIT
               END-IF

               MOVE RP-PRECIO TO OW-PRECIO
               MOVE RP-FECHA  TO OW-PRECIO-FECHA
               REWRITE OW-REGISTRO
               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE OW-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1425-REPRECIO-UNA" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1425-REPRECIO-UNA-EXIT.
           EXIT.

           1430-REPRECIO-SORTEO.
               IF SO-T-CONTRATO(WS-SO-SUB) EQUAL RP-CONTRATO
                  AND RP-FECHA NOT LESS THAN
                      SO-T-PRECIO-FECHA(WS-SO-SUB)
                   MOVE RP-PRECIO TO SO-T-PRECIO(WS-SO-SUB)
                   MOVE RP-FECHA  TO SO-T-PRECIO-FECHA(WS-SO-SUB)
               END-IF.

           1430-REPRECIO-SORTEO-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARGAR-BAJAS - mark every bid whose contract carries a
      * baja/rescision in MOVIMIENTOS. Optional, as in CUOTASAUTO.
      ******************************************************************
           1500-CARGAR-BAJAS.
               IF WS-MOV-PATH EQUAL SPACES
                   GO TO 1500-CARGAR-BAJAS-EXIT
               END-IF

               OPEN INPUT MOVIMIENTOS
               IF FS-MOV EQUAL "35"
                   GO TO 1500-CARGAR-BAJAS-EXIT
               END-IF
               IF FS-MOV NOT EQUAL "00"
                   MOVE "1500-CARGAR-BAJAS" TO WS-ERR-PARRAFO
                   MOVE FS-MOV               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1510-LEER-MOVIMIENTO
                  THRU 1510-LEER-MOVIMIENTO-EXIT
                 UNTIL FIN-MOVIMIENTOS

               CLOSE MOVIMIENTOS.

           1500-CARGAR-BAJAS-EXIT.
           EXIT.

           1510-LEER-MOVIMIENTO.
               READ MOVIMIENTOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-MOV
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-MOVIMIENTOS
                   GO TO 1510-LEER-MOVIMIENTO-EXIT
               END-IF

               IF FS-MOV NOT EQUAL "00"
                   MOVE "1510-LEER-MOV" TO WS-ERR-PARRAFO
                   MOVE FS-MOV           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MV-ES-BAJA
                   MOVE MV-CONTRATO TO WS-BUSCA-CONTRATO
                   PERFORM 1520-MARCAR-BAJA
                      THRU 1520-MARCAR-BAJA-EXIT
               END-IF.

           1510-LEER-MOVIMIENTO-EXIT.
           EXIT.

           1520-MARCAR-BAJA.
               PERFORM 1700-POSICIONAR-OFERTA
                  THRU 1700-POSICIONAR-OFERTA-EXIT

               PERFORM 1525-MARCAR-BAJA-UNA
                  THRU 1525-MARCAR-BAJA-UNA-EXIT
                 UNTIL FIN-OFERTAS-CTO.

           1520-MARCAR-BAJA-EXIT.
           EXIT.

           1525-MARCAR-BAJA-UNA.
               PERFORM 1710-SIGUIENTE-OFERTA
                  THRU 1710-SIGUIENTE-OFERTA-EXIT

               IF FIN-OFERTAS-CTO
                   GO TO 1525-MARCAR-BAJA-UNA-EXIT
               END-IF

               MOVE "S" TO OW-BAJA
               REWRITE OW-REGISTRO
               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE OW-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1525-MARCAR-BAJA" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1525-MARCAR-BAJA-UNA-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CALC-FONDOS - the fondo recaudado of each tanda in the
      * acto, worked out as the acta does it: the gross of every
      * cuota due in the acto month. One pass over MAESTRO.
      ******************************************************************
           1600-CALC-FONDOS.
               MOVE LOW-VALUES TO MA-CLAVE
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-START

               PERFORM 1610-LEER-MAESTRO-FONDO
                  THRU 1610-LEER-MAESTRO-FONDO-EXIT
                 UNTIL FIN-MAESTRO.

           1600-CALC-FONDOS-EXIT.
           EXIT.

           1610-LEER-MAESTRO-FONDO.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-READ

               IF FIN-MAESTRO
                   GO TO 1610-LEER-MAESTRO-FONDO-EXIT
               END-IF

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "1610-LEER-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-VENCE(1:6) NOT EQUAL WS-PERIODO-ACTO
                   GO TO 1610-LEER-MAESTRO-FONDO-EXIT
               END-IF

               MOVE "N" TO WS-SW-TANDA-VISTA
               MOVE MA-TANDA TO WS-BUSCA-TANDA
               PERFORM 1160-BUSCAR-TANDA
                  THRU 1160-BUSCAR-TANDA-EXIT
                 VARYING WS-TD-SUB FROM 1 BY 1
                   UNTIL WS-TD-SUB > WS-TD-CANT
                      OR TANDA-ENCONTRADA

               IF TANDA-ENCONTRADA
                   ADD MA-BRUTA TO TD-FONDO(WS-TD-USAR)
               END-IF.

           1610-LEER-MAESTRO-FONDO-EXIT.
           EXIT.

      ******************************************************************
      * 1700-POSICIONAR-OFERTA - set the work file on the first bid of
      * WS-BUSCA-CONTRATO; 1710-SIGUIENTE-OFERTA then reads them one
      * by one until FIN-OFERTAS-CTO.
      ******************************************************************
           1700-POSICIONAR-OFERTA.
               MOVE "N" TO WS-SW-FIN-OFERTAS-CTO
               MOVE WS-BUSCA-CONTRATO TO OW-CONTRATO
               MOVE ZERO              TO OW-SECUENCIA
               START OFERTAS-TRABAJO KEY IS NOT LESS THAN OW-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIN-OFERTAS-CTO
               END-START.

           1700-POSICIONAR-OFERTA-EXIT.
           EXIT.

           1710-SIGUIENTE-OFERTA.
               READ OFERTAS-TRABAJO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-FIN-OFERTAS-CTO
               END-READ

               IF FIN-OFERTAS-CTO
                   GO TO 1710-SIGUIENTE-OFERTA-EXIT
               END-IF

               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE WS-BUSCA-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "1710-SIGUIENTE-OF" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF OW-CONTRATO NOT EQUAL WS-BUSCA-CONTRATO
                   MOVE "S" TO WS-SW-FIN-OFERTAS-CTO
               END-IF.

           1710-SIGUIENTE-OFERTA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RANKING-ACTO - every bid goes through the checks on its
      * way into a sort on tanda, amount (highest first), bid date
      * and contract, the rejected ones after each tanda's ranking.
      * The sort's output awards and prints tanda by tanda; a tanda
      * with sorteo winners and no bids still gets its page after.
      ******************************************************************
           2000-RANKING-ACTO.
               SORT SORT-OFERTAS
                   ON ASCENDING KEY SR-TANDA SR-GRUPO
                   ON DESCENDING KEY SR-MONTO
                   ON ASCENDING KEY SR-FECHA SR-CONTRATO SR-SECUENCIA
                   INPUT PROCEDURE IS 2010-ENTRADA-OFERTAS
                                 THRU 2010-ENTRADA-OFERTAS-EXIT
                   OUTPUT PROCEDURE IS 2500-SALIDA-OFERTAS
                                  THRU 2500-SALIDA-OFERTAS-EXIT

               IF SORT-RETURN NOT EQUAL ZERO
                   MOVE "2000-RANKING-SORT" TO WS-ERR-PARRAFO
                   MOVE "99"                TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 2700-TANDA-SIN-OFERTAS
                  THRU 2700-TANDA-SIN-OFERTAS-EXIT
                 VARYING WS-TD-SUB FROM 1 BY 1
                   UNTIL WS-TD-SUB > WS-TD-CANT.

           2000-RANKING-ACTO-EXIT.
           EXIT.

      ******************************************************************
      * 2010-ENTRADA-OFERTAS - the work file in key order; each bid
      * still valid is checked, and all of them are released.
      ******************************************************************
           2010-ENTRADA-OFERTAS.
               MOVE LOW-VALUES TO OW-CLAVE
               START OFERTAS-TRABAJO KEY IS NOT LESS THAN OW-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-TRABAJO
               END-START

               PERFORM 2020-LEER-OFERTA-TRAB
                  THRU 2020-LEER-OFERTA-TRAB-EXIT
                 UNTIL FIN-TRABAJO.

           2010-ENTRADA-OFERTAS-EXIT.
           EXIT.

           2020-LEER-OFERTA-TRAB.
               READ OFERTAS-TRABAJO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-TRABAJO
               END-READ

               IF FIN-TRABAJO
                   GO TO 2020-LEER-OFERTA-TRAB-EXIT
               END-IF

               IF FS-OF-TRAB NOT EQUAL "00"
                   MOVE "2020-LEER-OF-TRAB" TO WS-ERR-PARRAFO
                   MOVE FS-OF-TRAB           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF OW-ESTADO EQUAL "V"
                   PERFORM 2030-VALIDAR-OFERTA
                      THRU 2030-VALIDAR-OFERTA-EXIT
               END-IF

               MOVE OW-TANDA     TO SR-TANDA
               MOVE OW-MONTO     TO SR-MONTO
               MOVE OW-FECHA     TO SR-FECHA
               MOVE OW-CONTRATO  TO SR-CONTRATO
               MOVE OW-SECUENCIA TO SR-SECUENCIA
               MOVE OW-PRECIO    TO SR-PRECIO
               MOVE OW-MOTIVO    TO SR-MOTIVO
               IF OW-ESTADO EQUAL "V"
                   MOVE 1 TO SR-GRUPO
               ELSE
                   MOVE 2 TO SR-GRUPO
               END-IF

               RELEASE SR-REGISTRO.

           2020-LEER-OFERTA-TRAB-EXIT.
           EXIT.

      ******************************************************************
      * 2030-VALIDAR-OFERTA - the eligibility checks, in the order
      * the reasons print. A bid already rejected at load keeps its
      * reason.
      ******************************************************************
           2030-VALIDAR-OFERTA.
               MOVE OW-CONTRATO TO WS-BUSCA-CONTRATO
               PERFORM 2100-LEER-CUOTAS-CTO
                  THRU 2100-LEER-CUOTAS-CTO-EXIT

               IF NOT CONTRATO-EN-MAESTRO
                   MOVE "CONTRATO INEXISTENTE" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               IF CONTRATO-OTRA-TANDA
                   MOVE "TANDA NO COINCIDE" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               IF OW-BAJA EQUAL "S"
                   MOVE "CON BAJA/RESCISION" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               MOVE "N" TO WS-SW-SORTEO-VISTO
               PERFORM 2040-BUSCAR-SORTEO
                  THRU 2040-BUSCAR-SORTEO-EXIT
                 VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-CANT
                      OR GANADOR-SORTEO
               IF GANADOR-SORTEO
                   MOVE "GANADOR DEL SORTEO" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               IF CONTRATO-ADJUDICADO
                   MOVE "YA ADJUDICADO" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               IF CONTRATO-EN-MORA
                   MOVE "CUOTAS EN MORA" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               IF OW-PRECIO EQUAL ZERO
                   MOVE "SIN PRECIO DE LISTA" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               IF OW-MONTO EQUAL ZERO
                   MOVE "MONTO INVALIDO" TO OW-MOTIVO
                   GO TO 2030-VALIDAR-OFERTA-RECHAZO
               END-IF

               GO TO 2030-VALIDAR-OFERTA-EXIT.

           2030-VALIDAR-OFERTA-RECHAZO.
               MOVE "R" TO OW-ESTADO.

           2030-VALIDAR-OFERTA-EXIT.
           EXIT.

           2040-BUSCAR-SORTEO.
               IF SO-T-CONTRATO(WS-SO-SUB) EQUAL WS-BUSCA-CONTRATO
                   MOVE "S" TO WS-SW-SORTEO-VISTO
               END-IF.

           2040-BUSCAR-SORTEO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LEER-CUOTAS-CTO - walk the bidder's cuotas in MAESTRO:
      * is the contract there, in the tanda it bids in, adjudicated
      * on any cuota, and is any cuota due before the acto still not
      * covered in APLICADO.
      ******************************************************************
           2100-LEER-CUOTAS-CTO.
               MOVE "N" TO WS-SW-CTO-HALLADO WS-SW-CTO-ADJUDICADO
                           WS-SW-CTO-MORA WS-SW-CTO-OTRA-TANDA
                           WS-SW-FIN-CUOTAS

               MOVE WS-BUSCA-CONTRATO TO MA-CONTRATO
               MOVE ZERO              TO MA-CUOTA
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIN-CUOTAS
               END-START

               PERFORM 2110-EVALUAR-CUOTA-CTO
                  THRU 2110-EVALUAR-CUOTA-CTO-EXIT
                 UNTIL FIN-CUOTAS-CTO.

           2100-LEER-CUOTAS-CTO-EXIT.
           EXIT.

           2110-EVALUAR-CUOTA-CTO.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-FIN-CUOTAS
               END-READ

               IF FIN-CUOTAS-CTO
                   GO TO 2110-EVALUAR-CUOTA-CTO-EXIT
               END-IF

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE WS-BUSCA-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "2110-EVALUAR-CUOTA" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL WS-BUSCA-CONTRATO
                   MOVE "S" TO WS-SW-FIN-CUOTAS
                   GO TO 2110-EVALUAR-CUOTA-CTO-EXIT
               END-IF

               MOVE "S" TO WS-SW-CTO-HALLADO
               IF MA-TANDA NOT EQUAL OW-TANDA
                   MOVE "S" TO WS-SW-CTO-OTRA-TANDA
               END-IF
               IF MA-ADJ-FLAG EQUAL "S"
                   MOVE "S" TO WS-SW-CTO-ADJUDICADO
               END-IF

               IF MA-VENCE LESS THAN WS-FECHA-ACTO
                  AND NOT CONTRATO-EN-MORA
                   PERFORM 2120-LEER-APLICADO
                      THRU 2120-LEER-APLICADO-EXIT
                   IF WS-SALDO-CUOTA GREATER THAN ZERO
                       MOVE "S" TO WS-SW-CTO-MORA
                   END-IF
               END-IF.

           2110-EVALUAR-CUOTA-CTO-EXIT.
           EXIT.

      ******************************************************************
      * 2120-LEER-APLICADO - what is still owed on the MAESTRO cuota
      * in hand: the amount APLICADO answers for less what it has
      * covered, or the schedule's gross for a cuota COBRANZAS never
      * saw.
      ******************************************************************
           2120-LEER-APLICADO.
               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA

               READ APLICADO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-APLICADO EQUAL "23"
                   MOVE MA-BRUTA TO WS-SALDO-CUOTA
                   GO TO 2120-LEER-APLICADO-EXIT
               END-IF

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE MA-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "2120-LEER-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF AP-PAGADO LESS THAN AP-VALOR
                   COMPUTE WS-SALDO-CUOTA = AP-VALOR - AP-PAGADO
               ELSE
                   MOVE ZERO TO WS-SALDO-CUOTA
               END-IF.

           2120-LEER-APLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SALIDA-OFERTAS - the sorted bids, a tanda at a time. The
      * tanda's page opens on its first bid and closes when the next
      * tanda starts, or at the end.
      ******************************************************************
           2500-SALIDA-OFERTAS.
               MOVE "N" TO WS-SW-TANDA-ABIERTA

               PERFORM 2505-LEER-RANKING
                  THRU 2505-LEER-RANKING-EXIT
                 UNTIL FIN-RANKING

               IF TANDA-ABIERTA
                   PERFORM 2550-CERRAR-TANDA
                      THRU 2550-CERRAR-TANDA-EXIT
               END-IF.

           2500-SALIDA-OFERTAS-EXIT.
           EXIT.

           2505-LEER-RANKING.
               RETURN SORT-OFERTAS
                   AT END
                       MOVE "S" TO WS-SW-EOF-RANKING
                       GO TO 2505-LEER-RANKING-EXIT
               END-RETURN

               IF TANDA-ABIERTA
                  AND SR-TANDA NOT EQUAL WS-TANDA-ACTUAL
                   PERFORM 2550-CERRAR-TANDA
                      THRU 2550-CERRAR-TANDA-EXIT
               END-IF

               IF NOT TANDA-ABIERTA
                   MOVE SR-TANDA TO WS-TANDA-ACTUAL WS-BUSCA-TANDA
                   PERFORM 1150-REGISTRAR-TANDA
                      THRU 1150-REGISTRAR-TANDA-EXIT
                   MOVE WS-TD-USAR TO WS-TD-SUB
                   PERFORM 2540-ABRIR-TANDA
                      THRU 2540-ABRIR-TANDA-EXIT
               END-IF

               IF SR-GRUPO EQUAL 1
                   PERFORM 2520-ADJUDICAR-OFERTA
                      THRU 2520-ADJUDICAR-OFERTA-EXIT
               ELSE
                   PERFORM 2630-IMPRIMIR-RECHAZO
                      THRU 2630-IMPRIMIR-RECHAZO-EXIT
               END-IF.

           2505-LEER-RANKING-EXIT.
           EXIT.

      ******************************************************************
      * 2510-PAGAR-SORTEO - a sorteo unit of this tanda comes out of
      * the fondo first. A winner with no price cannot be paid for,
      * and the acto cannot go on without knowing what it costs.
      ******************************************************************
           2510-PAGAR-SORTEO.
               IF SO-T-TANDA(WS-SO-SUB) NOT EQUAL TD-TANDA(WS-TD-SUB)
                   GO TO 2510-PAGAR-SORTEO-EXIT
               END-IF

               IF SO-T-PRECIO(WS-SO-SUB) EQUAL ZERO
                   MOVE SO-T-CONTRATO(WS-SO-SUB) TO WS-CONTRATO-ERR
                   MOVE "2510-SORTEO-PRECIO" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD SO-T-PRECIO(WS-SO-SUB) TO TD-SORTEO(WS-TD-SUB)
               IF SO-T-PRECIO(WS-SO-SUB) LESS THAN
                  TD-DISPONIBLE(WS-TD-SUB)
                   SUBTRACT SO-T-PRECIO(WS-SO-SUB)
                       FROM TD-DISPONIBLE(WS-TD-SUB)
               ELSE
                   MOVE ZERO TO TD-DISPONIBLE(WS-TD-SUB)
               END-IF.

           2510-PAGAR-SORTEO-EXIT.
           EXIT.

      ******************************************************************
      * 2520-ADJUDICAR-OFERTA - the next valid bid takes the next
      * position, and is awarded if the fondo still covers it. Once
      * one does not fit, the acto is closed for the tanda and the
      * rest rank without a unit.
      ******************************************************************
           2520-ADJUDICAR-OFERTA.
               ADD 1 TO WS-RK-CANT

               IF SR-MONTO LESS THAN SR-PRECIO
                   COMPUTE WS-COSTO-UNIDAD = SR-PRECIO - SR-MONTO
               ELSE
                   MOVE ZERO TO WS-COSTO-UNIDAD
               END-IF

               IF ACTO-CERRADO
                  OR WS-COSTO-UNIDAD GREATER THAN
                     TD-DISPONIBLE(WS-TD-SUB)
                   MOVE "S" TO WS-SW-ACTO-CERRADO
                   MOVE "SIN FONDO SUFICIENTE" TO SR-MOTIVO
                   GO TO 2520-ADJUDICAR-OFERTA-IMPRIMIR
               END-IF

               SUBTRACT WS-COSTO-UNIDAD FROM TD-DISPONIBLE(WS-TD-SUB)
               MOVE "ADJUDICADA" TO SR-MOTIVO
               ADD 1 TO TD-ADJUDICADAS(WS-TD-SUB)
               ADD 1 TO WS-CTR-ADJUDICADAS

               MOVE SR-TANDA      TO RS-TANDA
               MOVE SR-CONTRATO   TO RS-CONTRATO
               MOVE "L"           TO RS-TIPO
               MOVE SR-MONTO      TO RS-MONTO
               MOVE WS-FECHA-ACTO TO RS-FECHA
               WRITE RS-REGISTRO

               IF FS-RES NOT EQUAL "00"
                   MOVE SR-CONTRATO TO WS-CONTRATO-ERR
                   MOVE "2520-ADJUDICAR-WR" TO WS-ERR-PARRAFO
                   MOVE FS-RES              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2520-ADJUDICAR-OFERTA-IMPRIMIR.
               PERFORM 2620-IMPRIMIR-RANKING
                  THRU 2620-IMPRIMIR-RANKING-EXIT.

           2520-ADJUDICAR-OFERTA-EXIT.
           EXIT.

      ******************************************************************
      * 2540-ABRIR-TANDA - the tanda in WS-TD-SUB: pay its sorteo
      * units out of the fondo and print the head of its page.
      ******************************************************************
           2540-ABRIR-TANDA.
               MOVE "S" TO WS-SW-TANDA-ABIERTA
               MOVE "S" TO TD-IMPRESA(WS-TD-SUB)
               MOVE TD-FONDO(WS-TD-SUB) TO TD-DISPONIBLE(WS-TD-SUB)

               PERFORM 2510-PAGAR-SORTEO
                  THRU 2510-PAGAR-SORTEO-EXIT
                 VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-CANT

               MOVE ZERO TO WS-RK-CANT
               MOVE "N"  TO WS-SW-ACTO-CERRADO
               MOVE "N"  TO WS-SW-TITULO-RECH

               PERFORM 2600-IMPRIMIR-TANDA
                  THRU 2600-IMPRIMIR-TANDA-EXIT.

           2540-ABRIR-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 2550-CERRAR-TANDA - the foot of the tanda's page: the rejected
      * bids' title if none came, the totals and the signature.
      ******************************************************************
           2550-CERRAR-TANDA.
               IF NOT TITULO-RECHAZOS
                   MOVE "S" TO WS-SW-TITULO-RECH
                   WRITE REGISTRORANKING FROM WS-RK-TITULO-RECH
                   AFTER ADVANCING 2
               END-IF

               MOVE TD-OFERTAS(WS-TD-SUB)     TO WS-RX-OFERTAS
               MOVE TD-RECHAZADAS(WS-TD-SUB)  TO WS-RX-RECHAZADAS
               MOVE TD-ADJUDICADAS(WS-TD-SUB) TO WS-RX-ADJUDICADAS
               MOVE TD-DISPONIBLE(WS-TD-SUB)  TO WS-RX-REMANENTE
               WRITE REGISTRORANKING FROM WS-RK-TOTALES
               AFTER ADVANCING 2

               WRITE REGISTRORANKING FROM WS-RK-FIRMA
               AFTER ADVANCING 3

               IF FS-RANKING NOT EQUAL "00"
                   MOVE "2550-CERRAR-TANDA" TO WS-ERR-PARRAFO
                   MOVE FS-RANKING           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "N" TO WS-SW-TANDA-ABIERTA.

           2550-CERRAR-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 2600-IMPRIMIR-TANDA - the head of the tanda's page for the
      * escribano: the fondo and what the sorteo took of it, then
      * the ranking's column titles. The ranking with its outcome and
      * the rejected bids with their reasons follow as they come off
      * the sort.
      ******************************************************************
           2600-IMPRIMIR-TANDA.
               MOVE TD-TANDA(WS-TD-SUB) TO WS-RT-TANDA
               MOVE WS-PERIODO-ACTO     TO WS-RT-PERIODO
               MOVE WS-FECHA-ACTO       TO WS-RT-FECHA
               WRITE REGISTRORANKING FROM WS-RK-TITULO
               AFTER ADVANCING PAGE

               IF FS-RANKING NOT EQUAL "00"
                   MOVE "2600-IMPRIMIR-TANDA" TO WS-ERR-PARRAFO
                   MOVE FS-RANKING             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE TD-FONDO(WS-TD-SUB) TO WS-RF-FONDO
               WRITE REGISTRORANKING FROM WS-RK-FONDO
               AFTER ADVANCING 2

               PERFORM 2610-IMPRIMIR-SORTEO
                  THRU 2610-IMPRIMIR-SORTEO-EXIT
                 VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-CANT

               COMPUTE WS-RD-DISPONIBLE =
                   TD-FONDO(WS-TD-SUB) - TD-SORTEO(WS-TD-SUB)
               IF TD-SORTEO(WS-TD-SUB) GREATER THAN TD-FONDO(WS-TD-SUB)
                   MOVE ZERO TO WS-RD-DISPONIBLE
               END-IF
               WRITE REGISTRORANKING FROM WS-RK-DISPONIBLE
               AFTER ADVANCING 1

               WRITE REGISTRORANKING FROM WS-RK-DESEMPATE
               AFTER ADVANCING 2
               WRITE REGISTRORANKING FROM WS-RK-ENCABEZADO
               AFTER ADVANCING 1

               IF FS-RANKING NOT EQUAL "00"
                   MOVE "2600-IMPRIMIR-CAB" TO WS-ERR-PARRAFO
                   MOVE FS-RANKING           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2600-IMPRIMIR-TANDA-EXIT.
           EXIT.

           2610-IMPRIMIR-SORTEO.
               IF SO-T-TANDA(WS-SO-SUB) EQUAL TD-TANDA(WS-TD-SUB)
                   MOVE SO-T-CONTRATO(WS-SO-SUB) TO WS-RS-CONTRATO
                   MOVE SO-T-PRECIO(WS-SO-SUB)   TO WS-RS-PRECIO
                   WRITE REGISTRORANKING FROM WS-RK-SORTEO
                   AFTER ADVANCING 1
               END-IF.

           2610-IMPRIMIR-SORTEO-EXIT.
           EXIT.

           2620-IMPRIMIR-RANKING.
               MOVE WS-RK-CANT  TO WS-RK-POS
               MOVE SR-CONTRATO TO WS-RK-CONTRATO
               MOVE SR-MONTO    TO WS-RK-MONTO
               MOVE SR-FECHA    TO WS-RK-FECHA
               MOVE SR-PRECIO   TO WS-RK-PRECIO
               MOVE SR-MOTIVO   TO WS-RK-RESULTADO

               WRITE REGISTRORANKING FROM WS-RK-DETALLE
               AFTER ADVANCING 1

               IF FS-RANKING NOT EQUAL "00"
                   MOVE "2620-IMPRIMIR-RANK" TO WS-ERR-PARRAFO
                   MOVE FS-RANKING            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2620-IMPRIMIR-RANKING-EXIT.
           EXIT.

           2630-IMPRIMIR-RECHAZO.
               IF NOT TITULO-RECHAZOS
                   MOVE "S" TO WS-SW-TITULO-RECH
                   WRITE REGISTRORANKING FROM WS-RK-TITULO-RECH
                   AFTER ADVANCING 2
               END-IF

               MOVE SR-CONTRATO TO WS-RR-CONTRATO
               MOVE SR-MONTO    TO WS-RR-MONTO
               MOVE SR-FECHA    TO WS-RR-FECHA
               MOVE SR-MOTIVO   TO WS-RR-MOTIVO
               ADD 1 TO TD-RECHAZADAS(WS-TD-SUB)
               ADD 1 TO WS-CTR-RECHAZADAS

               WRITE REGISTRORANKING FROM WS-RK-RECHAZO
               AFTER ADVANCING 1

               IF FS-RANKING NOT EQUAL "00"
                   MOVE "2630-IMPRIMIR-RECH" TO WS-ERR-PARRAFO
                   MOVE FS-RANKING            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2630-IMPRIMIR-RECHAZO-EXIT.
           EXIT.

      ******************************************************************
      * 2700-TANDA-SIN-OFERTAS - a tanda the sort never opened (its
      * sorteo winners came, no bids did) still gets its page.
      ******************************************************************
           2700-TANDA-SIN-OFERTAS.
               IF TD-IMPRESA(WS-TD-SUB) EQUAL "S"
                   GO TO 2700-TANDA-SIN-OFERTAS-EXIT
               END-IF

               PERFORM 2540-ABRIR-TANDA
                  THRU 2540-ABRIR-TANDA-EXIT
               PERFORM 2550-CERRAR-TANDA
                  THRU 2550-CERRAR-TANDA-EXIT.

           2700-TANDA-SIN-OFERTAS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - run totals and close whatever is open.
      ******************************************************************
           3000-FIN.
               DISPLAY "OFERTAS LEIDAS:      " WS-CTR-OFERTAS
               DISPLAY "OFERTAS RECHAZADAS:  " WS-CTR-RECHAZADAS
               DISPLAY "ADJUDICADAS LICIT.:  " WS-CTR-ADJUDICADAS
               DISPLAY "GANADORES SORTEO:    " WS-CTR-SORTEOS
               DISPLAY "TANDAS:              " WS-TD-CANT

               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-OF-TRAB NOT EQUAL "42"
                   CLOSE OFERTAS-TRABAJO
               END-IF
               IF FS-RES NOT EQUAL "42"
                   CLOSE RESULTADOS
               END-IF
               IF FS-RANKING NOT EQUAL "42"
                   CLOSE RANKING
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
               MOVE WS-ERR-PARRAFO  TO WS-LE-PARRAFO
               MOVE WS-CONTRATO-ERR TO WS-LE-CONTRATO-V
               MOVE WS-ERR-FS       TO WS-LE-FS-V

               WRITE REGISTROERROR FROM WS-LINEA-ERROR

               MOVE 16 TO RETURN-CODE.

           9000-LOG-ERROR-EXIT.
           EXIT.
