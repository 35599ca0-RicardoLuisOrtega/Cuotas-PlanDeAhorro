      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Cartas de intimacion - the dunning-letter run. Walks
      *          the MAESTRO schedule, takes each cuota already due at
      *          the cutoff and not fully covered according to the
      *          APLICADO master COBRANZAS keeps, and ages the
      *          contract by its oldest unpaid cuota into the same
      *          30/60/90 tramos the mora report uses. One letter per
      *          contract in arrears goes to the holder named in the
      *          PADRON master, stronger by tramo: a reminder at 30
      *          days, an intimacion at 60 and a pre-rescision notice
      *          at 90+ that lists the unpaid cuotas with the amount
      *          and the punitorio accrued on each. An indexed log
      *          keyed by contract and level keeps the same letter
      *          from going out twice in one cycle, and a control
      *          listing gives the letters by level per tanda plus
      *          every subscriber skipped for want of a padron record
      *          or an address.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: the letters were typed by hand from
      *     mora.txt; PADRONCARGA was built so they could carry the
      *     holder's name and address.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.

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

           SELECT PADRON ASSIGN DYNAMIC WS-PADRON-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-SUBSCRIPTOR
           FILE STATUS IS FS-PADRON.

           SELECT TASAS ASSIGN DYNAMIC WS-TASAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TASAS.

           SELECT CARTAS-LOG ASSIGN DYNAMIC WS-LOG-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLAVE
           FILE STATUS IS FS-LOG.

           SELECT CARTAS-IMP ASSIGN DYNAMIC WS-CARTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAS.

           SELECT CONTROL-REP ASSIGN DYNAMIC WS-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

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

      * Daily punitive-interest rate per tanda, the same file
      * COBRANZAS reads.
       FD  TASAS
       RECORD CONTAINS 10 CHARACTERS.
       01 TS-REGISTRO.
           05 TS-TANDA           PIC X(06).
           05 TS-TASA            PIC 9(01)V9(03).

      * Letters-sent log keyed by contract + level (1 recordatorio,
      * 2 intimacion, 3 pre-rescision) with the cycle it last went
      * out in.
       FD  CARTAS-LOG
       RECORD CONTAINS 46 CHARACTERS.
       01 CL-REGISTRO.
           05 CL-CLAVE.
               10 CL-CONTRATO    PIC X(10).
               10 CL-NIVEL       PIC 9(01).
           05 CL-CICLO           PIC 9(06).
           05 CL-FECHA           PIC 9(08).
           05 CL-SUBSCRIPTOR     PIC X(10).
           05 CL-DEUDA           PIC 9(11).

       FD  CARTAS-IMP
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROCARTA PIC X(80).

       FD  CONTROL-REP
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROCONTROL PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-MAESTRO    PIC X(2).
           05 FS-APLICADO   PIC X(2).
           05 FS-PADRON     PIC X(2).
           05 FS-TASAS      PIC X(2).
           05 FS-LOG        PIC X(2).
           05 FS-CARTAS     PIC X(2).
           05 FS-CONTROL    PIC X(2).
           05 FS-ERRORES    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-PADRON-PATH    PIC X(100) VALUE "padron.idx".
           05 WS-TASAS-PATH     PIC X(100) VALUE "tasas_punit.dat".
           05 WS-LOG-PATH       PIC X(100) VALUE "cartas_enviadas.idx".
           05 WS-CARTAS-PATH    PIC X(100) VALUE "cartas.txt".
           05 WS-CONTROL-PATH   PIC X(100) VALUE "cartas_control.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_car.log".

       01 WC-CONST.
           05 WC-TOTAL-CUOTAS        PIC 9(02) VALUE 84.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.
           05 WC-MAX-TASAS           PIC 9(03) VALUE 050.
           05 WC-DIAS-TRAMO-1        PIC 9(03) VALUE 030.
           05 WC-DIAS-TRAMO-2        PIC 9(03) VALUE 060.
           05 WC-DIAS-TRAMO-3        PIC 9(03) VALUE 090.

      * Letter titles and body text by level; three lines of body
      * per level, picked out by the level number.
       01 WC-TABLA-TITULOS.
           05 FILLER           PIC X(30)
           VALUE "RECORDATORIO DE PAGO          ".
           05 FILLER           PIC X(30)
           VALUE "INTIMACION DE PAGO            ".
           05 FILLER           PIC X(30)
           VALUE "AVISO PREVIO DE RESCISION     ".
       01 WC-TITULOS-R REDEFINES WC-TABLA-TITULOS.
           05 WC-TITULO         PIC X(30) OCCURS 3 TIMES.

       01 WC-TABLA-TEXTOS.
           05 FILLER           PIC X(64) VALUE
           "LE RECORDAMOS QUE SU PLAN DE AHORRO REGISTRA CUOTAS".
           05 FILLER           PIC X(64) VALUE
           "VENCIDAS E IMPAGAS. LE SOLICITAMOS REGULARIZAR SU".
           05 FILLER           PIC X(64) VALUE
           "SITUACION A LA BREVEDAD; SI YA ABONO, DESESTIME EL AVISO.".
           05 FILLER           PIC X(64) VALUE
           "POR LA PRESENTE LO INTIMAMOS A ABONAR EN EL PLAZO DE 10".
           05 FILLER           PIC X(64) VALUE
           "DIAS LAS CUOTAS VENCIDAS DE SU PLAN, BAJO APERCIBIMIENTO".
           05 FILLER           PIC X(64) VALUE
           "DE APLICAR LAS CONDICIONES GENERALES DEL CONTRATO.".
           05 FILLER           PIC X(64) VALUE
           "SU PLAN REGISTRA CUOTAS IMPAGAS CON MAS DE 90 DIAS DE".
           05 FILLER           PIC X(64) VALUE
           "ATRASO. DE NO REGULARIZAR EN 10 DIAS SE PROCEDERA A LA".
           05 FILLER           PIC X(64) VALUE
           "RESCISION DEL CONTRATO SEGUN LAS CONDICIONES GENERALES.".
       01 WC-TEXTOS-R REDEFINES WC-TABLA-TEXTOS.
           05 WC-TEXTO-NIVEL OCCURS 3 TIMES.
               10 WC-TEXTO-LINEA    PIC X(64) OCCURS 3 TIMES.

      * Daily punitive rates loaded up front from the optional TASAS
      * file; a tanda without a published rate accrues no interest.
       01 WS-TABLA-TASAS.
           05 WS-TAS-CANT       PIC 9(03) VALUE ZERO.
           05 WS-TASA-ENT OCCURS 50 TIMES.
               10 TS-T-TANDA        PIC X(06).
               10 TS-T-TASA         PIC 9(01)V9(03).

      * The unpaid cuotas of the contract being walked; the plan has
      * 84 cuotas, so the table can never need more.
       01 WS-TABLA-IMPAGAS.
           05 WS-IMP-CANT       PIC 9(02) VALUE ZERO.
           05 WS-IMP-ENT OCCURS 84 TIMES.
               10 IM-T-CUOTA        PIC 9(02).
               10 IM-T-VENCE        PIC 9(08).
               10 IM-T-SALDO        PIC 9(09).
               10 IM-T-DIAS         PIC 9(05).
               10 IM-T-PUNIT        PIC 9(09).

      * Per-tanda letter counts for the control listing.
       01 WS-TABLA-TANDAS.
           05 WS-TT-CANT        PIC 9(03) VALUE ZERO.
           05 WS-TANDA-ENT OCCURS 50 TIMES.
               10 TT-TANDA          PIC X(06).
               10 TT-NIVEL-1        PIC 9(05).
               10 TT-NIVEL-2        PIC 9(05).
               10 TT-NIVEL-3        PIC 9(05).
               10 TT-OMITIDAS       PIC 9(05).
               10 TT-REPETIDAS      PIC 9(05).

       01 WS-VARIABLES.
           05 WS-FECHA-CORTE    PIC 9(08).
           05 WS-CICLO          PIC 9(06).
           05 WS-CORTE-SERIAL   PIC 9(07).
           05 WS-CONTRATO-ACTUAL PIC X(10) VALUE SPACES.
           05 WS-TANDA-CTO      PIC X(06).
           05 WS-SUB-CTO        PIC X(10).
           05 WS-SALDO-CUOTA    PIC 9(09).
           05 WS-DIAS-MORA      PIC S9(05).
           05 WS-DIAS-MAX       PIC 9(05).
           05 WS-DEUDA-CTO      PIC 9(11).
           05 WS-PUNIT-CTO      PIC 9(11).
           05 WS-PUNIT-CUOTA    PIC 9(09).
           05 WS-TASA-DIARIA    PIC 9(01)V9(03).
           05 WS-NIVEL          PIC 9(01).
           05 WS-SUB            PIC 9(03).
           05 WS-IMP-SUB        PIC 9(02).
           05 WS-TANDA-SUB      PIC 9(03).
           05 WS-TANDA-USAR     PIC 9(03).
           05 WS-TASA-SUB       PIC 9(03).
           05 WS-CTR-CUOTAS     PIC 9(07) VALUE ZERO.
           05 WS-CTR-CONTRATOS  PIC 9(05) VALUE ZERO.
           05 WS-CTR-CARTAS     PIC 9(05) VALUE ZERO.
           05 WS-CTR-OMITIDAS   PIC 9(05) VALUE ZERO.
           05 WS-CTR-REPETIDAS  PIC 9(05) VALUE ZERO.

       01 WS-SWITCHES.
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-TASAS        PIC X(01) VALUE "N".
               88 FIN-TASAS                 VALUE "S".
           05 WS-SW-TASA-VISTA       PIC X(01) VALUE "N".
               88 TASA-ENCONTRADA           VALUE "S".
           05 WS-SW-TANDA-VISTA      PIC X(01) VALUE "N".
               88 TANDA-ENCONTRADA          VALUE "S".
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

      * Letter lines.
       01 WS-CA-TITULO.
           05 WS-CT-TITULO     PIC X(30).
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE "FECHA: ".
           05 WS-CT-FECHA      PIC 9(08).

       01 WS-CA-NOMBRE.
           05 FILLER           PIC X(11) VALUE "SR./SRA.:  ".
           05 WS-CN-NOMBRE     PIC X(30).

       01 WS-CA-DOMICILIO.
           05 FILLER           PIC X(11) VALUE "DOMICILIO: ".
           05 WS-CD-DOMICILIO  PIC X(30).

       01 WS-CA-CONTRATO.
           05 FILLER           PIC X(09) VALUE "CONTRATO ".
           05 WS-CC-CONTRATO   PIC X(10).
           05 FILLER           PIC X(08) VALUE "  TANDA ".
           05 WS-CC-TANDA      PIC X(06).
           05 FILLER           PIC X(14) VALUE "  SUBSCRIPTOR ".
           05 WS-CC-SUBSCRIPT  PIC X(10).

       01 WS-CA-TEXTO.
           05 WS-CX-TEXTO      PIC X(64).

       01 WS-CA-ENCAB-CUOTAS.
           05 FILLER           PIC X(44) VALUE
           "CU VENCE        SALDO  DIAS    PUNITORIO".

       01 WS-CA-CUOTA.
           05 WS-CQ-CUOTA      PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CQ-VENCE      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CQ-SALDO      PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CQ-DIAS       PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CQ-PUNIT      PIC 9(09).

       01 WS-CA-TOTAL.
           05 FILLER           PIC X(16) VALUE "TOTAL ADEUDADO: ".
           05 WS-CO-DEUDA      PIC 9(11).
           05 FILLER           PIC X(13) VALUE "  PUNITORIO: ".
           05 WS-CO-PUNIT      PIC 9(11).
           05 FILLER           PIC X(18) VALUE "  DIAS DE ATRASO: ".
           05 WS-CO-DIAS       PIC 9(05).

       01 WS-CA-FIRMA.
           05 FILLER           PIC X(40) VALUE
           "LA ADMINISTRADORA DEL PLAN DE AHORRO".

      * Control listing lines.
       01 WS-CR-TITULO.
           05 FILLER           PIC X(36)
           VALUE "CONTROL DE CARTAS DE INTIMACION    ".
           05 FILLER           PIC X(06) VALUE "CORTE ".
           05 WS-CRT-CORTE     PIC 9(08).
           05 FILLER           PIC X(08) VALUE "  CICLO ".
           05 WS-CRT-CICLO     PIC 9(06).

       01 WS-CR-OMITIDO.
           05 FILLER           PIC X(08) VALUE "OMITIDO ".
           05 WS-CRO-CONTRATO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CRO-SUBSCRIPT PIC X(10).
           05 FILLER           PIC X(07) VALUE " TANDA ".
           05 WS-CRO-TANDA     PIC X(06).
           05 FILLER           PIC X(07) VALUE " NIVEL ".
           05 WS-CRO-NIVEL     PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-CRO-MOTIVO    PIC X(20).

       01 WS-CR-TANDA.
           05 FILLER           PIC X(06) VALUE "TANDA ".
           05 WS-CRT-TANDA     PIC X(06).
           05 FILLER           PIC X(15) VALUE " RECORDATORIOS=".
           05 WS-CRT-NIVEL-1   PIC 9(05).
           05 FILLER           PIC X(14) VALUE " INTIMACIONES=".
           05 WS-CRT-NIVEL-2   PIC 9(05).
           05 FILLER           PIC X(15) VALUE " PRE-RESCISION=".
           05 WS-CRT-NIVEL-3   PIC 9(05).
           05 FILLER           PIC X(10) VALUE " OMITIDAS=".
           05 WS-CRT-OMITIDAS  PIC 9(05).
           05 FILLER           PIC X(13) VALUE " YA ENVIADAS=".
           05 WS-CRT-REPETIDAS PIC 9(05).

       01 WS-CR-TOTALES.
           05 FILLER           PIC X(17) VALUE "CARTAS EMITIDAS= ".
           05 WS-CRX-CARTAS    PIC 9(05).
           05 FILLER           PIC X(11) VALUE " OMITIDAS= ".
           05 WS-CRX-OMITIDAS  PIC 9(05).
           05 FILLER           PIC X(14) VALUE " YA ENVIADAS= ".
           05 WS-CRX-REPETIDAS PIC 9(05).

      * Serial-day conversion work areas (days since the common-era
      * epoch), used to age a cuota against the cutoff date.
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

            PERFORM 2000-PROCESO
               THRU 2000-PROCESO-EXIT
              UNTIL FIN-MAESTRO

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths and the
      * cutoff date, open the files, load the punitive rates and
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
               ACCEPT WS-PADRON-PATH
                   FROM ENVIRONMENT "PADRON_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-TASAS-PATH
                   FROM ENVIRONMENT "TASAS_PUNIT_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-LOG-PATH
                   FROM ENVIRONMENT "CARTAS_LOG_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CARTAS-PATH
                   FROM ENVIRONMENT "CARTAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTROL-PATH
                   FROM ENVIRONMENT "CARTAS_CONTROL_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
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

      * The cycle is the cutoff's month: one letter per contract and
      * level within it.
               MOVE WS-FECHA-CORTE(1:6) TO WS-CICLO

               OPEN OUTPUT ERRORES
               IF FS-ERRORES NOT EQUAL "00"
                   MOVE "1000-INICIO-ERRORES" TO WS-ERR-PARRAFO
                   MOVE FS-ERRORES             TO WS-ERR-FS
                   MOVE 20                     TO RETURN-CODE
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1100-CARGAR-TASAS
                  THRU 1100-CARGAR-TASAS-EXIT

               OPEN INPUT MAESTRO
               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "1000-INICIO-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * Without the application master every cuota due would look
      * unpaid, so it is required here.
               OPEN INPUT APLICADO
               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "1000-INICIO-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO             TO WS-ERR-FS
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

      * The log is the durable record across cycles; the first run
      * creates it and reopens it I-O, the way COBRANZAS opens
      * APLICADO.
               OPEN I-O CARTAS-LOG
               IF FS-LOG EQUAL "35"
                   OPEN OUTPUT CARTAS-LOG
                   IF FS-LOG EQUAL "00"
                       CLOSE CARTAS-LOG
                       OPEN I-O CARTAS-LOG
                   END-IF
               END-IF
               IF FS-LOG NOT EQUAL "00"
                   MOVE "1000-INICIO-LOG" TO WS-ERR-PARRAFO
                   MOVE FS-LOG             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT CARTAS-IMP
               IF FS-CARTAS NOT EQUAL "00"
                   MOVE "1000-INICIO-CARTAS" TO WS-ERR-PARRAFO
                   MOVE FS-CARTAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN OUTPUT CONTROL-REP
               IF FS-CONTROL NOT EQUAL "00"
                   MOVE "1000-INICIO-CONTROL" TO WS-ERR-PARRAFO
                   MOVE FS-CONTROL             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-CRT-CORTE
               MOVE WS-CICLO       TO WS-CRT-CICLO
               WRITE REGISTROCONTROL FROM WS-CR-TITULO
               IF FS-CONTROL NOT EQUAL "00"
                   MOVE "1000-INICIO-TITULO" TO WS-ERR-PARRAFO
                   MOVE FS-CONTROL            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-DS-FECHA
               PERFORM 8100-CALC-DIAS
                  THRU 8100-CALC-DIAS-EXIT
               MOVE WS-DS-SERIAL TO WS-CORTE-SERIAL

               MOVE LOW-VALUES TO MA-CLAVE
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-START

               IF NOT FIN-MAESTRO
                   PERFORM 1200-LEER-MAESTRO
                      THRU 1200-LEER-MAESTRO-EXIT
               END-IF.

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-TASAS - load the daily punitive rates. The file
      * is optional: without it the letters show no punitorio.
      ******************************************************************
           1100-CARGAR-TASAS.
               IF WS-TASAS-PATH EQUAL SPACES
                   GO TO 1100-CARGAR-TASAS-EXIT
               END-IF

               OPEN INPUT TASAS
               IF FS-TASAS EQUAL "35"
                   GO TO 1100-CARGAR-TASAS-EXIT
               END-IF
               IF FS-TASAS NOT EQUAL "00"
                   MOVE "1100-CARGAR-TASAS" TO WS-ERR-PARRAFO
                   MOVE FS-TASAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1110-LEER-TASA
                  THRU 1110-LEER-TASA-EXIT
                 UNTIL FIN-TASAS

               CLOSE TASAS.

           1100-CARGAR-TASAS-EXIT.
           EXIT.

           1110-LEER-TASA.
               READ TASAS
                   AT END
                       MOVE "S" TO WS-SW-EOF-TASAS
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-TASAS
                   GO TO 1110-LEER-TASA-EXIT
               END-IF

               IF FS-TASAS NOT EQUAL "00"
                   MOVE "1110-LEER-TASA" TO WS-ERR-PARRAFO
                   MOVE FS-TASAS          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF WS-TAS-CANT EQUAL WC-MAX-TASAS
                   MOVE "1110-LEER-TASA-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-TAS-CANT
               MOVE TS-TANDA TO TS-T-TANDA(WS-TAS-CANT)
               MOVE TS-TASA  TO TS-T-TASA(WS-TAS-CANT).

           1110-LEER-TASA-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LEER-MAESTRO - next schedule record in key order.
      ******************************************************************
           1200-LEER-MAESTRO.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-MAESTRO
                   NOT AT END
                       CONTINUE
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                  AND FS-MAESTRO NOT EQUAL "10"
                   MOVE "1200-LEER-MAESTRO" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1200-LEER-MAESTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESO - one schedule record: a change of contract
      * closes the previous one (and its letter, if it earned one),
      * then the cuota is weighed against the cutoff.
      ******************************************************************
           2000-PROCESO.
               ADD 1 TO WS-CTR-CUOTAS

               IF MA-CONTRATO NOT EQUAL WS-CONTRATO-ACTUAL
                   IF WS-CONTRATO-ACTUAL NOT EQUAL SPACES
                       PERFORM 2500-CERRAR-CONTRATO
                          THRU 2500-CERRAR-CONTRATO-EXIT
                   END-IF
                   PERFORM 2100-ABRIR-CONTRATO
                      THRU 2100-ABRIR-CONTRATO-EXIT
               END-IF

               PERFORM 2200-EVALUAR-CUOTA
                  THRU 2200-EVALUAR-CUOTA-EXIT

               PERFORM 1200-LEER-MAESTRO
                  THRU 1200-LEER-MAESTRO-EXIT.

           2000-PROCESO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ABRIR-CONTRATO - reset the per-contract accumulators.
      ******************************************************************
           2100-ABRIR-CONTRATO.
               MOVE MA-CONTRATO    TO WS-CONTRATO-ACTUAL
               MOVE MA-TANDA       TO WS-TANDA-CTO
               MOVE MA-SUBSCRIPTOR TO WS-SUB-CTO
               MOVE ZERO TO WS-IMP-CANT WS-DIAS-MAX
                            WS-DEUDA-CTO WS-PUNIT-CTO
               ADD 1 TO WS-CTR-CONTRATOS

               MOVE ZERO TO WS-TASA-DIARIA
               MOVE "N" TO WS-SW-TASA-VISTA
               PERFORM 2110-BUSCAR-TASA
                  THRU 2110-BUSCAR-TASA-EXIT
                 VARYING WS-TASA-SUB FROM 1 BY 1
                   UNTIL WS-TASA-SUB > WS-TAS-CANT
                      OR TASA-ENCONTRADA.

           2100-ABRIR-CONTRATO-EXIT.
           EXIT.

           2110-BUSCAR-TASA.
               IF TS-T-TANDA(WS-TASA-SUB) EQUAL MA-TANDA
                   MOVE "S" TO WS-SW-TASA-VISTA
                   MOVE TS-T-TASA(WS-TASA-SUB) TO WS-TASA-DIARIA
               END-IF.

           2110-BUSCAR-TASA-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EVALUAR-CUOTA - a cuota already past due at the cutoff
      * with a balance left on it joins the contract's unpaid list,
      * with the punitorio accrued on that balance since the due
      * date at the tanda's daily rate. The balance is taken against
      * the amount APLICADO answers for (the current billed gross),
      * or the schedule's gross for a cuota COBRANZAS never saw.
      ******************************************************************
           2200-EVALUAR-CUOTA.
               MOVE MA-VENCE TO WS-DS-FECHA
               PERFORM 8100-CALC-DIAS
                  THRU 8100-CALC-DIAS-EXIT
               COMPUTE WS-DIAS-MORA = WS-CORTE-SERIAL - WS-DS-SERIAL

               IF WS-DIAS-MORA NOT GREATER THAN ZERO
                   GO TO 2200-EVALUAR-CUOTA-EXIT
               END-IF

               PERFORM 2210-LEER-APLICADO
                  THRU 2210-LEER-APLICADO-EXIT

               IF AP-EXISTENTE
                   IF AP-PAGADO LESS THAN AP-VALOR
                       COMPUTE WS-SALDO-CUOTA = AP-VALOR - AP-PAGADO
                   ELSE
                       MOVE ZERO TO WS-SALDO-CUOTA
                   END-IF
               ELSE
                   MOVE MA-BRUTA TO WS-SALDO-CUOTA
               END-IF

               IF WS-SALDO-CUOTA EQUAL ZERO
                   GO TO 2200-EVALUAR-CUOTA-EXIT
               END-IF

               IF WS-IMP-CANT EQUAL WC-TOTAL-CUOTAS
                   MOVE "2200-EVALUAR-TBL" TO WS-ERR-PARRAFO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               COMPUTE WS-PUNIT-CUOTA =
                   WS-SALDO-CUOTA * WS-TASA-DIARIA * WS-DIAS-MORA / 100

               ADD 1 TO WS-IMP-CANT
               MOVE MA-CUOTA       TO IM-T-CUOTA(WS-IMP-CANT)
               MOVE MA-VENCE       TO IM-T-VENCE(WS-IMP-CANT)
               MOVE WS-SALDO-CUOTA TO IM-T-SALDO(WS-IMP-CANT)
               MOVE WS-DIAS-MORA   TO IM-T-DIAS(WS-IMP-CANT)
               MOVE WS-PUNIT-CUOTA TO IM-T-PUNIT(WS-IMP-CANT)

               ADD WS-SALDO-CUOTA TO WS-DEUDA-CTO
               ADD WS-PUNIT-CUOTA TO WS-PUNIT-CTO
               IF WS-DIAS-MORA GREATER THAN WS-DIAS-MAX
                   MOVE WS-DIAS-MORA TO WS-DIAS-MAX
               END-IF.

           2200-EVALUAR-CUOTA-EXIT.
           EXIT.

      ******************************************************************
      * 2210-LEER-APLICADO - keyed read of the cuota's application
      * state.
      ******************************************************************
           2210-LEER-APLICADO.
               MOVE "S" TO WS-SW-AP-HALLADO
               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA

               READ APLICADO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-APLICADO EQUAL "23"
                   MOVE "N" TO WS-SW-AP-HALLADO
                   GO TO 2210-LEER-APLICADO-EXIT
               END-IF

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "2210-LEER-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2210-LEER-APLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CERRAR-CONTRATO - the contract's level comes from its
      * oldest unpaid cuota. Below the first tramo there is no
      * letter; a letter of that level already sent this cycle is
      * not repeated; a holder the padron does not know, or knows
      * without an address, is skipped onto the control listing.
      ******************************************************************
           2500-CERRAR-CONTRATO.
               IF WS-IMP-CANT EQUAL ZERO
                  OR WS-DIAS-MAX LESS THAN WC-DIAS-TRAMO-1
                   GO TO 2500-CERRAR-CONTRATO-EXIT
               END-IF

               IF WS-DIAS-MAX LESS THAN WC-DIAS-TRAMO-2
                   MOVE 1 TO WS-NIVEL
               ELSE
                   IF WS-DIAS-MAX LESS THAN WC-DIAS-TRAMO-3
                       MOVE 2 TO WS-NIVEL
                   ELSE
                       MOVE 3 TO WS-NIVEL
                   END-IF
               END-IF

               PERFORM 2510-SUMAR-TANDA
                  THRU 2510-SUMAR-TANDA-EXIT

               MOVE WS-CONTRATO-ACTUAL TO CL-CONTRATO
               MOVE WS-NIVEL           TO CL-NIVEL
               READ CARTAS-LOG
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-LOG NOT EQUAL "00"
                  AND FS-LOG NOT EQUAL "23"
                   MOVE "2500-CERRAR-LOG" TO WS-ERR-PARRAFO
                   MOVE FS-LOG             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF FS-LOG EQUAL "00"
                  AND CL-CICLO EQUAL WS-CICLO
                   ADD 1 TO TT-REPETIDAS(WS-TANDA-USAR)
                   ADD 1 TO WS-CTR-REPETIDAS
                   GO TO 2500-CERRAR-CONTRATO-EXIT
               END-IF

               MOVE WS-SUB-CTO TO PD-SUBSCRIPTOR
               READ PADRON
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-PADRON EQUAL "23"
                   MOVE "SIN REGISTRO PADRON" TO WS-CRO-MOTIVO
                   PERFORM 2550-ESCRIBIR-OMITIDO
                      THRU 2550-ESCRIBIR-OMITIDO-EXIT
                   GO TO 2500-CERRAR-CONTRATO-EXIT
               END-IF

               IF FS-PADRON NOT EQUAL "00"
                   MOVE "2500-CERRAR-PADRON" TO WS-ERR-PARRAFO
                   MOVE FS-PADRON             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF PD-DOMICILIO EQUAL SPACES
                   MOVE "SIN DOMICILIO" TO WS-CRO-MOTIVO
                   PERFORM 2550-ESCRIBIR-OMITIDO
                      THRU 2550-ESCRIBIR-OMITIDO-EXIT
                   GO TO 2500-CERRAR-CONTRATO-EXIT
               END-IF

               PERFORM 2600-IMPRIMIR-CARTA
                  THRU 2600-IMPRIMIR-CARTA-EXIT

               PERFORM 2700-GRABAR-LOG
                  THRU 2700-GRABAR-LOG-EXIT

               EVALUATE WS-NIVEL
                   WHEN 1
                       ADD 1 TO TT-NIVEL-1(WS-TANDA-USAR)
                   WHEN 2
                       ADD 1 TO TT-NIVEL-2(WS-TANDA-USAR)
                   WHEN 3
                       ADD 1 TO TT-NIVEL-3(WS-TANDA-USAR)
               END-EVALUATE
               ADD 1 TO WS-CTR-CARTAS.

           2500-CERRAR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 2510-SUMAR-TANDA - find the contract's tanda among the control
      * counters, registering it on first sight.
      ******************************************************************
           2510-SUMAR-TANDA.
               MOVE "N" TO WS-SW-TANDA-VISTA
               MOVE ZERO TO WS-TANDA-USAR
               PERFORM 2520-BUSCAR-TANDA
                  THRU 2520-BUSCAR-TANDA-EXIT
                 VARYING WS-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-TANDA-SUB > WS-TT-CANT
                      OR TANDA-ENCONTRADA

               IF NOT TANDA-ENCONTRADA
                   IF WS-TT-CANT EQUAL WC-MAX-TANDAS
                       MOVE "2510-SUMAR-TANDA-TBL" TO WS-ERR-PARRAFO
                       MOVE "99" TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   ADD 1 TO WS-TT-CANT
                   MOVE WS-TT-CANT   TO WS-TANDA-USAR
                   MOVE WS-TANDA-CTO TO TT-TANDA(WS-TANDA-USAR)
                   MOVE ZERO TO TT-NIVEL-1(WS-TANDA-USAR)
                                TT-NIVEL-2(WS-TANDA-USAR)
                                TT-NIVEL-3(WS-TANDA-USAR)
                                TT-OMITIDAS(WS-TANDA-USAR)
                                TT-REPETIDAS(WS-TANDA-USAR)
               END-IF.

           2510-SUMAR-TANDA-EXIT.
           EXIT.

           2520-BUSCAR-TANDA.
               IF TT-TANDA(WS-TANDA-SUB) EQUAL WS-TANDA-CTO
                   MOVE "S" TO WS-SW-TANDA-VISTA
                   MOVE WS-TANDA-SUB TO WS-TANDA-USAR
               END-IF.

           2520-BUSCAR-TANDA-EXIT.
           EXIT.

      ******************************************************************
      * 2550-ESCRIBIR-OMITIDO - one control line per skipped holder
      * (motivo already in WS-CRO-MOTIVO).
      ******************************************************************
           2550-ESCRIBIR-OMITIDO.
               MOVE WS-CONTRATO-ACTUAL TO WS-CRO-CONTRATO
               MOVE WS-SUB-CTO         TO WS-CRO-SUBSCRIPT
               MOVE WS-TANDA-CTO       TO WS-CRO-TANDA
               MOVE WS-NIVEL           TO WS-CRO-NIVEL

               WRITE REGISTROCONTROL FROM WS-CR-OMITIDO
               AFTER ADVANCING 1

               IF FS-CONTROL NOT EQUAL "00"
                   MOVE "2550-ESCRIBIR-OMIT" TO WS-ERR-PARRAFO
                   MOVE FS-CONTROL            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO TT-OMITIDAS(WS-TANDA-USAR)
               ADD 1 TO WS-CTR-OMITIDAS.

           2550-ESCRIBIR-OMITIDO-EXIT.
           EXIT.

      ******************************************************************
      * 2600-IMPRIMIR-CARTA - one letter, a page of its own: heading,
      * holder and contract, the level's text, the unpaid cuotas one
      * by one on a pre-rescision notice, and the amounts owed.
      ******************************************************************
           2600-IMPRIMIR-CARTA.
               MOVE WC-TITULO(WS-NIVEL) TO WS-CT-TITULO
               MOVE WS-FECHA-CORTE      TO WS-CT-FECHA
               WRITE REGISTROCARTA FROM WS-CA-TITULO
               AFTER ADVANCING PAGE

               IF FS-CARTAS NOT EQUAL "00"
                   MOVE "2600-IMPRIMIR-CARTA" TO WS-ERR-PARRAFO
                   MOVE FS-CARTAS              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE PD-NOMBRE    TO WS-CN-NOMBRE
               WRITE REGISTROCARTA FROM WS-CA-NOMBRE
               AFTER ADVANCING 2
               MOVE PD-DOMICILIO TO WS-CD-DOMICILIO
               WRITE REGISTROCARTA FROM WS-CA-DOMICILIO
               AFTER ADVANCING 1

               MOVE WS-CONTRATO-ACTUAL TO WS-CC-CONTRATO
               MOVE WS-TANDA-CTO       TO WS-CC-TANDA
               MOVE WS-SUB-CTO         TO WS-CC-SUBSCRIPT
               WRITE REGISTROCARTA FROM WS-CA-CONTRATO
               AFTER ADVANCING 2

               MOVE WC-TEXTO-LINEA(WS-NIVEL, 1) TO WS-CX-TEXTO
               WRITE REGISTROCARTA FROM WS-CA-TEXTO
               AFTER ADVANCING 2
               MOVE WC-TEXTO-LINEA(WS-NIVEL, 2) TO WS-CX-TEXTO
               WRITE REGISTROCARTA FROM WS-CA-TEXTO
               AFTER ADVANCING 1
               MOVE WC-TEXTO-LINEA(WS-NIVEL, 3) TO WS-CX-TEXTO
               WRITE REGISTROCARTA FROM WS-CA-TEXTO
               AFTER ADVANCING 1

               IF WS-NIVEL EQUAL 3
                   WRITE REGISTROCARTA FROM WS-CA-ENCAB-CUOTAS
                   AFTER ADVANCING 2
                   PERFORM 2610-IMPRIMIR-CUOTA
                      THRU 2610-IMPRIMIR-CUOTA-EXIT
                     VARYING WS-IMP-SUB FROM 1 BY 1
                       UNTIL WS-IMP-SUB > WS-IMP-CANT
               END-IF

               MOVE WS-DEUDA-CTO TO WS-CO-DEUDA
               MOVE WS-PUNIT-CTO TO WS-CO-PUNIT
               MOVE WS-DIAS-MAX  TO WS-CO-DIAS
               WRITE REGISTROCARTA FROM WS-CA-TOTAL
               AFTER ADVANCING 2

               WRITE REGISTROCARTA FROM WS-CA-FIRMA
               AFTER ADVANCING 3

               IF FS-CARTAS NOT EQUAL "00"
                   MOVE "2600-IMPRIMIR-PIE" TO WS-ERR-PARRAFO
                   MOVE FS-CARTAS            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2600-IMPRIMIR-CARTA-EXIT.
           EXIT.

           2610-IMPRIMIR-CUOTA.
               MOVE IM-T-CUOTA(WS-IMP-SUB) TO WS-CQ-CUOTA
               MOVE IM-T-VENCE(WS-IMP-SUB) TO WS-CQ-VENCE
               MOVE IM-T-SALDO(WS-IMP-SUB) TO WS-CQ-SALDO
               MOVE IM-T-DIAS(WS-IMP-SUB)  TO WS-CQ-DIAS
               MOVE IM-T-PUNIT(WS-IMP-SUB) TO WS-CQ-PUNIT

               WRITE REGISTROCARTA FROM WS-CA-CUOTA
               AFTER ADVANCING 1

               IF FS-CARTAS NOT EQUAL "00"
                   MOVE "2610-IMPRIMIR-CUOTA" TO WS-ERR-PARRAFO
                   MOVE FS-CARTAS              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2610-IMPRIMIR-CUOTA-EXIT.
           EXIT.

      ******************************************************************
      * 2700-GRABAR-LOG - record the letter as sent this cycle. A
      * contract that had this level in an earlier cycle already has
      * the key, so the write falls back to a REWRITE, the same
      * fallback 2440 of CUOTASAUTO uses on MAESTRO.
      ******************************************************************
           2700-GRABAR-LOG.
               MOVE WS-CONTRATO-ACTUAL TO CL-CONTRATO
               MOVE WS-NIVEL           TO CL-NIVEL
               MOVE WS-CICLO           TO CL-CICLO
               MOVE WS-FECHA-CORTE     TO CL-FECHA
               MOVE WS-SUB-CTO         TO CL-SUBSCRIPTOR
               MOVE WS-DEUDA-CTO       TO CL-DEUDA

               WRITE CL-REGISTRO
               IF FS-LOG EQUAL "22"
                   REWRITE CL-REGISTRO
               END-IF

               IF FS-LOG NOT EQUAL "00"
                   MOVE "2700-GRABAR-LOG" TO WS-ERR-PARRAFO
                   MOVE FS-LOG             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2700-GRABAR-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - close out the last contract, write the control
      * summary per tanda and the run totals, then close whatever is
      * open.
      ******************************************************************
           3000-FIN.
               IF RETURN-CODE EQUAL ZERO
                  AND WS-CONTRATO-ACTUAL NOT EQUAL SPACES
                   PERFORM 2500-CERRAR-CONTRATO
                      THRU 2500-CERRAR-CONTRATO-EXIT
                   MOVE SPACES TO WS-CONTRATO-ACTUAL
               END-IF

               IF FS-CONTROL EQUAL "00"
                   PERFORM 3100-RESUMEN-TANDA
                      THRU 3100-RESUMEN-TANDA-EXIT
                     VARYING WS-TANDA-SUB FROM 1 BY 1
                       UNTIL WS-TANDA-SUB > WS-TT-CANT
                   MOVE WS-CTR-CARTAS    TO WS-CRX-CARTAS
                   MOVE WS-CTR-OMITIDAS  TO WS-CRX-OMITIDAS
                   MOVE WS-CTR-REPETIDAS TO WS-CRX-REPETIDAS
                   WRITE REGISTROCONTROL FROM WS-CR-TOTALES
                   AFTER ADVANCING 2
               END-IF

               DISPLAY "CUOTAS LEIDAS:       " WS-CTR-CUOTAS
               DISPLAY "CONTRATOS:           " WS-CTR-CONTRATOS
               DISPLAY "CARTAS EMITIDAS:     " WS-CTR-CARTAS
               DISPLAY "OMITIDAS:            " WS-CTR-OMITIDAS
               DISPLAY "YA ENVIADAS:         " WS-CTR-REPETIDAS

               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF FS-PADRON NOT EQUAL "42"
                   CLOSE PADRON
               END-IF
               IF FS-LOG NOT EQUAL "42"
                   CLOSE CARTAS-LOG
               END-IF
               IF FS-CARTAS NOT EQUAL "42"
                   CLOSE CARTAS-IMP
               END-IF
               IF FS-CONTROL NOT EQUAL "42"
                   CLOSE CONTROL-REP
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
           3000-FIN-EXIT.
           STOP RUN.

           3100-RESUMEN-TANDA.
               MOVE TT-TANDA(WS-TANDA-SUB)     TO WS-CRT-TANDA
               MOVE TT-NIVEL-1(WS-TANDA-SUB)   TO WS-CRT-NIVEL-1
               MOVE TT-NIVEL-2(WS-TANDA-SUB)   TO WS-CRT-NIVEL-2
               MOVE TT-NIVEL-3(WS-TANDA-SUB)   TO WS-CRT-NIVEL-3
               MOVE TT-OMITIDAS(WS-TANDA-SUB)  TO WS-CRT-OMITIDAS
               MOVE TT-REPETIDAS(WS-TANDA-SUB) TO WS-CRT-REPETIDAS

               WRITE REGISTROCONTROL FROM WS-CR-TANDA
               AFTER ADVANCING 1.

           3100-RESUMEN-TANDA-EXIT.
           EXIT.

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
