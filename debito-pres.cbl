      * Purpose: Build the bank's debito automatico presentment file
      *          from the AR billing feed written by CUOTASAUTO: the
      *          rows whose due date falls in the requested period,
      *          each with the subscriber's CBU from the contract
      *          master, the gross amount, the due date and our
      *          contract id as the bank reference - no more
      *          re-keying the feed into the bank's upload screen.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: companion to DEBITORET, which turns the
      *     bank's return file back into PAGOS records.
      *   - A cuota already cancelled by an adelanto (held in the
      *     indexed ADELANTOS master COBRANZAS keeps) is not presented
      *     even when the feed still carries it; it is counted apart.
      *   - The CBU comes from a keyed read of the indexed contract
      *     master CUOTASAUTO rebuilds each run, instead of a
      *     500-entry table loaded from the extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITOPRES.
           FILE STATUS IS FS-AR.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT PRESENTACION ASSIGN DYNAMIC WS-PRESENTA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

           SELECT ADELANTOS ASSIGN DYNAMIC WS-ADELANTOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-CLAVE
           FILE STATUS IS FS-ADELANTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-AR
           05 FILLER            PIC X(01).
           05 AR-IVA            PIC 9(09).

      * Contract master written by CUOTASAUTO, keyed by contract.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

      * Cuotas cancelled in advance, keyed by contract + cuota.
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

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-AR         PIC X(2).
           05 FS-PRESENTA   PIC X(2).
           05 FS-SINCBU     PIC X(2).
           05 FS-ERRORES    PIC X(2).
           05 FS-ADELANTOS  PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-AR-PATH        PIC X(100) VALUE "salida_ar.txt".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-PRESENTA-PATH  PIC X(100) VALUE "presenta_banco.dat".
           05 WS-SINCBU-PATH    PIC X(100) VALUE "presenta_sincbu.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_pre.log".
           05 WS-ADELANTOS-PATH PIC X(100) VALUE "adelantos.idx".

       01 WS-VARIABLES.
           05 WS-FECHA-HOY      PIC 9(08).
           05 WS-CBU-USAR       PIC X(22).
           05 WS-CNT-LEIDAS     PIC 9(07) VALUE ZERO.
           05 WS-CNT-PRESENTA   PIC 9(07) VALUE ZERO.
           05 WS-CNT-SINCBU     PIC 9(07) VALUE ZERO.
           05 WS-CNT-FUERA      PIC 9(07) VALUE ZERO.
           05 WS-CNT-ADELANT    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PRESENTA PIC 9(14) VALUE ZERO.

      * Billing period (AAAAMM) whose due dates go to the bank -
       01 WS-SWITCHES.
           05 WS-SW-EOF-AR           PIC X(01) VALUE "N".
               88 FIN-AR                    VALUE "S".
           05 WS-SW-FILA-DATO        PIC X(01) VALUE "N".
               88 FILA-DATO                 VALUE "S".
           05 WS-SW-CTO-VISTO        PIC X(01) VALUE "N".
               88 CONTRATO-HALLADO          VALUE "S".
           05 WS-SW-ADEL-ACTIVO      PIC X(01) VALUE "N".
               88 ADELANTOS-ACTIVO          VALUE "S".

       01 WS-ERR-INFO.
           05 WS-ERR-PARRAFO   PIC X(20).

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths and the
      * presentment period, open the files and prime the AR feed
      * read.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-AR-PATH
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTRATOS-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ADELANTOS-PATH
                   FROM ENVIRONMENT "ADELANTOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

                      THRU 3000-FIN-EXIT
               END-IF

      * Without the adelantos master every row due in the period is
      * presented, as before.
               IF WS-ADELANTOS-PATH NOT EQUAL SPACES
                   OPEN INPUT ADELANTOS
                   IF FS-ADELANTOS EQUAL "00"
                       MOVE "S" TO WS-SW-ADEL-ACTIVO
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

               OPEN INPUT FEED-AR
               IF FS-AR NOT EQUAL "00"
           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LEER-AR - read the next cuota row from the AR feed,
      * passing over its header and control-trailer records.
      * 2000-PROCESO - present the row to the bank when its due date
      * falls in the requested period and the contract has a CBU on
      * file; a contract without one goes to the SINCBU listing so
      * the front desk can chase the subscriber for it. A cuota the
      * subscriber already cancelled by adelanto is never debited.
      ******************************************************************
           2000-PROCESO.
               ADD 1 TO WS-CNT-LEIDAS
                   GO TO 2000-PROCESO-SIGUE
               END-IF

               IF ADELANTOS-ACTIVO
                   MOVE AR-CONTRATO TO AD-CONTRATO
                   MOVE AR-CUOTA    TO AD-CUOTA
                   READ ADELANTOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FS-ADELANTOS EQUAL "00"
                       ADD 1 TO WS-CNT-ADELANT
                       GO TO 2000-PROCESO-SIGUE
                   END-IF
                   IF FS-ADELANTOS NOT EQUAL "23"
                       MOVE "2000-PROCESO-ADEL" TO WS-ERR-PARRAFO
                       MOVE FS-ADELANTOS         TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               PERFORM 2100-BUSCAR-CBU
                  THRU 2100-BUSCAR-CBU-EXIT

               IF NOT CONTRATO-HALLADO
                  OR WS-CBU-USAR EQUAL SPACES
           2000-PROCESO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-BUSCAR-CBU - keyed read of the contract master for the
      * row's contract and its CBU.
      ******************************************************************
           2100-BUSCAR-CBU.
               MOVE "N" TO WS-SW-CTO-VISTO
               MOVE SPACES TO WS-CBU-USAR
               MOVE AR-CONTRATO TO CT-CONTRATO-ID

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE "S" TO WS-SW-CTO-VISTO
                   MOVE CT-CBU TO WS-CBU-USAR
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE "2100-BUSCAR-CBU" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS      TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2100-BUSCAR-CBU-EXIT.
               DISPLAY "DEBITOS PRESENTADOS:  " WS-CNT-PRESENTA
               DISPLAY "SIN CBU:              " WS-CNT-SINCBU
               DISPLAY "FUERA DE PERIODO:     " WS-CNT-FUERA
               DISPLAY "CANCELADAS ADELANTO:  " WS-CNT-ADELANT
               DISPLAY "TOTAL PRESENTADO:     " WS-TOTAL-PRESENTA

               IF FS-AR NOT EQUAL "42"
                   CLOSE FEED-AR
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-PRESENTA NOT EQUAL "42"
                   CLOSE PRESENTACION
               END-IF
               IF FS-SINCBU NOT EQUAL "42"
                   CLOSE SINCBU
               END-IF
               IF ADELANTOS-ACTIVO AND FS-ADELANTOS NOT EQUAL "42"
                   CLOSE ADELANTOS
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
