      *     in-flight marker steers the operator to MODO_REINICIO
      *     instead of a fresh run. The ledger doubles as the audit
      *     trail of every batch execution.
      *   - Adelanto de cuotas: a cuota COBRANZAS has recorded in the
      *     indexed ADELANTOS master as cancelled in advance is no
      *     longer sent to AR; it is netted off the balance check with
      *     the cuotas a baja suppresses. A site without the master
      *     bills as before.
      *   - Indexed contract master: every production run rebuilds
      *     contratos.idx (keyed by contract, alternate key on the
      *     subscriber) from the extract it edits, so the satellite
      *     programs read contracts by key instead of loading a
      *     500-entry table. The duplicate-id edit reads the master,
      *     and the acta entries go to a work file instead of a
      *     table, so volume is limited by disk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASAUTO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

           SELECT ADELANTOS ASSIGN DYNAMIC WS-ADELANTOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-CLAVE
           FILE STATUS IS FS-ADELANTOS.

           SELECT CONTRATOS-MAE ASSIGN DYNAMIC WS-CTO-MAE-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CONTRATO-ID
           ALTERNATE RECORD KEY IS CM-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CTO-MAE.

           SELECT ACTA-TRABAJO ASSIGN DYNAMIC WS-ACTA-TRAB-PATH
           ORGANIZATION IS SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ACTA-TRAB.

       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA
           05 MA-ADJ-FLAG        PIC X(01).
           05 MA-BRUTA           PIC 9(09).

      * Cuotas cancelled in advance, written by COBRANZAS and keyed
      * like MAESTRO; read here only to keep them off the AR feed.
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

      * Contract master: the CONTRATOS extract as it stood on the
      * last production run, one record per contract id, for the
      * programs that look contracts up by key. CM-ESTADO (kept in
      * the extract's trailing filler) says whether the edit pass
      * accepted the contract ("A") or rejected it ("R").
       FD  CONTRATOS-MAE
       RECORD CONTAINS 120 CHARACTERS.
       01 CM-REGISTRO.
           05 CM-TANDA-ID        PIC X(06).
           05 CM-CONTRATO-ID     PIC X(10).
           05 CM-SUBSCRIPTOR-ID  PIC X(10).
           05 FILLER             PIC X(88).
           05 CM-ESTADO          PIC X(01).
               88 CM-ACEPTADO               VALUE "A".
           05 FILLER             PIC X(05).

      * One record per contract processed this run, for the acta de
      * adjudicacion pages written at end of run.
       FD  ACTA-TRABAJO
       RECORD CONTAINS 48 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 AT-REGISTRO.
           05 AT-TANDA           PIC X(06).
           05 AT-CONTRATO        PIC X(10).
           05 AT-ADJ-CUOTA       PIC 9(02).
           05 AT-VALOR-MES       PIC 9(09).
           05 AT-BAJA            PIC X(01).
           05 AT-NOMBRE          PIC X(20).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-SALIDA     PIC X(2).
           05 FS-RES        PIC X(2).
           05 FS-PADRON     PIC X(2).
           05 FS-CONTROL    PIC X(2).
           05 FS-ADELANTOS  PIC X(2).
           05 FS-CTO-MAE    PIC X(2).
           05 FS-ACTA-TRAB  PIC X(2).

      * Logical file names - overridable from the job environment so
      * the program no longer depends on one machine's directory
           05 WS-RES-PATH       PIC X(100) VALUE "resultados_acto.dat".
           05 WS-PADRON-PATH    PIC X(100) VALUE "padron.idx".
           05 WS-CONTROL-PATH   PIC X(100) VALUE "control_corridas.dat".
           05 WS-ADELANTOS-PATH PIC X(100) VALUE "adelantos.idx".
           05 WS-CTO-MAE-PATH   PIC X(100) VALUE "contratos.idx".
           05 WS-ACTA-TRAB-PATH PIC X(100) VALUE "acta_trabajo.dat".
           05 WS-SALIDA-BASE    PIC X(90).
           05 WS-TANDA-ACTUAL   PIC X(06) VALUE SPACES.

           05 WC-TOLERANCIA-PORC     PIC V9(04) VALUE 0.0200.
           05 WC-CUOTAS-POR-CHEQ     PIC 9(02) VALUE 10.
           05 WC-MAX-TANDAS          PIC 9(03) VALUE 050.
           05 WC-MAX-INDICES         PIC 9(03) VALUE 120.
           05 WC-MAX-MOVIMIENTOS     PIC 9(03) VALUE 200.
           05 WC-MAX-REPRECIOS       PIC 9(03) VALUE 200.
           05 WS-REINICIO-REP-EFECTO  PIC X(01).
           05 WS-TANDA-SUB         PIC 9(03).
           05 WS-TANDAS-CANT       PIC 9(03) VALUE ZERO.
           05 WS-ACT-TANDA-SUB     PIC 9(03).
           05 WS-ACT-ACTIVOS       PIC 9(04).
           05 WS-ACT-ADJUD         PIC 9(04).
      * Pura value totals per output, so the balance step can prove
      * the three outputs carry the same amounts, not just the same
      * row counts (SALIDA report lines, AR pura column, and for AR
      * the share a baja/rescision or an adelanto kept off the feed).
           05 WS-HASH-SALIDA       PIC 9(14) VALUE ZERO.
           05 WS-HASH-AR-PURA      PIC 9(14) VALUE ZERO.
           05 WS-HASH-AR-SUPR      PIC 9(14) VALUE ZERO.
           05 WS-CNT-AR-ADEL       PIC 9(07) VALUE ZERO.
           05 WS-CTR-COMPLETOS     PIC 9(05) VALUE ZERO.
           05 WS-CNT-OMITIDAS      PIC 9(07) VALUE ZERO.
           05 WS-CNT-ESPERADO      PIC 9(09) VALUE ZERO.
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-TR-TANDAS     PIC 9(03).

      * Acto de adjudicacion period (AAAAMM) - overridable from the
      * job environment, defaulting to the run month.
       01 WS-PERIODO-ACTO.
           05 WS-IDX-MES           PIC 9(02).
       01 WS-IDX-PERIODO-N REDEFINES WS-IDX-PERIODO PIC 9(06).

      * The acta entry of the contract in process, written to
      * ACTA-TRABAJO when the next contract registers (the last one
      * by 3200-ESCRIBIR-ACTA). AA-VALOR-MES is the value of the
      * cuota whose due month falls in the acto period (the
      * contract's contribution to the month's fondo recaudado).
       01 WS-ACTA-ACTUAL.
           05 WS-AT-CANT           PIC 9(07) VALUE ZERO.
           05 WS-ACTA-ENT.
               10 AA-TANDA          PIC X(06).
               10 AA-CONTRATO       PIC X(10).
               10 AA-ADJ-CUOTA      PIC 9(02).
               88 CONTRATO-VALIDO           VALUE "S".
           05 WS-SW-CTO-VISTO        PIC X(01) VALUE "N".
               88 CONTRATO-REPETIDO         VALUE "S".
           05 WS-SW-CTO-EN-MAE       PIC X(01) VALUE "N".
               88 CONTRATO-EN-MAESTRO       VALUE "S".
           05 WS-SW-CTO-MAE-ACTIVO   PIC X(01) VALUE "N".
               88 CTO-MAE-ACTIVO            VALUE "S".
           05 WS-SW-EOF-ACTA-TRAB    PIC X(01) VALUE "N".
               88 FIN-ACTA-TRABAJO          VALUE "S".
           05 WS-SW-EOF-INDICES      PIC X(01) VALUE "N".
               88 FIN-INDICES               VALUE "S".
           05 WS-SW-INDICE-VISTO     PIC X(01) VALUE "N".
               88 FORZAR-CORRIDA            VALUE "S".
           05 WS-SW-RES-VISTO        PIC X(01) VALUE "N".
               88 RESULTADO-HALLADO         VALUE "S".
           05 WS-SW-ADEL-ACTIVO      PIC X(01) VALUE "N".
               88 ADELANTOS-ACTIVO          VALUE "S".
           05 WS-SW-ADEL-VISTO       PIC X(01) VALUE "N".
               88 CUOTA-ADELANTADA          VALUE "S".
           05 WS-MOV-TIPO            PIC X(01) VALUE SPACE.
               88 MOV-ES-BAJA               VALUES "B" "R".
               88 MOV-ES-TRANSFER           VALUE "T".
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ADELANTOS-PATH
                   FROM ENVIRONMENT "ADELANTOS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CTO-MAE-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ACTA-TRAB-PATH
                   FROM ENVIRONMENT "ACTA_TRABAJO_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-SW-FORZAR
                   FROM ENVIRONMENT "FORZAR_CORRIDA"
                   ON EXCEPTION
                       END-IF
                       MOVE "S" TO WS-SW-MAESTRO-ACTIVO
                   END-IF

      * The contract master mirrors the extract of this run, so it is
      * rebuilt from scratch every time (a restart re-edits the whole
      * extract too) and reopened I-O for the duplicate-id edit.
                   OPEN OUTPUT CONTRATOS-MAE
                   IF FS-CTO-MAE EQUAL "00"
                       CLOSE CONTRATOS-MAE
                       OPEN I-O CONTRATOS-MAE
                   END-IF
                   IF FS-CTO-MAE NOT EQUAL "00"
                       MOVE "1000-INICIO-CTO-MAE" TO WS-ERR-PARRAFO
                       MOVE FS-CTO-MAE             TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
                   MOVE "S" TO WS-SW-CTO-MAE-ACTIVO

                   OPEN OUTPUT ACTA-TRABAJO
                   IF FS-ACTA-TRAB NOT EQUAL "00"
                       MOVE "1000-INICIO-ACTATRAB" TO WS-ERR-PARRAFO
                       MOVE FS-ACTA-TRAB             TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               PERFORM 1400-CARGAR-INDICES
                   END-IF
               END-IF

      * Cuotas cancelled by adelanto stay off the AR feed once
      * COBRANZAS has built the master; a quote never needs it.
               IF NOT MODO-SIMULACION
                  AND WS-ADELANTOS-PATH NOT EQUAL SPACES
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

      * The adjustment-notes feed only exists when there are
      * reprices to apply this run.
               IF NOT MODO-SIMULACION
                   PERFORM 1130-ESCRIBIR-RECHAZO
                      THRU 1130-ESCRIBIR-RECHAZO-EXIT
               ELSE
                   PERFORM 1125-BUSCAR-CONTRATO
                      THRU 1125-BUSCAR-CONTRATO-EXIT
                   IF CONTRATO-REPETIDO
                       MOVE "R03" TO WS-RZ-CODIGO
                       MOVE "CONTRATO DUPLICADO" TO WS-RZ-MOTIVO

               IF CONTRATO-VALIDO
                   ADD 1 TO WS-CTR-ACEPTADOS
               ELSE
                   ADD 1 TO WS-CTR-RECHAZADOS
               END-IF

               IF CTO-MAE-ACTIVO
                  AND CT-CONTRATO-ID NOT EQUAL SPACES
                   PERFORM 1150-GRABAR-CTO-MAE
                      THRU 1150-GRABAR-CTO-MAE-EXIT
               END-IF.

           1120-VALIDAR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 1125-BUSCAR-CONTRATO - keyed read of the contract master for
      * CT-CONTRATO-ID. An entry this run already accepted makes the
      * record a duplicate; one it rejected does not, and is replaced
      * by 1150 if this record passes. A quote has no master and
      * skips the check.
      ******************************************************************
           1125-BUSCAR-CONTRATO.
               MOVE "N" TO WS-SW-CTO-VISTO WS-SW-CTO-EN-MAE

               IF NOT CTO-MAE-ACTIVO
                   GO TO 1125-BUSCAR-CONTRATO-EXIT
               END-IF

               MOVE CT-CONTRATO-ID TO CM-CONTRATO-ID

               READ CONTRATOS-MAE
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CTO-MAE EQUAL "00"
                   MOVE "S" TO WS-SW-CTO-EN-MAE
                   IF CM-ACEPTADO
                       MOVE "S" TO WS-SW-CTO-VISTO
                   END-IF
               ELSE
                   IF FS-CTO-MAE NOT EQUAL "23"
                       MOVE "1125-BUSCAR-CONTRATO" TO WS-ERR-PARRAFO
                       MOVE FS-CTO-MAE             TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           1125-BUSCAR-CONTRATO-EXIT.
           1140-BUSCAR-PADRON-EXIT.
           EXIT.

      ******************************************************************
      * 1150-GRABAR-CTO-MAE - the record into the contract master with
      * the edit's verdict. The first record of an id is written; a
      * later one only replaces it when the earlier one was rejected
      * and this one passed, so the master holds the contract the
      * run actually scheduled.
      ******************************************************************
           1150-GRABAR-CTO-MAE.
               IF CONTRATO-EN-MAESTRO
                   IF CM-ACEPTADO OR NOT CONTRATO-VALIDO
                       GO TO 1150-GRABAR-CTO-MAE-EXIT
                   END-IF
               END-IF

               MOVE CT-REGISTRO TO CM-REGISTRO
               IF CONTRATO-VALIDO
                   MOVE "A" TO CM-ESTADO
               ELSE
                   MOVE "R" TO CM-ESTADO
               END-IF

               IF CONTRATO-EN-MAESTRO
                   REWRITE CM-REGISTRO
               ELSE
                   WRITE CM-REGISTRO
               END-IF

               IF FS-CTO-MAE NOT EQUAL "00"
                   MOVE "1150-GRABAR-CTO-MAE" TO WS-ERR-PARRAFO
                   MOVE FS-CTO-MAE            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           1150-GRABAR-CTO-MAE-EXIT.
           EXIT.

      ******************************************************************
      * 1130-ESCRIBIR-RECHAZO - one RECHAZOS line per failed edit and
      * mark the record as rejected.

      ******************************************************************
      * 2030-REGISTRAR-ACTA - register this contract for the acta de
      * adjudicacion pages written at end of run. The previous
      * contract's entry is complete by now and goes to the work
      * file. The contribution to the month's fondo (AA-VALOR-MES) is
      * filled in later, by 2420-ESCRIBIR-AR, when the cuota due in
      * the acto period goes through.
      ******************************************************************
           2030-REGISTRAR-ACTA.
               IF WS-AT-CANT GREATER THAN ZERO
                   WRITE AT-REGISTRO FROM WS-ACTA-ENT
                   IF FS-ACTA-TRAB NOT EQUAL "00"
                       MOVE "2030-REGISTRAR-ACTA" TO WS-ERR-PARRAFO
                       MOVE FS-ACTA-TRAB          TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF

               ADD 1 TO WS-AT-CANT
               MOVE CT-TANDA-ID    TO AA-TANDA
               MOVE CT-CONTRATO-ID TO AA-CONTRATO
               MOVE CT-ADJ-CUOTA   TO AA-ADJ-CUOTA
               MOVE ZERO           TO AA-VALOR-MES
               IF MOV-ES-BAJA
                   MOVE "S" TO AA-BAJA
               ELSE
                   MOVE "N" TO AA-BAJA
               END-IF

      * The holder's name rides into the acta entry when the padron
      * has it; the acta prints blanks otherwise.
               MOVE SPACES TO AA-NOMBRE
               IF PADRON-ACTIVO
                   PERFORM 1140-BUSCAR-PADRON
                      THRU 1140-BUSCAR-PADRON-EXIT
                   IF SUBSCRIPTOR-EN-PADRON
                       MOVE PD-NOMBRE TO AA-NOMBRE
                   END-IF
               END-IF.

      * with a baja/rescision stops billing at the effective cuota
      * (the cuotas already billed feed the reintegro instead); a
      * transferred contract bills the new holder from the effective
      * cuota onward. A cuota already cancelled by an adelanto is
      * not billed again.
      ******************************************************************
           2420-ESCRIBIR-AR.
               IF MODO-SIMULACION
                   ADD WS-REG-VALOR TO WS-REINTEGRO-BASE
               END-IF

               IF ADELANTOS-ACTIVO
                   PERFORM 2425-BUSCAR-ADELANTO
                      THRU 2425-BUSCAR-ADELANTO-EXIT
                   IF CUOTA-ADELANTADA
                       ADD 1 TO WS-CNT-AR-SUPR
                       ADD 1 TO WS-CNT-AR-ADEL
                       ADD WS-REG-VALOR TO WS-HASH-AR-SUPR
                       GO TO 2420-ESCRIBIR-AR-EXIT
                   END-IF
               END-IF

               PERFORM 2500-CALC-VENCIMIENTO
                  THRU 2500-CALC-VENCIMIENTO-EXIT

               IF WS-FV-ANIO EQUAL WS-ACTO-ANIO
                  AND WS-FV-MES EQUAL WS-ACTO-MES
                  AND WS-AT-CANT GREATER THAN ZERO
                   MOVE WS-CMP-BRUTA TO AA-VALOR-MES
               END-IF

               WRITE REGISTROAR FROM WS-LINEA-AR
           2420-ESCRIBIR-AR-EXIT.
           EXIT.

      ******************************************************************
      * 2425-BUSCAR-ADELANTO - keyed read of the adelantos master for
      * the cuota being billed.
      ******************************************************************
           2425-BUSCAR-ADELANTO.
               MOVE "N" TO WS-SW-ADEL-VISTO
               MOVE CT-CONTRATO-ID TO AD-CONTRATO
               MOVE WS-CONT-CUOTA  TO AD-CUOTA

               READ ADELANTOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ADELANTOS EQUAL "00"
                   MOVE "S" TO WS-SW-ADEL-VISTO
               ELSE
                   IF FS-ADELANTOS NOT EQUAL "23"
                       MOVE "2425-BUSCAR-ADELANTO" TO WS-ERR-PARRAFO
                       MOVE FS-ADELANTOS           TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2425-BUSCAR-ADELANTO-EXIT.
           EXIT.

      ******************************************************************
      * 2450-ESCRIBIR-NOTA - nota de debito (the new price is higher)
      * or de credito (lower) for a cuota AR already billed at the
               DISPLAY "CONTRATOS RECHAZADOS: " WS-CTR-RECHAZADOS
               DISPLAY "CUOTAS GENERADAS:     " WS-CNT-DELIM
               DISPLAY "FILAS AR:             " WS-CNT-AR
               DISPLAY "CUOTAS ADELANTADAS:   " WS-CNT-AR-ADEL

      * The balance check and the trailers only make sense on a run
      * that got to the end; an aborted run leaves the feeds without
               IF PADRON-ACTIVO AND FS-PADRON NOT EQUAL "42"
                   CLOSE PADRON
               END-IF
               IF ADELANTOS-ACTIVO AND FS-ADELANTOS NOT EQUAL "42"
                   CLOSE ADELANTOS
               END-IF
               IF CTO-MAE-ACTIVO AND FS-CTO-MAE NOT EQUAL "42"
                   CLOSE CONTRATOS-MAE
               END-IF
               IF FS-ACTA-TRAB NOT EQUAL "42"
                   CLOSE ACTA-TRABAJO
               END-IF
               IF WS-REP-CANT GREATER THAN ZERO
                  AND FS-NOTAS NOT EQUAL "42"
                   CLOSE NOTAS
      * each other - row counts AND pura value totals - and with
      * contracts-completed times 84 cuotas (less the cuotas a
      * restart resumed past; AR additionally nets off the rows and
      * amounts a baja/rescision or an adelanto suppressed). Any
      * mismatch is logged and the run ends with its own RETURN-CODE
      * so the scheduler holds the feeds back.
      ******************************************************************
           3300-VERIFICAR-BALANCE.
               COMPUTE WS-CNT-ESPERADO =
      * and abandons the acta; it never re-enters 3000-FIN.
      ******************************************************************
           3200-ESCRIBIR-ACTA.
               WRITE AT-REGISTRO FROM WS-ACTA-ENT
               IF FS-ACTA-TRAB NOT EQUAL "00"
                   MOVE "3200-ESCRIBIR-ACTA" TO WS-ERR-PARRAFO
                   MOVE FS-ACTA-TRAB          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3200-ESCRIBIR-ACTA-EXIT
               END-IF
               CLOSE ACTA-TRABAJO

               OPEN OUTPUT ACTA
               IF FS-ACTA NOT EQUAL "00"
                   MOVE "3200-ESCRIBIR-ACTA" TO WS-ERR-PARRAFO
                 VARYING WS-ACT-TANDA-SUB FROM 1 BY 1
                   UNTIL WS-ACT-TANDA-SUB > WS-TANDAS-CANT
                      OR FS-ACTA NOT EQUAL "00"
                      OR RETURN-CODE NOT EQUAL ZERO

               IF FS-ACTA NOT EQUAL "42"
                   CLOSE ACTA
           3200-ESCRIBIR-ACTA-EXIT.
           EXIT.

      ******************************************************************
      * 3205-ABRIR-TRABAJO - open the acta work file for one more pass
      * and prime its first read.
      ******************************************************************
           3205-ABRIR-TRABAJO.
               MOVE "N" TO WS-SW-EOF-ACTA-TRAB

               OPEN INPUT ACTA-TRABAJO
               IF FS-ACTA-TRAB NOT EQUAL "00"
                   MOVE "3205-ABRIR-TRABAJO" TO WS-ERR-PARRAFO
                   MOVE FS-ACTA-TRAB          TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-ACTA-TRAB
                   GO TO 3205-ABRIR-TRABAJO-EXIT
               END-IF

               PERFORM 3240-LEER-TRABAJO
                  THRU 3240-LEER-TRABAJO-EXIT.

           3205-ABRIR-TRABAJO-EXIT.
           EXIT.

      ******************************************************************
      * 3210-ACTA-TANDA - the acta page for one tanda: heading,
      * group totals, then one detail line per contract. The work
      * file is read once for the totals and once more for the
      * detail, so the contracts print in the order they were
      * processed.
      ******************************************************************
           3210-ACTA-TANDA.
               MOVE ZERO TO WS-ACT-ACTIVOS WS-ACT-ADJUD
                            WS-ACT-ELEG WS-ACT-FONDO WS-ACT-BAJAS

               PERFORM 3205-ABRIR-TRABAJO
                  THRU 3205-ABRIR-TRABAJO-EXIT
               PERFORM 3220-ACTA-SUMAR
                  THRU 3220-ACTA-SUMAR-EXIT
                 UNTIL FIN-ACTA-TRABAJO
               CLOSE ACTA-TRABAJO
               IF RETURN-CODE NOT EQUAL ZERO
                   GO TO 3210-ACTA-TANDA-EXIT
               END-IF

               MOVE WS-TANDAS-TABLA(WS-ACT-TANDA-SUB) TO WS-AC-TANDA
               MOVE WS-PERIODO-ACTO-N TO WS-AC-PERIODO
                   GO TO 3210-ACTA-TANDA-ERROR
               END-IF

               PERFORM 3205-ABRIR-TRABAJO
                  THRU 3205-ABRIR-TRABAJO-EXIT
               PERFORM 3230-ACTA-DETALLE
                  THRU 3230-ACTA-DETALLE-EXIT
                 UNTIL FIN-ACTA-TRABAJO
                    OR FS-ACTA NOT EQUAL "00"
               CLOSE ACTA-TRABAJO

               GO TO 3210-ACTA-TANDA-EXIT.

      * tanda's counters when it belongs to that tanda.
      ******************************************************************
           3220-ACTA-SUMAR.
               IF AT-TANDA EQUAL WS-TANDAS-TABLA(WS-ACT-TANDA-SUB)
                   IF AT-BAJA EQUAL "S"
                       ADD 1 TO WS-ACT-BAJAS
                       ADD AT-VALOR-MES TO WS-ACT-FONDO
                   ELSE
                       ADD 1 TO WS-ACT-ACTIVOS
                       ADD AT-VALOR-MES TO WS-ACT-FONDO
                       IF AT-ADJ-CUOTA NOT EQUAL ZERO
                           ADD 1 TO WS-ACT-ADJUD
                       ELSE
                           ADD 1 TO WS-ACT-ELEG
                       END-IF
                   END-IF
               END-IF

               PERFORM 3240-LEER-TRABAJO
                  THRU 3240-LEER-TRABAJO-EXIT.

           3220-ACTA-SUMAR-EXIT.
           EXIT.
      * adjudicated (and at which cuota) or eligible for the draw.
      ******************************************************************
           3230-ACTA-DETALLE.
               IF AT-TANDA NOT EQUAL WS-TANDAS-TABLA(WS-ACT-TANDA-SUB)
                   GO TO 3230-ACTA-DETALLE-LEER
               END-IF

               IF AT-BAJA EQUAL "S"
                   MOVE AT-CONTRATO  TO WS-AC-BAJA-CTO
                   MOVE AT-NOMBRE    TO WS-AC-BAJA-NOMBRE
                   WRITE REGISTROACTA FROM WS-ACTA-DET-BAJA
                   AFTER ADVANCING 1
               ELSE
                   IF AT-ADJ-CUOTA NOT EQUAL ZERO
                       MOVE AT-CONTRATO  TO WS-AC-ADJ-CTO
                       MOVE AT-NOMBRE    TO WS-AC-ADJ-NOMBRE
                       MOVE AT-ADJ-CUOTA TO WS-AC-ADJ-CUOTA
                       WRITE REGISTROACTA FROM WS-ACTA-DET-ADJ
                       AFTER ADVANCING 1
                   ELSE
                       MOVE AT-CONTRATO  TO WS-AC-ELE-CTO
                       MOVE AT-NOMBRE    TO WS-AC-ELE-NOMBRE
                       WRITE REGISTROACTA FROM WS-ACTA-DET-ELE
                       AFTER ADVANCING 1
                   END-IF
                   MOVE FS-ACTA              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   GO TO 3230-ACTA-DETALLE-EXIT
               END-IF.

           3230-ACTA-DETALLE-LEER.
               PERFORM 3240-LEER-TRABAJO
                  THRU 3240-LEER-TRABAJO-EXIT.

           3230-ACTA-DETALLE-EXIT.
           EXIT.

      ******************************************************************
      * 3240-LEER-TRABAJO - one read of the acta work file. 3000-FIN
      * is already in control here, so a read failure is logged and
      * ends the pass; it never re-enters 3000-FIN.
      ******************************************************************
           3240-LEER-TRABAJO.
               READ ACTA-TRABAJO
                   AT END
                       MOVE "S" TO WS-SW-EOF-ACTA-TRAB
                   NOT AT END
                       CONTINUE
               END-READ

               IF FS-ACTA-TRAB NOT EQUAL "00"
                  AND FS-ACTA-TRAB NOT EQUAL "10"
                   MOVE "3240-LEER-TRABAJO" TO WS-ERR-PARRAFO
                   MOVE FS-ACTA-TRAB         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   MOVE "S" TO WS-SW-EOF-ACTA-TRAB
               END-IF.

           3240-LEER-TRABAJO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-LOG-ERROR - record which paragraph failed, for which
      * contract/cuota, and with what file status, then make sure the
