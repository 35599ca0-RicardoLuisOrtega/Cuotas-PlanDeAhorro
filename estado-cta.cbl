      *   - First version: replaces the half hour of digging through
      *     CONSULTA output, mora.txt, notas.txt and reintegros.txt
      *     by hand for every "where do I stand".
      *   - Adelanto de cuotas: a cuota held in the indexed ADELANTOS
      *     master COBRANZAS keeps shows billed at the value it was
      *     cancelled at, paid, and marked as cancelled by adelanto.
      *   - Cancelacion anticipada: with ESTADO_CANCELACION=S every
      *     statement closes with a payoff quote - the current cuota
      *     value from MAESTRO broken into pura, cargo administrativo,
      *     seguro and IVA (admin and IVA worked as CUOTASAUTO does,
      *     from the CONTRATOS admin rate), the cuotas not yet due
      *     at that value less what is already paid on them, and the
      *     arrears, which are settled apart from the adelanto.
      *   - The admin rate for the payoff quote is now a keyed read of
      *     the indexed contract master CUOTASAUTO builds
      *     (CONTRATOS_MAE_PATH) instead of a pass over the extract
      *     for every statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADOCTA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

           SELECT ADELANTOS ASSIGN DYNAMIC WS-ADELANTOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-CLAVE
           FILE STATUS IS FS-ADELANTOS.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

      * Cuotas cancelled in advance, kept by COBRANZAS and keyed like
      * MAESTRO; AD-VALOR is the value the cuota was settled at.
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
      * the admin-fee rate is used, to break the payoff quote's cuota
      * value down.
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

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-MAESTRO    PIC X(2).
           05 FS-REINT      PIC X(2).
           05 FS-ESTADO     PIC X(2).
           05 FS-ERRORES    PIC X(2).
           05 FS-ADELANTOS  PIC X(2).
           05 FS-CONTRATOS  PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
           05 WS-REINT-PATH     PIC X(100) VALUE "reintegros.txt".
           05 WS-ESTADO-PATH    PIC X(100) VALUE "estado_cuenta.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_est.log".
           05 WS-ADELANTOS-PATH PIC X(100) VALUE "adelantos.idx".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".

       01 WC-CONST.
           05 WC-MAX-NOTAS           PIC 9(03) VALUE 200.
           05 WC-MAX-REINTEGROS      PIC 9(03) VALUE 100.
           05 WC-PORC-IVA            PIC 9(02)V9(02) VALUE 21.00.

      * Adjustment notes loaded up front; the difference is carried
      * with the sign its tipo implies (ND owes more, NC owes less).
           05 WS-SALDO-FECHA    PIC S9(12) VALUE ZERO.
           05 WS-CUOTAS-LISTADAS PIC 9(03) VALUE ZERO.
           05 WS-ESTADOS-EMITIDOS PIC 9(04) VALUE ZERO.
           05 WS-FACTURADO      PIC 9(09).

      * Payoff quote of the contract in hand, gathered during the
      * cuota walk: the current cuota (the last one due, the first
      * while none is), the cuotas not yet due and what is already
      * paid on them, and the arrears of the cuotas already due.
       01 WS-COTIZACION.
           05 WS-CZ-CUOTA       PIC 9(02).
           05 WS-CZ-VENCE       PIC 9(08).
           05 WS-CZ-PURA        PIC 9(09).
           05 WS-CZ-VALOR       PIC 9(09).
           05 WS-CZ-ADMIN       PIC 9(09).
           05 WS-CZ-SEGURO      PIC 9(09).
           05 WS-CZ-IVA         PIC 9(09).
           05 WS-CZ-TASA-ADMIN  PIC 9(02)V9(02).
           05 WS-CZ-CANT        PIC 9(03).
           05 WS-CZ-PROX-VENCE  PIC 9(08).
           05 WS-CZ-A-VALOR     PIC 9(12).
           05 WS-CZ-PAGADO      PIC 9(12).
           05 WS-CZ-CANCELAR    PIC 9(12).
           05 WS-CZ-DEUDA       PIC 9(12).
           05 WS-CZ-SALDO-CUOTA PIC S9(12).

       01 WS-SWITCHES.
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 ESTADO-EN-CURSO           VALUE "S".
           05 WS-SW-MODO-TANDA       PIC X(01) VALUE "N".
               88 MODO-TANDA                VALUE "S".
           05 WS-SW-ADELANTOS-OK     PIC X(01) VALUE "N".
               88 ADELANTOS-DISPONIBLE      VALUE "S".
           05 WS-SW-ADELANTADA       PIC X(01) VALUE "N".
               88 CUOTA-ADELANTADA          VALUE "S".
           05 WS-SW-MODO-CANCEL      PIC X(01) VALUE "N".
               88 MODO-CANCELACION          VALUE "S".
           05 WS-SW-CONTRATOS-OK     PIC X(01) VALUE "N".
               88 CONTRATOS-DISPONIBLE      VALUE "S".
           05 WS-SW-CTO-HALLADO      PIC X(01) VALUE "N".
               88 CONTRATO-HALLADO          VALUE "S".

       01 WS-ERR-INFO.
           05 WS-ERR-PARRAFO   PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-SAL-SIGNO  PIC X(01).
           05 WS-DT-SALDO      PIC 9(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-MARCA      PIC X(18).

       01 WS-LINEA-NOTA.
           05 FILLER           PIC X(08) VALUE "   NOTA ".
           05 WS-SP-SIGNO      PIC X(01).
           05 WS-SP-MONTO      PIC 9(12).

       01 WS-CZ-TITULO.
           05 FILLER           PIC X(38)
           VALUE "COTIZACION DE CANCELACION ANTICIPADA  ".
           05 FILLER           PIC X(14) VALUE "CUOTA VIGENTE ".
           05 WS-CT-CUOTA      PIC 9(02).
           05 FILLER           PIC X(07) VALUE " VENCE ".
           05 WS-CT-VENCE      PIC 9(08).

       01 WS-CZ-LINEA.
           05 WS-CL-CONCEPTO   PIC X(40).
           05 WS-CL-MONTO      PIC 9(12).

       01 WS-CZ-LINEA-CUOTAS.
           05 FILLER           PIC X(18) VALUE "CUOTAS A CANCELAR ".
           05 WS-CC-CANT       PIC 9(03).
           05 FILLER           PIC X(19) VALUE " AL VALOR VIGENTE  ".
           05 WS-CC-MONTO      PIC 9(12).

       01 WS-CZ-LINEA-VALIDEZ.
           05 FILLER           PIC X(40)
           VALUE "IMPORTES VALIDOS HASTA EL VENCIMIENTO  ".
           05 WS-CV-FECHA      PIC 9(08).

       01 WS-CZ-LINEA-NOTA.
           05 FILLER           PIC X(41)
           VALUE "LA CANCELACION SE ABONA CON RECIBO TIPO A".
           05 FILLER           PIC X(40)
           VALUE " (ADELANTO); LA DEUDA VENCIDA, APARTE.  ".

       01 WS-LINEA-SIN-DATOS.
           05 FILLER           PIC X(30)
           VALUE "SIN DATOS PARA ESE PEDIDO     ".
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
               ACCEPT WS-SW-MODO-CANCEL
                   FROM ENVIRONMENT "ESTADO_CANCELACION"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

                   END-IF
               END-IF

      * Likewise the adelantos master: without it no cuota shows as
      * cancelled in advance.
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

      * The contract master only serves the payoff quote; without it
      * the quote stands on the gross alone.
               IF MODO-CANCELACION
                  AND WS-CONTRATOS-PATH NOT EQUAL SPACES
                   OPEN INPUT CONTRATOS
                   IF FS-CONTRATOS EQUAL "00"
                       MOVE "S" TO WS-SW-CONTRATOS-OK
                   ELSE
                       IF FS-CONTRATOS NOT EQUAL "35"
                           MOVE "1000-INICIO-CONTRATOS"
                             TO WS-ERR-PARRAFO
                           MOVE FS-CONTRATOS TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               PERFORM 1100-CARGAR-NOTAS
                  THRU 1100-CARGAR-NOTAS-EXIT

               MOVE MA-CONTRATO TO WS-CONTRATO-ACTUAL
               MOVE ZERO TO WS-SALDO-PLAN WS-SALDO-FECHA
                            WS-CUOTAS-LISTADAS
               MOVE ZERO TO WS-CZ-CUOTA WS-CZ-VENCE WS-CZ-PURA
                            WS-CZ-VALOR WS-CZ-CANT WS-CZ-PROX-VENCE
                            WS-CZ-PAGADO WS-CZ-CANCELAR WS-CZ-DEUDA

               MOVE MA-CONTRATO    TO WS-EN1-CONTRATO
               MOVE WS-FECHA-HOY   TO WS-EN1-FECHA
      * 2300-ESCRIBIR-CUOTA - one statement line per cuota: billed
      * gross, the cuota's nota adjustment (if any), the amount
      * applied against it, and the running balance after all three.
      * Only cuotas already due roll into the saldo a la fecha. A
      * cuota cancelled by adelanto is billed at the value it was
      * settled at and takes no notas - it is closed for good.
      ******************************************************************
           2300-ESCRIBIR-CUOTA.
               PERFORM 2400-BUSCAR-PAGADO
                  THRU 2400-BUSCAR-PAGADO-EXIT

               PERFORM 2450-BUSCAR-ADELANTO
                  THRU 2450-BUSCAR-ADELANTO-EXIT

               MOVE ZERO TO WS-NOTA-CUOTA
               IF CUOTA-ADELANTADA
                   MOVE AD-VALOR TO WS-FACTURADO
                   MOVE "CANCELADA ADELANTO" TO WS-DT-MARCA
               ELSE
                   MOVE MA-BRUTA TO WS-FACTURADO
                   MOVE SPACES   TO WS-DT-MARCA
                   PERFORM 2350-SUMAR-NOTAS
                      THRU 2350-SUMAR-NOTAS-EXIT
                     VARYING WS-NOTA-SUB FROM 1 BY 1
                       UNTIL WS-NOTA-SUB > WS-NT-CANT
               END-IF

               COMPUTE WS-SALDO-PLAN = WS-SALDO-PLAN
                   + WS-FACTURADO + WS-NOTA-CUOTA - WS-PAGADO
               IF MA-VENCE NOT GREATER THAN WS-FECHA-HOY
                   COMPUTE WS-SALDO-FECHA = WS-SALDO-FECHA
                       + WS-FACTURADO + WS-NOTA-CUOTA - WS-PAGADO
               END-IF

               IF MODO-CANCELACION
                   PERFORM 2500-ACUMULAR-COTIZACION
                      THRU 2500-ACUMULAR-COTIZACION-EXIT
               END-IF

               MOVE MA-CUOTA  TO WS-DT-CUOTA
               MOVE MA-VENCE  TO WS-DT-VENCE
               MOVE WS-FACTURADO TO WS-DT-BRUTA
               MOVE WS-PAGADO TO WS-DT-PAGADO
               IF WS-NOTA-CUOTA LESS THAN ZERO
                   MOVE "-" TO WS-DT-AJU-SIGNO

               ADD 1 TO WS-CUOTAS-LISTADAS

               IF NOT CUOTA-ADELANTADA
                   PERFORM 2360-LISTAR-NOTAS
                      THRU 2360-LISTAR-NOTAS-EXIT
                     VARYING WS-NOTA-SUB FROM 1 BY 1
                       UNTIL WS-NOTA-SUB > WS-NT-CANT
               END-IF.

           2300-ESCRIBIR-CUOTA-EXIT.
           EXIT.
           2400-BUSCAR-PAGADO-EXIT.
           EXIT.

      ******************************************************************
      * 2450-BUSCAR-ADELANTO - keyed read of the adelantos master; on a
      * hit AD-VALOR carries the value the cuota was cancelled at.
      ******************************************************************
           2450-BUSCAR-ADELANTO.
               MOVE "N" TO WS-SW-ADELANTADA

               IF NOT ADELANTOS-DISPONIBLE
                   GO TO 2450-BUSCAR-ADELANTO-EXIT
               END-IF

               MOVE MA-CONTRATO TO AD-CONTRATO
               MOVE MA-CUOTA    TO AD-CUOTA

               READ ADELANTOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ADELANTOS EQUAL "23"
                   GO TO 2450-BUSCAR-ADELANTO-EXIT
               END-IF
               IF FS-ADELANTOS NOT EQUAL "00"
                   MOVE "2450-BUSCAR-ADELANTO" TO WS-ERR-PARRAFO
                   MOVE FS-ADELANTOS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "S" TO WS-SW-ADELANTADA.

           2450-BUSCAR-ADELANTO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACUMULAR-COTIZACION - fold the cuota into the payoff
      * quote. The current value is the gross of the last cuota due
      * (the first cuota's while none is), the same value COBRANZAS
      * settles an adelanto at. A cuota due adds what it still owes
      * to the arrears; a cuota not yet due and not already cancelled
      * is quoted at the current value less what is paid on it.
      ******************************************************************
           2500-ACUMULAR-COTIZACION.
               IF WS-CUOTAS-LISTADAS EQUAL ZERO
                  OR MA-VENCE NOT GREATER THAN WS-FECHA-HOY
                   MOVE MA-CUOTA TO WS-CZ-CUOTA
                   MOVE MA-VENCE TO WS-CZ-VENCE
                   MOVE MA-VALOR TO WS-CZ-PURA
                   MOVE MA-BRUTA TO WS-CZ-VALOR
               END-IF

               IF MA-VENCE NOT GREATER THAN WS-FECHA-HOY
                   COMPUTE WS-CZ-SALDO-CUOTA =
                       WS-FACTURADO + WS-NOTA-CUOTA - WS-PAGADO
                   IF WS-CZ-SALDO-CUOTA GREATER THAN ZERO
                       ADD WS-CZ-SALDO-CUOTA TO WS-CZ-DEUDA
                   END-IF
                   GO TO 2500-ACUMULAR-COTIZACION-EXIT
               END-IF

               IF CUOTA-ADELANTADA
                   GO TO 2500-ACUMULAR-COTIZACION-EXIT
               END-IF

               ADD 1 TO WS-CZ-CANT
               IF WS-CZ-PROX-VENCE EQUAL ZERO
                   MOVE MA-VENCE TO WS-CZ-PROX-VENCE
               END-IF
               IF WS-PAGADO LESS THAN WS-CZ-VALOR
                   ADD WS-PAGADO TO WS-CZ-PAGADO
                   COMPUTE WS-CZ-CANCELAR = WS-CZ-CANCELAR
                       + WS-CZ-VALOR - WS-PAGADO
               ELSE
                   ADD WS-CZ-VALOR TO WS-CZ-PAGADO
               END-IF.

           2500-ACUMULAR-COTIZACION-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CERRAR-ESTADO - the contract's reintegros (a refund
      * payable to the subscriber nets off what they owe) and the two
                      THRU 3000-FIN-EXIT
               END-IF

               IF MODO-CANCELACION
                   PERFORM 2700-COTIZAR-CANCELACION
                      THRU 2700-COTIZAR-CANCELACION-EXIT
               END-IF

               MOVE "N" TO WS-SW-ESTADO-ABIERTO.

           2600-CERRAR-ESTADO-EXIT.
           2610-LISTAR-REINTEGRO-EXIT.
           EXIT.

      ******************************************************************
      * 2700-COTIZAR-CANCELACION - the payoff quote under the closing
      * balances. The current cuota is broken down the way CUOTASAUTO
      * builds it: cargo administrativo on the cuota pura at the
      * contract's admin rate, IVA on the cargo, and the seguro as
      * the rest of the gross MAESTRO holds. A contract missing from
      * CONTRATOS is quoted on the gross alone.
      ******************************************************************
           2700-COTIZAR-CANCELACION.
               PERFORM 2710-BUSCAR-TASA
                  THRU 2710-BUSCAR-TASA-EXIT

               MOVE WS-CZ-CUOTA TO WS-CT-CUOTA
               MOVE WS-CZ-VENCE TO WS-CT-VENCE
               WRITE REGISTROESTADO FROM WS-CZ-TITULO
               AFTER ADVANCING 3
               IF FS-ESTADO NOT EQUAL "00"
                   MOVE "2700-COTIZAR-TIT" TO WS-ERR-PARRAFO
                   MOVE FS-ESTADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF NOT CONTRATO-HALLADO
                   GO TO 2700-COTIZAR-CANCELACION-VALOR
               END-IF

               COMPUTE WS-CZ-ADMIN =
                   WS-CZ-PURA * WS-CZ-TASA-ADMIN / 100
               COMPUTE WS-CZ-IVA =
                   WS-CZ-ADMIN * WC-PORC-IVA / 100
               IF WS-CZ-VALOR GREATER THAN
                  WS-CZ-PURA + WS-CZ-ADMIN + WS-CZ-IVA
                   COMPUTE WS-CZ-SEGURO = WS-CZ-VALOR
                       - WS-CZ-PURA - WS-CZ-ADMIN - WS-CZ-IVA
               ELSE
                   MOVE ZERO TO WS-CZ-SEGURO
               END-IF

               MOVE "  CUOTA PURA"             TO WS-CL-CONCEPTO
               MOVE WS-CZ-PURA                 TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT
               MOVE "  CARGO ADMINISTRATIVO"   TO WS-CL-CONCEPTO
               MOVE WS-CZ-ADMIN                TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT
               MOVE "  SEGURO DE VIDA"         TO WS-CL-CONCEPTO
               MOVE WS-CZ-SEGURO               TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT
               MOVE "  IVA S/CARGO ADMINISTRATIVO" TO WS-CL-CONCEPTO
               MOVE WS-CZ-IVA                  TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT.

           2700-COTIZAR-CANCELACION-VALOR.
               MOVE "VALOR CUOTA VIGENTE"      TO WS-CL-CONCEPTO
               MOVE WS-CZ-VALOR                TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT

               COMPUTE WS-CZ-A-VALOR = WS-CZ-CANT * WS-CZ-VALOR
               MOVE WS-CZ-CANT    TO WS-CC-CANT
               MOVE WS-CZ-A-VALOR TO WS-CC-MONTO
               WRITE REGISTROESTADO FROM WS-CZ-LINEA-CUOTAS
               AFTER ADVANCING 2

               MOVE "MENOS PAGADO A CUENTA DE ESAS CUOTAS" TO
                   WS-CL-CONCEPTO
               MOVE WS-CZ-PAGADO               TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT
               MOVE "IMPORTE DE CANCELACION (ADELANTO)" TO
                   WS-CL-CONCEPTO
               MOVE WS-CZ-CANCELAR             TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT
               MOVE "DEUDA VENCIDA A LA FECHA" TO WS-CL-CONCEPTO
               MOVE WS-CZ-DEUDA                TO WS-CL-MONTO
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT
               MOVE "TOTAL PARA CANCELAR EL CONTRATO" TO
                   WS-CL-CONCEPTO
               COMPUTE WS-CL-MONTO = WS-CZ-CANCELAR + WS-CZ-DEUDA
               PERFORM 2790-ESCRIBIR-LINEA
                  THRU 2790-ESCRIBIR-LINEA-EXIT

               IF WS-CZ-PROX-VENCE NOT EQUAL ZERO
                   MOVE WS-CZ-PROX-VENCE TO WS-CV-FECHA
                   WRITE REGISTROESTADO FROM WS-CZ-LINEA-VALIDEZ
                   AFTER ADVANCING 2
               END-IF
               WRITE REGISTROESTADO FROM WS-CZ-LINEA-NOTA
               AFTER ADVANCING 1

               IF FS-ESTADO NOT EQUAL "00"
                   MOVE "2700-COTIZAR-PIE" TO WS-ERR-PARRAFO
                   MOVE FS-ESTADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2700-COTIZAR-CANCELACION-EXIT.
           EXIT.

      ******************************************************************
      * 2710-BUSCAR-TASA - keyed read of the contract master for the
      * contract's admin-fee rate (spaces mean no charge, as in
      * CUOTASAUTO). No master, or a contract not in it, leaves the
      * quote on the gross alone.
      ******************************************************************
           2710-BUSCAR-TASA.
               MOVE "N"  TO WS-SW-CTO-HALLADO
               MOVE ZERO TO WS-CZ-TASA-ADMIN

               IF NOT CONTRATOS-DISPONIBLE
                   GO TO 2710-BUSCAR-TASA-EXIT
               END-IF

               MOVE WS-CONTRATO-ACTUAL TO CT-CONTRATO-ID
               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE "S" TO WS-SW-CTO-HALLADO
                   IF CT-TASA-ADMIN-N IS NUMERIC
                       MOVE CT-TASA-ADMIN-N TO WS-CZ-TASA-ADMIN
                   END-IF
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE "2710-BUSCAR-TASA" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS       TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2710-BUSCAR-TASA-EXIT.
           EXIT.

      ******************************************************************
      * 2790-ESCRIBIR-LINEA - one concept/amount line of the quote.
      ******************************************************************
           2790-ESCRIBIR-LINEA.
               WRITE REGISTROESTADO FROM WS-CZ-LINEA
               AFTER ADVANCING 1

               IF FS-ESTADO NOT EQUAL "00"
                   MOVE "2790-ESCRIBIR-LINEA" TO WS-ERR-PARRAFO
                   MOVE FS-ESTADO              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2790-ESCRIBIR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - close whatever is open and end the run.
      ******************************************************************
               IF APLICADO-DISPONIBLE AND FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF ADELANTOS-DISPONIBLE AND FS-ADELANTOS NOT EQUAL "42"
                   CLOSE ADELANTOS
               END-IF
               IF CONTRATOS-DISPONIBLE AND FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-ESTADO NOT EQUAL "42"
                   CLOSE ESTADO
               END-IF
