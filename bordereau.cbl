      * Modification history
      *   - First version: ends the quarterly argument with the
      *     insurer billing us from their own records.
      *   - The rate comes from a keyed read of the indexed contract
      *     master CUOTASAUTO rebuilds each run, instead of a
      *     500-entry table loaded from the extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDEREAU.
           FILE STATUS IS FS-AR.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT BORDSAL ASSIGN DYNAMIC WS-BORD-PATH
           05 FILLER            PIC X(01).
           05 AR-IVA            PIC 9(09).

      * Contract master written by CUOTASAUTO, keyed by contract.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-AR-PATH        PIC X(100) VALUE "salida_ar.txt".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-BORD-PATH      PIC X(100) VALUE "bordereau.txt".
           05 WS-SINTASA-PATH   PIC X(100)
                                 VALUE "bordereau_sintasa.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_bor.log".

       01 WC-CONST.
           05 WC-TOLERANCIA-PORC     PIC V9(04) VALUE 0.0200.

       01 WS-VARIABLES.
           05 WS-FECHA-HOY      PIC 9(08).
           05 WS-TASA-USAR      PIC 9(02)V9(02).
           05 WS-BASE           PIC 9(11).
           05 WS-CNT-LEIDAS     PIC 9(07) VALUE ZERO.
       01 WS-SWITCHES.
           05 WS-SW-EOF-AR           PIC X(01) VALUE "N".
               88 FIN-AR                    VALUE "S".
           05 WS-SW-FILA-DATO        PIC X(01) VALUE "N".
               88 FILA-DATO                 VALUE "S".
           05 WS-SW-CTO-VISTO        PIC X(01) VALUE "N".
      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths, period
      * and (optionally) the insurer's invoice figure, open the
      * files and prime the AR feed read.
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
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN INPUT FEED-AR
               IF FS-AR NOT EQUAL "00"
                   MOVE "1000-INICIO-AR" TO WS-ERR-PARRAFO
           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LEER-AR - read the next cuota row from the AR feed,
      * passing over its header and control-trailer records.
                   GO TO 2000-PROCESO-SIGUE
               END-IF

               PERFORM 2100-BUSCAR-TASA
                  THRU 2100-BUSCAR-TASA-EXIT

               IF WS-TASA-USAR EQUAL ZERO
                   PERFORM 2300-ESCRIBIR-SINTASA
           2000-PROCESO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-BUSCAR-TASA - keyed read of the contract master for the
      * row's contract and its insurance rate; a blank rate means
      * the contract is uninsured.
      ******************************************************************
           2100-BUSCAR-TASA.
               MOVE "N" TO WS-SW-CTO-VISTO
               MOVE ZERO TO WS-TASA-USAR
               MOVE AR-CONTRATO TO CT-CONTRATO-ID

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE "S" TO WS-SW-CTO-VISTO
                   IF CT-TASA-SEGURO-N IS NUMERIC
                       MOVE CT-TASA-SEGURO-N TO WS-TASA-USAR
                   END-IF
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE "2100-BUSCAR-TASA" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS       TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2100-BUSCAR-TASA-EXIT.
               IF FS-AR NOT EQUAL "42"
                   CLOSE FEED-AR
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-BORD NOT EQUAL "42"
                   CLOSE BORDSAL
               END-IF
