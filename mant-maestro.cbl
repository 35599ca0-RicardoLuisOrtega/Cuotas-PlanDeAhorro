      *          moved; and it runs an integrity pass that flags
      *          contracts with missing cuota numbers, more than the
      *          plan's 84 records, or no matching contract in the
      *          contract master built from the current extract.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: tandas finished in 2024 were still in the
      *     index and CONSULTA was walking past them.
      *   - The "no matching contract" check is a keyed read of the
      *     indexed contract master CUOTASAUTO rebuilds each run,
      *     instead of a 500-entry table loaded from the extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTMAESTRO.
           FILE STATUS IS FS-MAESTRO.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT MOVIMIENTOS ASSIGN DYNAMIC WS-MOV-PATH
           05 MA-ADJ-FLAG        PIC X(01).
           05 MA-BRUTA           PIC 9(09).

      * Contract master written by CUOTASAUTO, keyed by contract.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-MOV-PATH       PIC X(100) VALUE "movimientos.dat".
           05 WS-HISTORIA-PATH  PIC X(100) VALUE "historia_maestro.dat".
           05 WS-CONTROL-PATH   PIC X(100) VALUE "mant_maestro.txt".

       01 WC-CONST.
           05 WC-TOTAL-CUOTAS        PIC 9(02) VALUE 84.
           05 WC-MAX-MOVIMIENTOS     PIC 9(03) VALUE 200.
           05 WC-MAX-GRUPOS          PIC 9(04) VALUE 2000.

      * Contracts with a baja/rescision movement (tipo B/R).
       01 WS-TABLA-BAJAS.
           05 WS-BAJA-CANT      PIC 9(03) VALUE ZERO.
       01 WS-SWITCHES.
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-MOV          PIC X(01) VALUE "N".
               88 FIN-MOVIMIENTOS           VALUE "S".
           05 WS-SW-VISTO            PIC X(01) VALUE "N".

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths, open
      * the files and load the movement table.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-MAESTRO-PATH
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTRATOS-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
                      THRU 3000-FIN-EXIT
               END-IF

               PERFORM 1200-CARGAR-MOVIMIENTOS
                  THRU 1200-CARGAR-MOVIMIENTOS-EXIT

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-MOVIMIENTOS - the contracts with a baja or
      * rescision (tipo B/R). The file is optional.
                      THRU 2550-ESCRIBIR-HALLAZGO-EXIT
               END-IF

               PERFORM 2520-BUSCAR-EXTRACTO
                  THRU 2520-BUSCAR-EXTRACTO-EXIT

               IF NOT ENTRADA-HALLADA
                   MOVE "SIN CONTRATO EN EXTRACTO ACTUAL"
           2510-BUSCAR-BAJA-EXIT.
           EXIT.

      ******************************************************************
      * 2520-BUSCAR-EXTRACTO - keyed read of the contract master for
      * the group's contract.
      ******************************************************************
           2520-BUSCAR-EXTRACTO.
               MOVE "N" TO WS-SW-VISTO
               MOVE GR-CONTRATO(WS-GRP-SUB) TO CT-CONTRATO-ID

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE "S" TO WS-SW-VISTO
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE "2520-BUSCAR-EXTRACTO" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS           TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2520-BUSCAR-EXTRACTO-EXIT.
               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-HISTORIA NOT EQUAL "42"
                   CLOSE HISTORIA
               END-IF
