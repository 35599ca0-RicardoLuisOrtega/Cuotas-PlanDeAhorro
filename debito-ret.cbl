      * Modification history
      *   - First version: companion to DEBITOPRES, which builds the
      *     bank's presentment file from the AR feed.
      *   - The holder comes from a keyed read of the indexed contract
      *     master CUOTASAUTO rebuilds each run, instead of a
      *     500-entry table loaded from the extract.
      *   - PAGOS records carry the payment type byte COBRANZAS now
      *     reads; a debit is always an ordinary payment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITORET.
           FILE STATUS IS FS-RETORNO.

           SELECT CONTRATOS ASSIGN DYNAMIC WS-CONTRATOS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CONTRATO-ID
           ALTERNATE RECORD KEY IS CT-SUBSCRIPTOR-ID WITH DUPLICATES
           FILE STATUS IS FS-CONTRATOS.

           SELECT PAGOS-SAL ASSIGN DYNAMIC WS-PAGOS-PATH
           05 RT-MOTIVO          PIC X(03).
           05 RT-OPERACION       PIC X(08).

      * Contract master written by CUOTASAUTO, keyed by contract.
       FD  CONTRATOS
       RECORD CONTAINS 120 CHARACTERS.
       01 CT-REGISTRO.
           05 CT-TANDA-ID        PIC X(06).
           05 CT-CONTRATO-ID     PIC X(10).

      * Same layout COBRANZAS reads from pagos.dat.
       FD  PAGOS-SAL
       RECORD CONTAINS 46 CHARACTERS.
       01 PG-REGISTRO.
           05 PG-SUBSCRIPTOR    PIC X(10).
           05 PG-CONTRATO       PIC X(10).
           05 PG-FECHA          PIC 9(08).
           05 PG-IMPORTE        PIC 9(09).
           05 PG-RECIBO         PIC X(08).
           05 PG-TIPO           PIC X(01).

       FD  RECHAZADOS
       RECORD CONTAINS 60 CHARACTERS.
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-RETORNO-PATH   PIC X(100) VALUE "retorno_banco.dat".
           05 WS-CONTRATOS-PATH PIC X(100) VALUE "contratos.idx".
           05 WS-PAGOS-PATH     PIC X(100) VALUE "pagos_debitos.dat".
           05 WS-RECHAZADOS-PATH PIC X(100)
                                 VALUE "debitos_rechazados.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_ret.log".

       01 WS-VARIABLES.
           05 WS-SUB-USAR       PIC X(10).
           05 WS-CNT-LEIDOS     PIC 9(07) VALUE ZERO.
           05 WS-CNT-ACEPTADOS  PIC 9(07) VALUE ZERO.
       01 WS-SWITCHES.
           05 WS-SW-EOF-RETORNO      PIC X(01) VALUE "N".
               88 FIN-RETORNO               VALUE "S".
           05 WS-SW-CTO-VISTO        PIC X(01) VALUE "N".
               88 CONTRATO-HALLADO          VALUE "S".


      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths, open
      * the files and prime the return-file read.
      ******************************************************************
           1000-INICIO.
               ACCEPT WS-RETORNO-PATH
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CONTRATOS-PATH
                   FROM ENVIRONMENT "CONTRATOS_MAE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
                      THRU 3000-FIN-EXIT
               END-IF

               OPEN INPUT RETORNO
               IF FS-RETORNO NOT EQUAL "00"
                   MOVE "1000-INICIO-RETORNO" TO WS-ERR-PARRAFO
           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LEER-RETORNO - one physical read of the return file;
      * only the detail records ("D") are processed.
      * the payment date.
      ******************************************************************
           2100-ESCRIBIR-PAGO.
               PERFORM 2110-BUSCAR-SUBSCRIPTOR
                  THRU 2110-BUSCAR-SUBSCRIPTOR-EXIT

               MOVE WS-SUB-USAR    TO PG-SUBSCRIPTOR
               MOVE RT-REFERENCIA  TO PG-CONTRATO
               MOVE RT-FECHA       TO PG-FECHA
               MOVE RT-IMPORTE     TO PG-IMPORTE
               MOVE RT-OPERACION   TO PG-RECIBO
               MOVE SPACE          TO PG-TIPO

               WRITE PG-REGISTRO

           2100-ESCRIBIR-PAGO-EXIT.
           EXIT.

      ******************************************************************
      * 2110-BUSCAR-SUBSCRIPTOR - keyed read of the contract master
      * for the holder of the debited contract; an unknown contract
      * leaves the subscriber blank, as before.
      ******************************************************************
           2110-BUSCAR-SUBSCRIPTOR.
               MOVE "N" TO WS-SW-CTO-VISTO
               MOVE SPACES TO WS-SUB-USAR
               MOVE RT-REFERENCIA TO CT-CONTRATO-ID

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-CONTRATOS EQUAL "00"
                   MOVE "S" TO WS-SW-CTO-VISTO
                   MOVE CT-SUBSCRIPTOR-ID TO WS-SUB-USAR
               ELSE
                   IF FS-CONTRATOS NOT EQUAL "23"
                       MOVE "2110-BUSCAR-SUBSCRIP" TO WS-ERR-PARRAFO
                       MOVE FS-CONTRATOS           TO WS-ERR-FS
                       PERFORM 9000-LOG-ERROR
                          THRU 9000-LOG-ERROR-EXIT
                       PERFORM 3000-FIN
                          THRU 3000-FIN-EXIT
                   END-IF
               END-IF.

           2110-BUSCAR-SUBSCRIPTOR-EXIT.
               IF FS-RETORNO NOT EQUAL "42"
                   CLOSE RETORNO
               END-IF
               IF FS-CONTRATOS NOT EQUAL "42"
                   CLOSE CONTRATOS
               END-IF
               IF FS-PAGOS NOT EQUAL "42"
                   CLOSE PAGOS-SAL
               END-IF
