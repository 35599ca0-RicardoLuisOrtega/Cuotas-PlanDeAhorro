      ******************************************************************
      * Author: RICARDO ORTEGA
      * Date:
      * Purpose: Seguimiento de entregas - follows an adjudicated
      *          contract from the acto to the prenda. An indexed
      *          deliveries master keyed by contract holds the date
      *          of each step: adjudicado, pedido a fabrica, unidad
      *          recibida, entregada and prenda inscripta. Each acto's
      *          winners come in from the RESULTADOS file once
      *          CUOTASAUTO has applied them to MAESTRO; the later
      *          steps come from the sales office's daily movements
      *          file. A unit is not let out ("entregada") while the
      *          contract has cuotas in arrears in the APLICADO master
      *          or has not paid the integracion minima. The report
      *          lists the rejected movements, every unit held at a
      *          step past the days allowed for it, and every contract
      *          MAESTRO shows adjudicated that has no deliveries
      *          record.
      * Tectonics: cobc
      ******************************************************************
      * Modification history
      *   - First version: orders, arrivals, deliveries and prendas
      *     were kept in a notebook at the sales office.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAS.

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

           SELECT ENTREGAS ASSIGN DYNAMIC WS-ENTREGAS-PATH
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-CONTRATO
           FILE STATUS IS FS-ENTREGAS.

           SELECT RESULTADOS ASSIGN DYNAMIC WS-RES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RES.

           SELECT MOVIMIENTOS ASSIGN DYNAMIC WS-MOV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT REPORTE ASSIGN DYNAMIC WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

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

      * Deliveries master, one record per adjudicated contract.
      * EN-ESTADO is the last step reached (1 adjudicado, 2 pedido a
      * fabrica, 3 unidad recibida, 4 entregada, 5 prenda inscripta);
      * each step keeps its date and the office's reference for it
      * (order number, chassis, dominio, prenda number).
       FD  ENTREGAS
       RECORD CONTAINS 151 CHARACTERS.
       01 EN-REGISTRO.
           05 EN-CONTRATO        PIC X(10).
           05 EN-TANDA           PIC X(06).
           05 EN-SUBSCRIPTOR     PIC X(10).
           05 EN-TIPO-ADJ        PIC X(01).
           05 EN-ESTADO          PIC 9(01).
               88 EN-COMPLETO           VALUE 5.
           05 EN-FECHAS.
               10 EN-FECHA-ADJ       PIC 9(08).
               10 EN-FECHA-PEDIDO    PIC 9(08).
               10 EN-FECHA-RECIBIDA  PIC 9(08).
               10 EN-FECHA-ENTREGA   PIC 9(08).
               10 EN-FECHA-PRENDA    PIC 9(08).
           05 EN-FECHAS-R REDEFINES EN-FECHAS.
               10 EN-FECHA-PASO      PIC 9(08) OCCURS 5 TIMES.
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

      * Daily movements from the sales office: contract, step code
      * (P pedido, R recibida, E entregada, I prenda inscripta), the
      * date the step happened and the office's reference.
       FD  MOVIMIENTOS
       RECORD CONTAINS 34 CHARACTERS.
       01 MV-REGISTRO.
           05 MV-CONTRATO        PIC X(10).
           05 MV-PASO            PIC X(01).
           05 MV-FECHA           PIC 9(08).
           05 MV-REFERENCIA      PIC X(15).

       FD  REPORTE
       RECORD CONTAINS 132 CHARACTERS.
       01 REGISTROREPORTE PIC X(132).

       FD  ERRORES
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTROERROR PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VAR.
           05 FS-MAESTRO    PIC X(2).
           05 FS-APLICADO   PIC X(2).
           05 FS-ENTREGAS   PIC X(2).
           05 FS-RES        PIC X(2).
           05 FS-MOV        PIC X(2).
           05 FS-REPORTE    PIC X(2).
           05 FS-ERRORES    PIC X(2).

      * Logical file names - overridable from the job environment, the
      * same convention CUOTASAUTO uses for its own files.
       01 WS-RUTAS.
           05 WS-MAESTRO-PATH   PIC X(100) VALUE "maestro.idx".
           05 WS-APLICADO-PATH  PIC X(100) VALUE "aplicado.idx".
           05 WS-ENTREGAS-PATH  PIC X(100) VALUE "entregas.idx".
           05 WS-RES-PATH       PIC X(100) VALUE "resultados_acto.dat".
           05 WS-MOV-PATH       PIC X(100)
                                VALUE "movimientos_entregas.dat".
           05 WS-REPORTE-PATH   PIC X(100) VALUE "entregas.txt".
           05 WS-ERRORES-PATH   PIC X(100) VALUE "errores_ent.log".

      * Step codes and names, indexed by the step number EN-ESTADO
      * carries.
       01 WC-TABLA-PASOS.
           05 FILLER           PIC X(19) VALUE "AADJUDICADO        ".
           05 FILLER           PIC X(19) VALUE "PPEDIDO A FABRICA  ".
           05 FILLER           PIC X(19) VALUE "RUNIDAD RECIBIDA   ".
           05 FILLER           PIC X(19) VALUE "EENTREGADA         ".
           05 FILLER           PIC X(19) VALUE "IPRENDA INSCRIPTA  ".
       01 WC-PASOS-R REDEFINES WC-TABLA-PASOS.
           05 WC-PASO-ENT OCCURS 5 TIMES.
               10 WC-PASO-COD       PIC X(01).
               10 WC-PASO-NOMBRE    PIC X(18).

      * Days a unit may wait for each step after the previous one
      * before it is reported as overdue (pedido, recepcion, entrega,
      * prenda); each can be set from the job environment. The
      * integracion minima is the number of cuotas the contract must
      * have paid in full before the unit is handed over.
       01 WS-PLAZOS.
           05 WS-DIAS-PEDIDO    PIC 9(03) VALUE 030.
           05 WS-DIAS-RECEPCION PIC 9(03) VALUE 090.
           05 WS-DIAS-ENTREGA   PIC 9(03) VALUE 015.
           05 WS-DIAS-PRENDA    PIC 9(03) VALUE 030.
       01 WS-PLAZOS-R REDEFINES WS-PLAZOS.
           05 WS-PLAZO          PIC 9(03) OCCURS 4 TIMES.

       01 WS-CUOTAS-INTEG      PIC 9(02) VALUE 06.

      * Units overdue, counted by the step they are waiting for.
       01 WS-DEMORAS.
           05 FILLER           PIC 9(05) VALUE ZERO.
           05 FILLER           PIC 9(05) VALUE ZERO.
           05 FILLER           PIC 9(05) VALUE ZERO.
           05 FILLER           PIC 9(05) VALUE ZERO.
       01 WS-DEMORAS-R REDEFINES WS-DEMORAS.
           05 WS-DEMORADOS      PIC 9(05) OCCURS 4 TIMES.

       01 WS-VARIABLES.
           05 WS-FECHA-CORTE    PIC 9(08).
           05 WS-CORTE-SERIAL   PIC 9(07).
           05 WS-CONTRATO-ACTUAL PIC X(10) VALUE SPACES.
           05 WS-PASO           PIC 9(01).
           05 WS-PASO-ANT       PIC 9(01).
           05 WS-PASO-SUB       PIC 9(01).
           05 WS-DIAS-PASO      PIC S9(07).
           05 WS-SALDO-CUOTA    PIC 9(09).
           05 WS-CTR-RESULTADOS PIC 9(05) VALUE ZERO.
           05 WS-CTR-ALTAS      PIC 9(05) VALUE ZERO.
           05 WS-CTR-YA-ALTA    PIC 9(05) VALUE ZERO.
           05 WS-CTR-NO-APLIC   PIC 9(05) VALUE ZERO.
           05 WS-CTR-MOVS       PIC 9(05) VALUE ZERO.
           05 WS-CTR-MOVS-OK    PIC 9(05) VALUE ZERO.
           05 WS-CTR-MOVS-RECH  PIC 9(05) VALUE ZERO.
           05 WS-CTR-BLOQUEADAS PIC 9(05) VALUE ZERO.
           05 WS-CTR-SEGUIDOS   PIC 9(05) VALUE ZERO.
           05 WS-CTR-SIN-REG    PIC 9(05) VALUE ZERO.

      * What the walk of one contract's schedule found: whether and
      * where it was adjudicated, and - when asked for - how many
      * cuotas are due and unpaid and how many are paid in full.
       01 WS-EXAMEN.
           05 WS-EX-CONTRATO    PIC X(10).
           05 WS-EX-TANDA       PIC X(06).
           05 WS-EX-SUBSCRIPTOR PIC X(10).
           05 WS-EX-ADJ-CUOTA   PIC 9(02).
           05 WS-EX-ADJ-VENCE   PIC 9(08).
           05 WS-EX-MORA        PIC 9(02).
           05 WS-EX-PAGAS       PIC 9(02).

       01 WS-SWITCHES.
           05 WS-SW-EOF-MAESTRO      PIC X(01) VALUE "N".
               88 FIN-MAESTRO               VALUE "S".
           05 WS-SW-EOF-RES          PIC X(01) VALUE "N".
               88 FIN-RESULTADOS            VALUE "S".
           05 WS-SW-EOF-MOV          PIC X(01) VALUE "N".
               88 FIN-MOVIMIENTOS           VALUE "S".
           05 WS-SW-EOF-ENTREGAS     PIC X(01) VALUE "N".
               88 FIN-ENTREGAS              VALUE "S".
           05 WS-SW-EX-FIN           PIC X(01) VALUE "N".
               88 FIN-EXAMEN                VALUE "S".
           05 WS-SW-EX-PAGOS         PIC X(01) VALUE "N".
               88 EXAMINAR-PAGOS            VALUE "S".
           05 WS-SW-EX-ADJ           PIC X(01) VALUE "N".
               88 CONTRATO-ADJUDICADO       VALUE "S".
           05 WS-SW-AP-HALLADO       PIC X(01) VALUE "N".
               88 AP-EXISTENTE              VALUE "S".
           05 WS-SW-MOV-RECHAZO      PIC X(01) VALUE "N".
               88 MOVIMIENTO-RECHAZADO      VALUE "S".

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
       01 WS-RP-TITULO.
           05 FILLER           PIC X(36)
           VALUE "SEGUIMIENTO DE ENTREGAS            ".
           05 FILLER           PIC X(06) VALUE "CORTE ".
           05 WS-RPT-CORTE     PIC 9(08).

       01 WS-RP-SECCION.
           05 WS-RPS-TEXTO     PIC X(60).

       01 WS-RP-RECHAZO.
           05 FILLER           PIC X(09) VALUE "RECHAZO  ".
           05 WS-RPR-CONTRATO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-PASO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-FECHA     PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-REF       PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPR-MOTIVO    PIC X(33).

       01 WS-RP-PLAZOS.
           05 FILLER           PIC X(15) VALUE "PLAZOS: PEDIDO ".
           05 WS-RPP-PEDIDO    PIC 9(03).
           05 FILLER           PIC X(11) VALUE " RECEPCION ".
           05 WS-RPP-RECEPCION PIC 9(03).
           05 FILLER           PIC X(09) VALUE " ENTREGA ".
           05 WS-RPP-ENTREGA   PIC 9(03).
           05 FILLER           PIC X(08) VALUE " PRENDA ".
           05 WS-RPP-PRENDA    PIC 9(03).
           05 FILLER           PIC X(05) VALUE " DIAS".

       01 WS-RP-DEMORA.
           05 WS-RPD-CONTRATO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPD-TANDA     PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPD-SUBSCRIPT PIC X(10).
           05 FILLER           PIC X(10) VALUE " ESPERA:  ".
           05 WS-RPD-PASO      PIC X(18).
           05 FILLER           PIC X(07) VALUE " DESDE ".
           05 WS-RPD-DESDE     PIC 9(08).
           05 FILLER           PIC X(06) VALUE " DIAS ".
           05 WS-RPD-DIAS      PIC 9(05).

       01 WS-RP-SIN-REG.
           05 WS-RPN-CONTRATO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPN-TANDA     PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPN-SUBSCRIPT PIC X(10).
           05 FILLER           PIC X(22)
           VALUE " ADJUDICADO EN CUOTA  ".
           05 WS-RPN-CUOTA     PIC 9(02).
           05 FILLER           PIC X(07) VALUE " VENCE ".
           05 WS-RPN-VENCE     PIC 9(08).

       01 WS-RP-DEM-TOTAL.
           05 FILLER           PIC X(19) VALUE "DEMORADOS ESPERANDO".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-RPT-PASO      PIC X(18).
           05 FILLER           PIC X(02) VALUE ": ".
           05 WS-RPT-CANT      PIC 9(05).

       01 WS-RP-TOTALES.
           05 FILLER           PIC X(15) VALUE "ALTAS DEL ACTO=".
           05 WS-RPX-ALTAS     PIC 9(05).
           05 FILLER           PIC X(14) VALUE " YA EN MASTER=".
           05 WS-RPX-YA-ALTA   PIC 9(05).
           05 FILLER           PIC X(14) VALUE " NO APLICADOS=".
           05 WS-RPX-NO-APLIC  PIC 9(05).
           05 FILLER           PIC X(14) VALUE " MOVIMIENTOS= ".
           05 WS-RPX-MOVS      PIC 9(05).
           05 FILLER           PIC X(12) VALUE " APLICADOS= ".
           05 WS-RPX-MOVS-OK   PIC 9(05).
           05 FILLER           PIC X(13) VALUE " RECHAZADOS= ".
           05 WS-RPX-MOVS-RECH PIC 9(05).

       01 WS-RP-TOTALES-2.
           05 FILLER           PIC X(21) VALUE "ENTREGAS BLOQUEADAS= ".
           05 WS-RPX-BLOQ      PIC 9(05).
           05 FILLER           PIC X(11) VALUE " EN CURSO= ".
           05 WS-RPX-SEGUIDOS  PIC 9(05).
           05 FILLER           PIC X(23)
           VALUE " ADJUDIC. SIN REGISTRO=".
           05 WS-RPX-SIN-REG   PIC 9(05).

      * Serial-day conversion work areas (days since the common-era
      * epoch), used to age a step against the cutoff date.
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

            PERFORM 2100-ALTA-RESULTADO
               THRU 2100-ALTA-RESULTADO-EXIT
              UNTIL FIN-RESULTADOS

            PERFORM 2300-APLICAR-MOVIMIENTO
               THRU 2300-APLICAR-MOVIMIENTO-EXIT
              UNTIL FIN-MOVIMIENTOS

            PERFORM 2600-LISTAR-DEMORAS
               THRU 2600-LISTAR-DEMORAS-EXIT

            PERFORM 2800-LISTAR-SIN-REGISTRO
               THRU 2800-LISTAR-SIN-REGISTRO-EXIT

            PERFORM 3000-FIN
               THRU 3000-FIN-EXIT.

      ******************************************************************
      * 1000-INICIO - pick up the environment-supplied paths, the
      * cutoff date and the step deadlines, then open the files.
      * RESULTADOS and the movements file are both optional: a day
      * with no acto and no movements still gets its report.
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
               ACCEPT WS-MOV-PATH
                   FROM ENVIRONMENT "MOV_ENTREGAS_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-REPORTE-PATH
                   FROM ENVIRONMENT "ENTREGAS_REPORTE_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-ERRORES-PATH
                   FROM ENVIRONMENT "ERRORES_PATH"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT

               ACCEPT WS-DIAS-PEDIDO
                   FROM ENVIRONMENT "ENTREGAS_DIAS_PEDIDO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-DIAS-RECEPCION
                   FROM ENVIRONMENT "ENTREGAS_DIAS_RECEPCION"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-DIAS-ENTREGA
                   FROM ENVIRONMENT "ENTREGAS_DIAS_ENTREGA"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-DIAS-PRENDA
                   FROM ENVIRONMENT "ENTREGAS_DIAS_PRENDA"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               ACCEPT WS-CUOTAS-INTEG
                   FROM ENVIRONMENT "ENTREGAS_CUOTAS_INTEG"
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
      * unpaid and no unit could ever be delivered, so it is
      * required here.
               OPEN INPUT APLICADO
               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "1000-INICIO-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

      * The deliveries master is the durable record; the first run
      * creates it and reopens it I-O, the way COBRANZAS opens
      * APLICADO.
               OPEN I-O ENTREGAS
               IF FS-ENTREGAS EQUAL "35"
                   OPEN OUTPUT ENTREGAS
                   IF FS-ENTREGAS EQUAL "00"
                       CLOSE ENTREGAS
                       OPEN I-O ENTREGAS
                   END-IF
               END-IF
               IF FS-ENTREGAS NOT EQUAL "00"
                   MOVE "1000-INICIO-ENTREGAS" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE "S" TO WS-SW-EOF-RES
               IF WS-RES-PATH NOT EQUAL SPACES
                   OPEN INPUT RESULTADOS
                   IF FS-RES EQUAL "00"
                       MOVE "N" TO WS-SW-EOF-RES
                   ELSE
                       IF FS-RES NOT EQUAL "35"
                           MOVE "1000-INICIO-RES" TO WS-ERR-PARRAFO
                           MOVE FS-RES             TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               MOVE "S" TO WS-SW-EOF-MOV
               IF WS-MOV-PATH NOT EQUAL SPACES
                   OPEN INPUT MOVIMIENTOS
                   IF FS-MOV EQUAL "00"
                       MOVE "N" TO WS-SW-EOF-MOV
                   ELSE
                       IF FS-MOV NOT EQUAL "35"
                           MOVE "1000-INICIO-MOV" TO WS-ERR-PARRAFO
                           MOVE FS-MOV             TO WS-ERR-FS
                           PERFORM 9000-LOG-ERROR
                              THRU 9000-LOG-ERROR-EXIT
                           PERFORM 3000-FIN
                              THRU 3000-FIN-EXIT
                       END-IF
                   END-IF
               END-IF

               OPEN OUTPUT REPORTE
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "1000-INICIO-REPORTE" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-RPT-CORTE
               WRITE REGISTROREPORTE FROM WS-RP-TITULO
               MOVE "MOVIMIENTOS Y RESULTADOS RECHAZADOS" TO
                   WS-RPS-TEXTO
               WRITE REGISTROREPORTE FROM WS-RP-SECCION
               AFTER ADVANCING 2
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "1000-INICIO-TITULO" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE WS-FECHA-CORTE TO WS-DS-FECHA
               PERFORM 8100-CALC-DIAS
                  THRU 8100-CALC-DIAS-EXIT
               MOVE WS-DS-SERIAL TO WS-CORTE-SERIAL.

           1000-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ALTA-RESULTADO - one acto winner. A contract already in
      * the deliveries master is left as it is (the same RESULTADOS
      * file may be read on more than one day); a winner MAESTRO does
      * not yet show adjudicated - CUOTASAUTO has not applied it, or
      * refused it - is reported and waits for a later run.
      ******************************************************************
           2100-ALTA-RESULTADO.
               READ RESULTADOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-RES
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-RESULTADOS
                   GO TO 2100-ALTA-RESULTADO-EXIT
               END-IF

               IF FS-RES NOT EQUAL "00"
                   MOVE "2100-ALTA-RESULTADO" TO WS-ERR-PARRAFO
                   MOVE FS-RES                 TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-RESULTADOS
               MOVE RS-CONTRATO TO WS-CONTRATO-ACTUAL

               MOVE RS-CONTRATO TO EN-CONTRATO
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ENTREGAS EQUAL "00"
                   ADD 1 TO WS-CTR-YA-ALTA
                   GO TO 2100-ALTA-RESULTADO-EXIT
               END-IF
               IF FS-ENTREGAS NOT EQUAL "23"
                   MOVE "2100-ALTA-LEER" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS      TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE RS-CONTRATO TO WS-EX-CONTRATO
               MOVE "N" TO WS-SW-EX-PAGOS
               PERFORM 2900-EXAMINAR-CONTRATO
                  THRU 2900-EXAMINAR-CONTRATO-EXIT

               IF NOT CONTRATO-ADJUDICADO
                   ADD 1 TO WS-CTR-NO-APLIC
                   MOVE RS-CONTRATO TO WS-RPR-CONTRATO
                   MOVE RS-TIPO     TO WS-RPR-PASO
                   MOVE RS-FECHA    TO WS-RPR-FECHA
                   MOVE SPACES      TO WS-RPR-REF
                   MOVE "RESULTADO NO APLICADO EN MAESTRO"
                     TO WS-RPR-MOTIVO
                   PERFORM 2390-ESCRIBIR-RECHAZO
                      THRU 2390-ESCRIBIR-RECHAZO-EXIT
                   GO TO 2100-ALTA-RESULTADO-EXIT
               END-IF

               MOVE RS-CONTRATO       TO EN-CONTRATO
               MOVE WS-EX-TANDA       TO EN-TANDA
               MOVE WS-EX-SUBSCRIPTOR TO EN-SUBSCRIPTOR
               MOVE RS-TIPO           TO EN-TIPO-ADJ
               MOVE 1                 TO EN-ESTADO
               MOVE ZERO              TO EN-FECHAS
               MOVE RS-FECHA          TO EN-FECHA-ADJ
               MOVE SPACES            TO EN-REF-PASO(1) EN-REF-PASO(2)
                                         EN-REF-PASO(3) EN-REF-PASO(4)
                                         EN-REF-PASO(5)
               MOVE WS-FECHA-CORTE    TO EN-ULT-MOV

               WRITE EN-REGISTRO
               IF FS-ENTREGAS NOT EQUAL "00"
                   MOVE "2100-ALTA-GRABAR" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS        TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-ALTAS.

           2100-ALTA-RESULTADO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APLICAR-MOVIMIENTO - one movement from the sales office.
      * The steps are taken strictly in order, each once, on a date
      * no earlier than the step before; the entrega also has to pass
      * 2400. A movement that fails any check is reported with its
      * reason and leaves the master untouched.
      ******************************************************************
           2300-APLICAR-MOVIMIENTO.
               READ MOVIMIENTOS
                   AT END
                       MOVE "S" TO WS-SW-EOF-MOV
                   NOT AT END
                       CONTINUE
               END-READ

               IF FIN-MOVIMIENTOS
                   GO TO 2300-APLICAR-MOVIMIENTO-EXIT
               END-IF

               IF FS-MOV NOT EQUAL "00"
                   MOVE "2300-APLICAR-MOV" TO WS-ERR-PARRAFO
                   MOVE FS-MOV             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-MOVS
               MOVE MV-CONTRATO TO WS-CONTRATO-ACTUAL
               MOVE "N" TO WS-SW-MOV-RECHAZO

      * Step 1 (adjudicado) only ever comes from RESULTADOS.
               MOVE ZERO TO WS-PASO
               PERFORM 2310-BUSCAR-PASO
                  THRU 2310-BUSCAR-PASO-EXIT
                 VARYING WS-PASO-SUB FROM 2 BY 1
                   UNTIL WS-PASO-SUB > 5
                      OR WS-PASO NOT EQUAL ZERO

               IF WS-PASO EQUAL ZERO
                   MOVE "PASO INVALIDO" TO WS-RPR-MOTIVO
                   GO TO 2300-APLICAR-MOVIMIENTO-RECH
               END-IF

               IF MV-FECHA IS NOT NUMERIC
                  OR MV-FECHA EQUAL ZERO
                  OR MV-FECHA GREATER THAN WS-FECHA-CORTE
                   MOVE "FECHA INVALIDA" TO WS-RPR-MOTIVO
                   GO TO 2300-APLICAR-MOVIMIENTO-RECH
               END-IF

               MOVE MV-CONTRATO TO EN-CONTRATO
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ENTREGAS EQUAL "23"
                   MOVE "SIN REGISTRO DE ENTREGA" TO WS-RPR-MOTIVO
                   GO TO 2300-APLICAR-MOVIMIENTO-RECH
               END-IF
               IF FS-ENTREGAS NOT EQUAL "00"
                   MOVE "2300-APLICAR-LEER" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF EN-FECHA-PASO(WS-PASO) NOT EQUAL ZERO
                   MOVE "PASO YA REGISTRADO" TO WS-RPR-MOTIVO
                   GO TO 2300-APLICAR-MOVIMIENTO-RECH
               END-IF

               COMPUTE WS-PASO-ANT = WS-PASO - 1
               IF EN-ESTADO NOT EQUAL WS-PASO-ANT
                   MOVE "PASO ANTERIOR PENDIENTE" TO WS-RPR-MOTIVO
                   GO TO 2300-APLICAR-MOVIMIENTO-RECH
               END-IF

               IF MV-FECHA LESS THAN EN-FECHA-PASO(WS-PASO-ANT)
                   MOVE "FECHA ANTERIOR AL PASO PREVIO" TO
                       WS-RPR-MOTIVO
                   GO TO 2300-APLICAR-MOVIMIENTO-RECH
               END-IF

               IF WS-PASO EQUAL 4
                   PERFORM 2400-VERIFICAR-ENTREGA
                      THRU 2400-VERIFICAR-ENTREGA-EXIT
                   IF MOVIMIENTO-RECHAZADO
                       ADD 1 TO WS-CTR-BLOQUEADAS
                       GO TO 2300-APLICAR-MOVIMIENTO-RECH
                   END-IF
               END-IF

               MOVE MV-FECHA       TO EN-FECHA-PASO(WS-PASO)
               MOVE MV-REFERENCIA  TO EN-REF-PASO(WS-PASO)
               MOVE WS-PASO        TO EN-ESTADO
               MOVE WS-FECHA-CORTE TO EN-ULT-MOV

               REWRITE EN-REGISTRO
               IF FS-ENTREGAS NOT EQUAL "00"
                   MOVE "2300-APLICAR-GRABAR" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-MOVS-OK
               GO TO 2300-APLICAR-MOVIMIENTO-EXIT.

           2300-APLICAR-MOVIMIENTO-RECH.
               ADD 1 TO WS-CTR-MOVS-RECH
               MOVE MV-CONTRATO   TO WS-RPR-CONTRATO
               MOVE MV-PASO       TO WS-RPR-PASO
               MOVE ZERO          TO WS-RPR-FECHA
               IF MV-FECHA IS NUMERIC
                   MOVE MV-FECHA  TO WS-RPR-FECHA
               END-IF
               MOVE MV-REFERENCIA TO WS-RPR-REF
               PERFORM 2390-ESCRIBIR-RECHAZO
                  THRU 2390-ESCRIBIR-RECHAZO-EXIT.

           2300-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

           2310-BUSCAR-PASO.
               IF WC-PASO-COD(WS-PASO-SUB) EQUAL MV-PASO
                   MOVE WS-PASO-SUB TO WS-PASO
               END-IF.

           2310-BUSCAR-PASO-EXIT.
           EXIT.

      ******************************************************************
      * 2390-ESCRIBIR-RECHAZO - one report line per refused movement
      * or acto result (WS-RP-RECHAZO already filled in).
      ******************************************************************
           2390-ESCRIBIR-RECHAZO.
               WRITE REGISTROREPORTE FROM WS-RP-RECHAZO
               AFTER ADVANCING 1

               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2390-ESCRIBIR-RECH" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE            TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2390-ESCRIBIR-RECHAZO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-VERIFICAR-ENTREGA - the unit is not handed over while a
      * cuota due before the cutoff is not fully paid in APLICADO, nor
      * before the contract has paid the integracion minima in full
      * (cuotas cancelled by adelanto count, being paid in APLICADO).
      ******************************************************************
           2400-VERIFICAR-ENTREGA.
               MOVE MV-CONTRATO TO WS-EX-CONTRATO
               MOVE "S" TO WS-SW-EX-PAGOS
               PERFORM 2900-EXAMINAR-CONTRATO
                  THRU 2900-EXAMINAR-CONTRATO-EXIT

               IF WS-EX-MORA GREATER THAN ZERO
                   MOVE "S" TO WS-SW-MOV-RECHAZO
                   MOVE "ENTREGA BLOQUEADA: CUOTAS EN MORA"
                     TO WS-RPR-MOTIVO
                   GO TO 2400-VERIFICAR-ENTREGA-EXIT
               END-IF

               IF WS-EX-PAGAS LESS THAN WS-CUOTAS-INTEG
                   MOVE "S" TO WS-SW-MOV-RECHAZO
                   MOVE "ENTREGA BLOQUEADA: INTEGR. MINIMA"
                     TO WS-RPR-MOTIVO
               END-IF.

           2400-VERIFICAR-ENTREGA-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LISTAR-DEMORAS - walk the deliveries master and list every
      * unit that has waited longer than its deadline for the next
      * step, counting them by the step awaited.
      ******************************************************************
           2600-LISTAR-DEMORAS.
               MOVE "UNIDADES DEMORADAS" TO WS-RPS-TEXTO
               WRITE REGISTROREPORTE FROM WS-RP-SECCION
               AFTER ADVANCING 3
               MOVE WS-DIAS-PEDIDO    TO WS-RPP-PEDIDO
               MOVE WS-DIAS-RECEPCION TO WS-RPP-RECEPCION
               MOVE WS-DIAS-ENTREGA   TO WS-RPP-ENTREGA
               MOVE WS-DIAS-PRENDA    TO WS-RPP-PRENDA
               WRITE REGISTROREPORTE FROM WS-RP-PLAZOS
               AFTER ADVANCING 1
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2600-LISTAR-DEMORAS" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE SPACES TO WS-CONTRATO-ACTUAL
               MOVE LOW-VALUES TO EN-CONTRATO
               START ENTREGAS KEY IS NOT LESS THAN EN-CONTRATO
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-ENTREGAS
               END-START

               PERFORM 2610-EXAMINAR-ENTREGA
                  THRU 2610-EXAMINAR-ENTREGA-EXIT
                 UNTIL FIN-ENTREGAS.

           2600-LISTAR-DEMORAS-EXIT.
           EXIT.

           2610-EXAMINAR-ENTREGA.
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-ENTREGAS
                       GO TO 2610-EXAMINAR-ENTREGA-EXIT
               END-READ

               IF FS-ENTREGAS NOT EQUAL "00"
                   MOVE "2610-EXAMINAR-ENT" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE EN-CONTRATO TO WS-CONTRATO-ACTUAL
               IF EN-COMPLETO
                  OR EN-ESTADO EQUAL ZERO
                  OR EN-ESTADO GREATER THAN 5
                   GO TO 2610-EXAMINAR-ENTREGA-EXIT
               END-IF

               ADD 1 TO WS-CTR-SEGUIDOS
               MOVE EN-FECHA-PASO(EN-ESTADO) TO WS-DS-FECHA
               PERFORM 8100-CALC-DIAS
                  THRU 8100-CALC-DIAS-EXIT
               COMPUTE WS-DIAS-PASO = WS-CORTE-SERIAL - WS-DS-SERIAL

               IF WS-DIAS-PASO NOT GREATER THAN WS-PLAZO(EN-ESTADO)
                   GO TO 2610-EXAMINAR-ENTREGA-EXIT
               END-IF

               COMPUTE WS-PASO = EN-ESTADO + 1
               ADD 1 TO WS-DEMORADOS(EN-ESTADO)
               MOVE EN-CONTRATO              TO WS-RPD-CONTRATO
               MOVE EN-TANDA                 TO WS-RPD-TANDA
               MOVE EN-SUBSCRIPTOR           TO WS-RPD-SUBSCRIPT
               MOVE WC-PASO-NOMBRE(WS-PASO)  TO WS-RPD-PASO
               MOVE EN-FECHA-PASO(EN-ESTADO) TO WS-RPD-DESDE
               MOVE WS-DIAS-PASO             TO WS-RPD-DIAS

               WRITE REGISTROREPORTE FROM WS-RP-DEMORA
               AFTER ADVANCING 1

               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2610-ESCRIBIR-DEMORA" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE              TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2610-EXAMINAR-ENTREGA-EXIT.
           EXIT.

      ******************************************************************
      * 2800-LISTAR-SIN-REGISTRO - walk MAESTRO contract by contract;
      * a contract whose schedule carries the adjudication flag (so
      * it is on an acta as adjudicated) and has no deliveries record
      * is listed, so no unit is forgotten between the acto and the
      * sales office.
      ******************************************************************
           2800-LISTAR-SIN-REGISTRO.
               MOVE "ADJUDICADOS SIN REGISTRO DE ENTREGA" TO
                   WS-RPS-TEXTO
               WRITE REGISTROREPORTE FROM WS-RP-SECCION
               AFTER ADVANCING 3
               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2800-LISTAR-SIN-REG" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               MOVE SPACES TO WS-CONTRATO-ACTUAL
               MOVE "N" TO WS-SW-EOF-MAESTRO WS-SW-EX-ADJ
               MOVE LOW-VALUES TO MA-CLAVE
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EOF-MAESTRO
               END-START

               PERFORM 2810-LEER-CUOTA
                  THRU 2810-LEER-CUOTA-EXIT
                 UNTIL FIN-MAESTRO

               IF WS-CONTRATO-ACTUAL NOT EQUAL SPACES
                   PERFORM 2820-CERRAR-CONTRATO
                      THRU 2820-CERRAR-CONTRATO-EXIT
               END-IF.

           2800-LISTAR-SIN-REGISTRO-EXIT.
           EXIT.

           2810-LEER-CUOTA.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EOF-MAESTRO
                       GO TO 2810-LEER-CUOTA-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "2810-LEER-CUOTA" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO         TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL WS-CONTRATO-ACTUAL
                   IF WS-CONTRATO-ACTUAL NOT EQUAL SPACES
                       PERFORM 2820-CERRAR-CONTRATO
                          THRU 2820-CERRAR-CONTRATO-EXIT
                   END-IF
                   MOVE MA-CONTRATO    TO WS-CONTRATO-ACTUAL
                   MOVE MA-TANDA       TO WS-EX-TANDA
                   MOVE MA-SUBSCRIPTOR TO WS-EX-SUBSCRIPTOR
                   MOVE "N" TO WS-SW-EX-ADJ
               END-IF

               IF MA-ADJ-FLAG EQUAL "S"
                  AND NOT CONTRATO-ADJUDICADO
                   MOVE "S"      TO WS-SW-EX-ADJ
                   MOVE MA-CUOTA TO WS-EX-ADJ-CUOTA
                   MOVE MA-VENCE TO WS-EX-ADJ-VENCE
               END-IF.

           2810-LEER-CUOTA-EXIT.
           EXIT.

           2820-CERRAR-CONTRATO.
               IF NOT CONTRATO-ADJUDICADO
                   GO TO 2820-CERRAR-CONTRATO-EXIT
               END-IF

               MOVE WS-CONTRATO-ACTUAL TO EN-CONTRATO
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-ENTREGAS EQUAL "00"
                   GO TO 2820-CERRAR-CONTRATO-EXIT
               END-IF
               IF FS-ENTREGAS NOT EQUAL "23"
                   MOVE "2820-CERRAR-LEER" TO WS-ERR-PARRAFO
                   MOVE FS-ENTREGAS        TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               ADD 1 TO WS-CTR-SIN-REG
               MOVE WS-CONTRATO-ACTUAL TO WS-RPN-CONTRATO
               MOVE WS-EX-TANDA        TO WS-RPN-TANDA
               MOVE WS-EX-SUBSCRIPTOR  TO WS-RPN-SUBSCRIPT
               MOVE WS-EX-ADJ-CUOTA    TO WS-RPN-CUOTA
               MOVE WS-EX-ADJ-VENCE    TO WS-RPN-VENCE

               WRITE REGISTROREPORTE FROM WS-RP-SIN-REG
               AFTER ADVANCING 1

               IF FS-REPORTE NOT EQUAL "00"
                   MOVE "2820-ESCRIBIR-SIN-REG" TO WS-ERR-PARRAFO
                   MOVE FS-REPORTE               TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2820-CERRAR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 2900-EXAMINAR-CONTRATO - walk the schedule of WS-EX-CONTRATO
      * for its tanda, holder and the first cuota carrying the
      * adjudication flag. With EXAMINAR-PAGOS each cuota is also
      * weighed against APLICADO: a cuota due before the cutoff with
      * a balance left counts as in arrears (the schedule's gross when
      * COBRANZAS never saw it), and a cuota whose billed value is
      * fully covered counts as paid.
      ******************************************************************
           2900-EXAMINAR-CONTRATO.
               MOVE "N" TO WS-SW-EX-ADJ WS-SW-EX-FIN
               MOVE SPACES TO WS-EX-TANDA WS-EX-SUBSCRIPTOR
               MOVE ZERO TO WS-EX-ADJ-CUOTA WS-EX-ADJ-VENCE
                            WS-EX-MORA WS-EX-PAGAS

               MOVE WS-EX-CONTRATO TO MA-CONTRATO
               MOVE ZERO           TO MA-CUOTA
               START MAESTRO KEY IS NOT LESS THAN MA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-EX-FIN
               END-START

               PERFORM 2910-EXAMINAR-CUOTA
                  THRU 2910-EXAMINAR-CUOTA-EXIT
                 UNTIL FIN-EXAMEN.

           2900-EXAMINAR-CONTRATO-EXIT.
           EXIT.

           2910-EXAMINAR-CUOTA.
               READ MAESTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-EX-FIN
                       GO TO 2910-EXAMINAR-CUOTA-EXIT
               END-READ

               IF FS-MAESTRO NOT EQUAL "00"
                   MOVE "2910-EXAMINAR-CUOTA" TO WS-ERR-PARRAFO
                   MOVE FS-MAESTRO             TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF

               IF MA-CONTRATO NOT EQUAL WS-EX-CONTRATO
                   MOVE "S" TO WS-SW-EX-FIN
                   GO TO 2910-EXAMINAR-CUOTA-EXIT
               END-IF

               MOVE MA-TANDA       TO WS-EX-TANDA
               MOVE MA-SUBSCRIPTOR TO WS-EX-SUBSCRIPTOR
               IF MA-ADJ-FLAG EQUAL "S"
                  AND NOT CONTRATO-ADJUDICADO
                   MOVE "S"      TO WS-SW-EX-ADJ
                   MOVE MA-CUOTA TO WS-EX-ADJ-CUOTA
                   MOVE MA-VENCE TO WS-EX-ADJ-VENCE
               END-IF

               IF NOT EXAMINAR-PAGOS
                   GO TO 2910-EXAMINAR-CUOTA-EXIT
               END-IF

               PERFORM 2920-LEER-APLICADO
                  THRU 2920-LEER-APLICADO-EXIT

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
                   ADD 1 TO WS-EX-PAGAS
               ELSE
                   IF MA-VENCE LESS THAN WS-FECHA-CORTE
                       ADD 1 TO WS-EX-MORA
                   END-IF
               END-IF.

           2910-EXAMINAR-CUOTA-EXIT.
           EXIT.

      ******************************************************************
      * 2920-LEER-APLICADO - keyed read of the cuota's application
      * state.
      ******************************************************************
           2920-LEER-APLICADO.
               MOVE "S" TO WS-SW-AP-HALLADO
               MOVE MA-CONTRATO TO AP-CONTRATO
               MOVE MA-CUOTA    TO AP-CUOTA

               READ APLICADO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF FS-APLICADO EQUAL "23"
                   MOVE "N" TO WS-SW-AP-HALLADO
                   GO TO 2920-LEER-APLICADO-EXIT
               END-IF

               IF FS-APLICADO NOT EQUAL "00"
                   MOVE "2920-LEER-APLICADO" TO WS-ERR-PARRAFO
                   MOVE FS-APLICADO           TO WS-ERR-FS
                   PERFORM 9000-LOG-ERROR
                      THRU 9000-LOG-ERROR-EXIT
                   PERFORM 3000-FIN
                      THRU 3000-FIN-EXIT
               END-IF.

           2920-LEER-APLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIN - write the run totals under the report, then close
      * whatever is open.
      ******************************************************************
           3000-FIN.
               IF RETURN-CODE EQUAL ZERO
                  AND FS-REPORTE EQUAL "00"
                   PERFORM 3100-TOTAL-DEMORAS
                      THRU 3100-TOTAL-DEMORAS-EXIT
                     VARYING WS-PASO-SUB FROM 1 BY 1
                       UNTIL WS-PASO-SUB > 4
                   MOVE WS-CTR-ALTAS      TO WS-RPX-ALTAS
                   MOVE WS-CTR-YA-ALTA    TO WS-RPX-YA-ALTA
                   MOVE WS-CTR-NO-APLIC   TO WS-RPX-NO-APLIC
                   MOVE WS-CTR-MOVS       TO WS-RPX-MOVS
                   MOVE WS-CTR-MOVS-OK    TO WS-RPX-MOVS-OK
                   MOVE WS-CTR-MOVS-RECH  TO WS-RPX-MOVS-RECH
                   WRITE REGISTROREPORTE FROM WS-RP-TOTALES
                   AFTER ADVANCING 2
                   MOVE WS-CTR-BLOQUEADAS TO WS-RPX-BLOQ
                   MOVE WS-CTR-SEGUIDOS   TO WS-RPX-SEGUIDOS
                   MOVE WS-CTR-SIN-REG    TO WS-RPX-SIN-REG
                   WRITE REGISTROREPORTE FROM WS-RP-TOTALES-2
                   AFTER ADVANCING 1
               END-IF

               DISPLAY "RESULTADOS LEIDOS:   " WS-CTR-RESULTADOS
               DISPLAY "ALTAS ENTREGAS:      " WS-CTR-ALTAS
               DISPLAY "MOVIMIENTOS LEIDOS:  " WS-CTR-MOVS
               DISPLAY "MOVIM. APLICADOS:    " WS-CTR-MOVS-OK
               DISPLAY "MOVIM. RECHAZADOS:   " WS-CTR-MOVS-RECH
               DISPLAY "ENTREGAS BLOQUEADAS: " WS-CTR-BLOQUEADAS
               DISPLAY "SIN REG. ENTREGA:    " WS-CTR-SIN-REG

               IF FS-MAESTRO NOT EQUAL "42"
                   CLOSE MAESTRO
               END-IF
               IF FS-APLICADO NOT EQUAL "42"
                   CLOSE APLICADO
               END-IF
               IF FS-ENTREGAS NOT EQUAL "42"
                   CLOSE ENTREGAS
               END-IF
               IF FS-RES NOT EQUAL "42"
                   CLOSE RESULTADOS
               END-IF
               IF FS-MOV NOT EQUAL "42"
                   CLOSE MOVIMIENTOS
               END-IF
               IF FS-REPORTE NOT EQUAL "42"
                   CLOSE REPORTE
               END-IF
               IF FS-ERRORES NOT EQUAL "42"
                   CLOSE ERRORES
               END-IF.
           3000-FIN-EXIT.
           STOP RUN.

           3100-TOTAL-DEMORAS.
               COMPUTE WS-PASO = WS-PASO-SUB + 1
               MOVE WC-PASO-NOMBRE(WS-PASO)   TO WS-RPT-PASO
               MOVE WS-DEMORADOS(WS-PASO-SUB) TO WS-RPT-CANT

               WRITE REGISTROREPORTE FROM WS-RP-DEM-TOTAL
               AFTER ADVANCING 1.

           3100-TOTAL-DEMORAS-EXIT.
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
