       IDENTIFICATION DIVISION.
       PROGRAM-ID. liquidity-gap-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-account.cpy".

       SELECT OPTIONAL LIQUIDITY-SPLIT-FILE
       ASSIGN TO "liquidity-split.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-SPLIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-account.cpy".

       FD  LIQUIDITY-SPLIT-FILE.
       01  LIQUIDITY-SPLIT-RECORD.
           05  LSPL-PERCENT PIC 9(3)V99 OCCURS 7 TIMES.

       WORKING-STORAGE SECTION.
       01  F-TERM-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-SPLIT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  BUCKET-DEFINITIONS.
           05  FILLER PIC X(19) VALUE "A la vista   001010".
           05  FILLER PIC X(19) VALUE "Hasta 7 d.   007005".
           05  FILLER PIC X(19) VALUE "8 a 30 d.    030010".
           05  FILLER PIC X(19) VALUE "31 a 90 d.   090010".
           05  FILLER PIC X(19) VALUE "91 a 180 d.  180010".
           05  FILLER PIC X(19) VALUE "181 a 365 d. 365015".
           05  FILLER PIC X(19) VALUE "Mayor 365 d. 999040".
       01  BUCKET-TABLE REDEFINES BUCKET-DEFINITIONS.
           05  BUCKET-ENTRY OCCURS 7 TIMES.
               10  BUCKET-LABEL PIC X(13).
               10  BUCKET-LIMIT-DAYS PIC 9(3).
               10  BUCKET-DEFAULT-PCT PIC 9(3).

       01  SIGHT-SPLIT-TABLE.
           05  SIGHT-PCT PIC 9(3)V99 OCCURS 7 TIMES.
       01  SPLIT-TOTAL PIC 9(4)V99.
       01  SPLIT-ORIGIN PIC X(30).

       01  GAP-TABLE.
           05  GAP-CURRENCY OCCURS 2 TIMES.
               10  GAP-BUCKET OCCURS 7 TIMES.
                   15  GAP-INFLOW PIC 9(13)V99.
                   15  GAP-TD-OUTFLOW PIC 9(13)V99.
                   15  GAP-SIGHT-OUTFLOW PIC 9(13)V99.
           05  SIGHT-TOTAL PIC 9(13)V99 OCCURS 2 TIMES.

       01  CURRENCY-I PIC 9.
       01  BUCKET-I PIC 9.
       01  FLOW-DATE PIC 9(8).
       01  FLOW-AMOUNT PIC 9(13)V99.
       01  FLOW-DAYS PIC S9(7).
       01  FLOW-ACCOUNT PIC 9(8).
       01  SIGHT-SHARE PIC 9(13)V99.
       01  SIGHT-ASSIGNED PIC 9(13)V99.

       01  CURRENCY-FLAG PIC X.
           88  CURRENCY-KNOWN VALUE 'Y'.
           88  CURRENCY-UNKNOWN VALUE 'N'.

       01  BUCKET-OUTFLOW PIC 9(13)V99.
       01  BUCKET-GAP PIC S9(13)V99.
       01  CUMULATIVE-GAP PIC S9(13)V99.

       01  DEPOSITS-READ PIC 9(8) VALUE ZERO.
       01  INSTALLMENTS-READ PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-READ PIC 9(8) VALUE ZERO.
       01  ROWS-SKIPPED PIC 9(8) VALUE ZERO.

       01  WS-IN-EDIT PIC Z(11)9.99.
       01  WS-OUT-EDIT PIC Z(11)9.99.
       01  WS-GAP-EDIT PIC -Z(11)9.99.
       01  WS-CUM-EDIT PIC -Z(11)9.99.
       01  WS-PCT-EDIT PIC ZZ9.99.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "GAP-LIQUIDEZ".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "liquidity-gap-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Brecha de liquidez por plazo y moneda ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           INITIALIZE GAP-TABLE.

           PERFORM LEER-DISTRIBUCION-A-LA-VISTA.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UBICAR-PLAZOS-FIJOS.
           PERFORM UBICAR-CUOTAS-DE-PRESTAMOS.
           PERFORM UBICAR-SALDOS-A-LA-VISTA.

           CLOSE ACCOUNTS-FILE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Brecha de liquidez al " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               " - vista distribuida según " DELIMITED BY SIZE
               SPLIT-ORIGIN DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM EMITIR-DISTRIBUCION.

           MOVE 1 TO CURRENCY-I.
           PERFORM EMITIR-MONEDA.

           MOVE 2 TO CURRENCY-I.
           PERFORM EMITIR-MONEDA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Plazos fijos: " DELIMITED BY SIZE
               DEPOSITS-READ DELIMITED BY SIZE
               " cuotas: " DELIMITED BY SIZE
               INSTALLMENTS-READ DELIMITED BY SIZE
               " cuentas: " DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF ROWS-SKIPPED > ZERO
               DISPLAY "Registros sin cuenta o moneda conocida: "
                   ROWS-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           COMPUTE WS-JOB-RECORDS =
               DEPOSITS-READ + INSTALLMENTS-READ + ACCOUNTS-READ.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       LEER-DISTRIBUCION-A-LA-VISTA.
           PERFORM VARYING BUCKET-I FROM 1 BY 1 UNTIL BUCKET-I > 7
               MOVE BUCKET-DEFAULT-PCT(BUCKET-I) TO SIGHT-PCT(BUCKET-I)
           END-PERFORM.

           MOVE "la distribución base" TO SPLIT-ORIGIN.

           OPEN INPUT LIQUIDITY-SPLIT-FILE.

           IF F-SPLIT-STATUS NOT = "00"
               CLOSE LIQUIDITY-SPLIT-FILE
               EXIT PARAGRAPH
           END-IF.

           READ LIQUIDITY-SPLIT-FILE
               AT END
                   CLOSE LIQUIDITY-SPLIT-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE LIQUIDITY-SPLIT-FILE.

           MOVE ZERO TO SPLIT-TOTAL.

           PERFORM VARYING BUCKET-I FROM 1 BY 1 UNTIL BUCKET-I > 7
               ADD LSPL-PERCENT(BUCKET-I) TO SPLIT-TOTAL
           END-PERFORM.

           IF SPLIT-TOTAL NOT = 100
               DISPLAY
               "La distribución configurada no suma 100%, se usa "
               "la distribución base"
               MOVE "WARN" TO WS-JOB-OUTCOME
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING BUCKET-I FROM 1 BY 1 UNTIL BUCKET-I > 7
               MOVE LSPL-PERCENT(BUCKET-I) TO SIGHT-PCT(BUCKET-I)
           END-PERFORM.

           MOVE "la configuración" TO SPLIT-ORIGIN.

       UBICAR-PLAZOS-FIJOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TERM-DEPOSITS-FILE.

           IF F-TERM-STATUS NOT = "00"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ TERM-DEPOSITS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TD-ACTIVE
                           ADD 1 TO DEPOSITS-READ
                           MOVE TD-SOURCE-ACCOUNT TO FLOW-ACCOUNT
                           MOVE TD-MATURITY-DATE TO FLOW-DATE
                           MOVE TD-PRINCIPAL TO FLOW-AMOUNT
                           PERFORM UBICAR-FLUJO
                           IF CURRENCY-KNOWN
                               ADD FLOW-AMOUNT TO GAP-TD-OUTFLOW
                                   (CURRENCY-I, BUCKET-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TERM-DEPOSITS-FILE.

       UBICAR-CUOTAS-DE-PRESTAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOAN-SCHEDULE-FILE.

           IF F-SCHEDULE-STATUS NOT = "00"
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOANS-FILE.

           PERFORM UNTIL F-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-PENDING
                           ADD 1 TO INSTALLMENTS-READ
                           PERFORM UBICAR-UNA-CUOTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOANS-FILE.
           CLOSE LOAN-SCHEDULE-FILE.

       UBICAR-UNA-CUOTA.
           MOVE LSCH-LOAN-ID TO LOAN-ID.

           READ LOANS-FILE
               KEY IS LOAN-ID
               INVALID KEY
                   ADD 1 TO ROWS-SKIPPED
                   EXIT PARAGRAPH
           END-READ.

           MOVE LOAN-ACCOUNT TO FLOW-ACCOUNT.
           MOVE LSCH-DUE-DATE TO FLOW-DATE.
           MOVE LSCH-AMOUNT TO FLOW-AMOUNT.

           PERFORM UBICAR-FLUJO.

           IF CURRENCY-KNOWN
               ADD FLOW-AMOUNT TO GAP-INFLOW(CURRENCY-I, BUCKET-I)
           END-IF.

       UBICAR-FLUJO.
           SET CURRENCY-UNKNOWN TO TRUE.

           MOVE FLOW-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   ADD 1 TO ROWS-SKIPPED
                   EXIT PARAGRAPH
           END-READ.

           PERFORM DETERMINAR-MONEDA.

           IF CURRENCY-UNKNOWN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE FLOW-DAYS =
               FUNCTION INTEGER-OF-DATE(FLOW-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           MOVE 1 TO BUCKET-I.

           PERFORM UNTIL BUCKET-I = 7
               OR FLOW-DAYS <= BUCKET-LIMIT-DAYS(BUCKET-I)
               ADD 1 TO BUCKET-I
           END-PERFORM.

       DETERMINAR-MONEDA.
           EVALUATE TRUE
               WHEN CURRENCY-ARS
                   MOVE 1 TO CURRENCY-I
                   SET CURRENCY-KNOWN TO TRUE
               WHEN CURRENCY-USD
                   MOVE 2 TO CURRENCY-I
                   SET CURRENCY-KNOWN TO TRUE
               WHEN OTHER
                   ADD 1 TO ROWS-SKIPPED
           END-EVALUATE.

       UBICAR-SALDOS-A-LA-VISTA.
           SET F-NOT-ENDED TO TRUE.

           IF F-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO ACCOUNT-KEY.

           START ACCOUNTS-FILE
               KEY IS GREATER THAN OR EQUAL TO ACCOUNT-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT ACCOUNT-CLOSED
                           AND ACCOUNT-BILL > ZERO
                           ADD 1 TO ACCOUNTS-READ
                           SET CURRENCY-UNKNOWN TO TRUE
                           PERFORM DETERMINAR-MONEDA
                           IF CURRENCY-KNOWN
                               ADD ACCOUNT-BILL
                                   TO SIGHT-TOTAL(CURRENCY-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 1 TO CURRENCY-I.
           PERFORM DISTRIBUIR-A-LA-VISTA.

           MOVE 2 TO CURRENCY-I.
           PERFORM DISTRIBUIR-A-LA-VISTA.

       DISTRIBUIR-A-LA-VISTA.
           MOVE ZERO TO SIGHT-ASSIGNED.

           PERFORM VARYING BUCKET-I FROM 1 BY 1 UNTIL BUCKET-I > 6
               COMPUTE SIGHT-SHARE ROUNDED =
                   SIGHT-TOTAL(CURRENCY-I) * SIGHT-PCT(BUCKET-I) / 100
               MOVE SIGHT-SHARE
                   TO GAP-SIGHT-OUTFLOW(CURRENCY-I, BUCKET-I)
               ADD SIGHT-SHARE TO SIGHT-ASSIGNED
           END-PERFORM.

           COMPUTE GAP-SIGHT-OUTFLOW(CURRENCY-I, 7) =
               SIGHT-TOTAL(CURRENCY-I) - SIGHT-ASSIGNED.

       EMITIR-DISTRIBUCION.
           MOVE "Distribución de saldos a la vista:"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING BUCKET-I FROM 1 BY 1 UNTIL BUCKET-I > 7
               MOVE SIGHT-PCT(BUCKET-I) TO WS-PCT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   BUCKET-LABEL(BUCKET-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-PERFORM.

       EMITIR-MONEDA.
           MOVE SPACES TO WS-REPORT-LINE.

           IF CURRENCY-I = 1
               MOVE "--- Moneda: ARS ---" TO WS-REPORT-LINE
           ELSE
               MOVE "--- Moneda: USD ---" TO WS-REPORT-LINE
           END-IF.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Plazo" TO WS-REPORT-LINE(1:5).
           MOVE "Ingresos" TO WS-REPORT-LINE(22:8).
           MOVE "Egresos" TO WS-REPORT-LINE(39:7).
           MOVE "Brecha" TO WS-REPORT-LINE(56:6).
           MOVE "Brecha acum." TO WS-REPORT-LINE(66:12).
           PERFORM EMITIR-LINEA.

           MOVE ZERO TO CUMULATIVE-GAP.

           PERFORM EMITIR-PLAZO
               VARYING BUCKET-I FROM 1 BY 1 UNTIL BUCKET-I > 7.

       EMITIR-PLAZO.
           COMPUTE BUCKET-OUTFLOW =
               GAP-TD-OUTFLOW(CURRENCY-I, BUCKET-I)
               + GAP-SIGHT-OUTFLOW(CURRENCY-I, BUCKET-I).

           COMPUTE BUCKET-GAP =
               GAP-INFLOW(CURRENCY-I, BUCKET-I) - BUCKET-OUTFLOW.

           ADD BUCKET-GAP TO CUMULATIVE-GAP.

           MOVE GAP-INFLOW(CURRENCY-I, BUCKET-I) TO WS-IN-EDIT.
           MOVE BUCKET-OUTFLOW TO WS-OUT-EDIT.
           MOVE BUCKET-GAP TO WS-GAP-EDIT.
           MOVE CUMULATIVE-GAP TO WS-CUM-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING BUCKET-LABEL(BUCKET-I) DELIMITED BY SIZE
               WS-IN-EDIT DELIMITED BY SIZE
               WS-OUT-EDIT DELIMITED BY SIZE
               WS-GAP-EDIT DELIMITED BY SIZE
               WS-CUM-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM liquidity-gap-report.
