       IDENTIFICATION DIVISION.
       PROGRAM-ID. promise-kept-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-promises.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-promises.cpy".

       WORKING-STORAGE SECTION.
       01  F-PROMISES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  REPORT-PERIOD PIC 9(6).
       01  REPORT-PERIOD-R REDEFINES REPORT-PERIOD.
           05  REPORT-YEAR PIC 9(4).
           05  REPORT-MONTH PIC 9(2).

       01  COLLECTOR-TABLE.
           05  COLLECTOR-ENTRY OCCURS 100 TIMES.
               10  CT-COLLECTOR PIC X(30).
               10  CT-KEPT PIC 9(6).
               10  CT-BROKEN PIC 9(6).
               10  CT-PROMISED PIC 9(12)V99.
               10  CT-PAID PIC 9(12)V99.
       01  COLLECTOR-COUNT PIC 9(3) VALUE ZERO.
       01  COLLECTOR-I PIC 9(3).
       01  COLLECTOR-FOUND-FLAG PIC X.
           88  COLLECTOR-FOUND VALUE 'Y'.
           88  COLLECTOR-NOT-FOUND VALUE 'N'.

       01  TOTAL-KEPT PIC 9(6) VALUE ZERO.
       01  TOTAL-BROKEN PIC 9(6) VALUE ZERO.
       01  PROMISES-RESOLVED PIC 9(6).
       01  KEPT-RATE PIC 9(3)V99.
       01  PROMISES-SKIPPED PIC 9(6) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-RATE-EDIT PIC ZZ9.99.
       01  WS-AMOUNT-EDIT PIC Z(11)9.99.
       01  WS-COUNT-EDIT PIC ZZZZZ9.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "PROMESAS-GESTOR".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "promise-kept-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Cumplimiento de promesas por gestor ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           DISPLAY "Período a informar (AAAAMM, 0 = mes anterior): ".
           ACCEPT REPORT-PERIOD.

           IF REPORT-PERIOD = ZERO
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.

           IF REPORT-MONTH < 1 OR REPORT-MONTH > 12
               DISPLAY "Período inválido"
               GOBACK
           END-IF.

           PERFORM ACUMULAR-PROMESAS.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Promesas de pago resueltas en el período "
               DELIMITED BY SIZE
               REPORT-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE
           "Gestor                         Cumpl. Incum.  % cumpl."
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM INFORMAR-GESTOR
               VARYING COLLECTOR-I FROM 1 BY 1
               UNTIL COLLECTOR-I > COLLECTOR-COUNT.

           COMPUTE PROMISES-RESOLVED = TOTAL-KEPT + TOTAL-BROKEN.

           IF PROMISES-RESOLVED = ZERO
               MOVE ZERO TO KEPT-RATE
           ELSE
               COMPUTE KEPT-RATE ROUNDED =
                   TOTAL-KEPT * 100 / PROMISES-RESOLVED
           END-IF.

           MOVE KEPT-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Total: cumplidas " DELIMITED BY SIZE
               TOTAL-KEPT DELIMITED BY SIZE
               " incumplidas " DELIMITED BY SIZE
               TOTAL-BROKEN DELIMITED BY SIZE
               " cumplimiento " DELIMITED BY SIZE
               WS-RATE-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF PROMISES-SKIPPED > ZERO
               DISPLAY "Promesas fuera del reporte por tabla llena: "
                   PROMISES-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE PROMISES-RESOLVED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       CALCULAR-MES-ANTERIOR.
           MOVE WS-BUSINESS-DATE(1:6) TO REPORT-PERIOD.

           IF REPORT-MONTH = 1
               SUBTRACT 1 FROM REPORT-YEAR
               MOVE 12 TO REPORT-MONTH
           ELSE
               SUBTRACT 1 FROM REPORT-MONTH
           END-IF.

       ACUMULAR-PROMESAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT PROMISES-FILE.

           IF F-PROMISES-STATUS NOT = "00"
               CLOSE PROMISES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PROMISES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF (PROM-KEPT OR PROM-BROKEN)
                           AND PROM-RESOLVED-DATE(1:6) = REPORT-PERIOD
                           PERFORM ACUMULAR-UNA-PROMESA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROMISES-FILE.

       ACUMULAR-UNA-PROMESA.
           PERFORM UBICAR-GESTOR.

           IF COLLECTOR-NOT-FOUND
               ADD 1 TO PROMISES-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           IF PROM-KEPT
               ADD 1 TO CT-KEPT(COLLECTOR-I)
               ADD 1 TO TOTAL-KEPT
           ELSE
               ADD 1 TO CT-BROKEN(COLLECTOR-I)
               ADD 1 TO TOTAL-BROKEN
           END-IF.

           ADD PROM-AMOUNT TO CT-PROMISED(COLLECTOR-I).
           ADD PROM-PAID TO CT-PAID(COLLECTOR-I).

       UBICAR-GESTOR.
           SET COLLECTOR-NOT-FOUND TO TRUE.

           PERFORM VARYING COLLECTOR-I FROM 1 BY 1
               UNTIL COLLECTOR-I > COLLECTOR-COUNT OR COLLECTOR-FOUND
               IF CT-COLLECTOR(COLLECTOR-I) = PROM-COLLECTOR
                   SET COLLECTOR-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF COLLECTOR-FOUND
               SUBTRACT 1 FROM COLLECTOR-I
               EXIT PARAGRAPH
           END-IF.

           IF COLLECTOR-COUNT < 100
               ADD 1 TO COLLECTOR-COUNT
               MOVE COLLECTOR-COUNT TO COLLECTOR-I
               MOVE PROM-COLLECTOR TO CT-COLLECTOR(COLLECTOR-I)
               MOVE ZERO TO CT-KEPT(COLLECTOR-I)
               MOVE ZERO TO CT-BROKEN(COLLECTOR-I)
               MOVE ZERO TO CT-PROMISED(COLLECTOR-I)
               MOVE ZERO TO CT-PAID(COLLECTOR-I)
               SET COLLECTOR-FOUND TO TRUE
           END-IF.

       INFORMAR-GESTOR.
           COMPUTE PROMISES-RESOLVED =
               CT-KEPT(COLLECTOR-I) + CT-BROKEN(COLLECTOR-I).

           COMPUTE KEPT-RATE ROUNDED =
               CT-KEPT(COLLECTOR-I) * 100 / PROMISES-RESOLVED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CT-COLLECTOR(COLLECTOR-I) TO WS-REPORT-LINE(1:30).
           MOVE CT-KEPT(COLLECTOR-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(32:6).
           MOVE CT-BROKEN(COLLECTOR-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(39:6).
           MOVE KEPT-RATE TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-REPORT-LINE(48:6).
           MOVE "%" TO WS-REPORT-LINE(54:1).
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CT-PROMISED(COLLECTOR-I) TO WS-AMOUNT-EDIT.
           STRING "  prometido " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE CT-PAID(COLLECTOR-I) TO WS-AMOUNT-EDIT.
           MOVE "cobrado" TO WS-REPORT-LINE(40:7).
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(48:15).
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM promise-kept-report.
