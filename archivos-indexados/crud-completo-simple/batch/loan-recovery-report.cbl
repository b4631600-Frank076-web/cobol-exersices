       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-recovery-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-loan-recoveries.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-loan-recoveries.cpy".

       WORKING-STORAGE SECTION.
       01  F-RECOVERIES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  REPORT-PERIOD PIC 9(6).
       01  REPORT-PERIOD-R REDEFINES REPORT-PERIOD.
           05  REPORT-YEAR PIC 9(4).
           05  REPORT-MONTH PIC 9(2).

       01  RECOVERY-COUNT PIC 9(8) VALUE ZERO.
       01  RECOVERY-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  CASH-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  ACCOUNT-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.
       01  WS-SOURCE-TEXT PIC X(8).

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RECUPEROS-CASTIGO".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "loan-recovery-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Recuperos de préstamos castigados ===".

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

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Ingresos por recupero de castigados período "
               DELIMITED BY SIZE
               REPORT-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM RECORRER-RECUPEROS.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CASH-TOTAL TO WS-TOTAL-EDIT.
           STRING "Cobrado en efectivo:   " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ACCOUNT-TOTAL TO WS-TOTAL-EDIT.
           STRING "Debitado en cuenta:    " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RECOVERY-TOTAL TO WS-TOTAL-EDIT.
           STRING "Ingreso por recuperos: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               RECOVERY-COUNT DELIMITED BY SIZE
               " cobros)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE RECOVERY-COUNT TO WS-JOB-RECORDS.
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

       RECORRER-RECUPEROS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOAN-RECOVERIES-FILE.

           IF F-RECOVERIES-STATUS NOT = "00"
               MOVE "Sin recuperos registrados" TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               CLOSE LOAN-RECOVERIES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ LOAN-RECOVERIES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LREC-DATE(1:6) = REPORT-PERIOD
                           PERFORM INFORMAR-RECUPERO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-RECOVERIES-FILE.

       INFORMAR-RECUPERO.
           ADD 1 TO RECOVERY-COUNT.
           ADD LREC-AMOUNT TO RECOVERY-TOTAL.

           IF LREC-FROM-CASH
               ADD LREC-AMOUNT TO CASH-TOTAL
               MOVE "efectivo" TO WS-SOURCE-TEXT
           ELSE
               ADD LREC-AMOUNT TO ACCOUNT-TOTAL
               MOVE "cuenta" TO WS-SOURCE-TEXT
           END-IF.

           MOVE LREC-AMOUNT TO WS-AMOUNT-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Préstamo " DELIMITED BY SIZE
               LREC-LOAN-ID DELIMITED BY SIZE
               " DNI " DELIMITED BY SIZE
               LREC-DNI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LREC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOURCE-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM loan-recovery-report.
