       IDENTIFICATION DIVISION.
       PROGRAM-ID. bill-settlement-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SETTLEMENT-FILE
       ASSIGN TO WS-SETTLEMENT-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-SETTLEMENT-STATUS.

       COPY "../copylib/physic-billers.cpy".
       COPY "../copylib/physic-bill-payments.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  ST-TIPO PIC X.
               88  ST-ES-CABECERA VALUE 'H'.
               88  ST-ES-DETALLE VALUE 'D'.
               88  ST-ES-TRAILER VALUE 'T'.
           05  ST-DATOS PIC X(90).
           05  ST-CABECERA REDEFINES ST-DATOS.
               10  ST-BILLER-CODE PIC 9(4).
               10  ST-BILLER-CUIT PIC 9(11).
               10  ST-DATE PIC 9(8).
               10  FILLER PIC X(67).
           05  ST-DETALLE REDEFINES ST-DATOS.
               10  ST-PAYMENT-ID PIC 9(8).
               10  ST-BARCODE PIC X(60).
               10  ST-AMOUNT PIC 9(8)V99.
               10  ST-PAYMENT-DATE PIC 9(8).
               10  ST-CHANNEL PIC X.
               10  FILLER PIC X(3).
           05  ST-TRAILER REDEFINES ST-DATOS.
               10  ST-TRAILER-COUNT PIC 9(6).
               10  ST-TRAILER-TOTAL PIC 9(12)V99.
               10  FILLER PIC X(70).

       COPY "../copylib/logic-billers.cpy".
       COPY "../copylib/logic-bill-payments.cpy".

       WORKING-STORAGE SECTION.
       01  F-SETTLEMENT-STATUS PIC XX.
       01  F-BILLERS-STATUS PIC XX.
       01  F-BILL-PAYMENTS-STATUS PIC XX.

       01  WS-SETTLEMENT-FILENAME PIC X(40).

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  PAYMENTS-EOF-FLAG PIC X.
           88  PAYMENTS-ENDED VALUE 'Y'.
           88  PAYMENTS-NOT-ENDED VALUE 'N'.

       01  FILE-OPEN-FLAG PIC X.
           88  SETTLEMENT-OPEN VALUE 'Y'.
           88  SETTLEMENT-CLOSED VALUE 'N'.

       01  BILLER-COUNT PIC 9(6).
       01  BILLER-TOTAL PIC 9(12)V99.
       01  FILES-WRITTEN PIC 9(4) VALUE ZERO.
       01  GRAND-COUNT PIC 9(6) VALUE ZERO.
       01  GRAND-TOTAL PIC 9(14)V99 VALUE ZERO.
       01  CREDIT-FAILURES PIC 9(4) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-RECEIPT-NUMBER PIC 9(8).

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  WS-TOTAL-EDIT PIC Z(11)9.99.
       01  WS-GRAND-EDIT PIC Z(13)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "LIQ-SERVICIOS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "bill-settlement-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Rendición de cobranzas a empresas ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT BILLERS-FILE.

           IF F-BILLERS-STATUS NOT = "00"
               DISPLAY "No hay empresas de servicios registradas"
               CLOSE BILLERS-FILE
               GOBACK
           END-IF.

           OPEN I-O BILL-PAYMENTS-FILE.

           IF F-BILL-PAYMENTS-STATUS NOT = "00"
               DISPLAY "No hay cobranzas registradas"
               CLOSE BILL-PAYMENTS-FILE
               CLOSE BILLERS-FILE
               GOBACK
           END-IF.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Rendición a empresas del " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM UNTIL F-ENDED
               READ BILLERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM LIQUIDAR-EMPRESA
               END-READ
           END-PERFORM.

           CLOSE BILL-PAYMENTS-FILE.
           CLOSE BILLERS-FILE.

           MOVE GRAND-TOTAL TO WS-GRAND-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Total a rendir: " DELIMITED BY SIZE
               GRAND-COUNT DELIMITED BY SIZE
               " cobros por " DELIMITED BY SIZE
               WS-GRAND-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           DISPLAY "Archivos de rendición generados: " FILES-WRITTEN.

           MOVE GRAND-COUNT TO WS-JOB-RECORDS.
           IF CREDIT-FAILURES = ZERO
               MOVE "OK" TO WS-JOB-OUTCOME
           ELSE
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       LIQUIDAR-EMPRESA.
           MOVE ZERO TO BILLER-COUNT.
           MOVE ZERO TO BILLER-TOTAL.
           SET SETTLEMENT-CLOSED TO TRUE.
           SET PAYMENTS-NOT-ENDED TO TRUE.

           MOVE SPACES TO WS-SETTLEMENT-FILENAME.
           STRING "bill-settlement-" DELIMITED BY SIZE
               BLR-CODE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-SETTLEMENT-FILENAME.

           MOVE ZERO TO BPY-ID.

           START BILL-PAYMENTS-FILE
               KEY IS GREATER THAN OR EQUAL TO BPY-ID
               INVALID KEY
                   SET PAYMENTS-ENDED TO TRUE
           END-START.

           PERFORM UNTIL PAYMENTS-ENDED
               READ BILL-PAYMENTS-FILE NEXT RECORD
                   AT END
                       SET PAYMENTS-ENDED TO TRUE
                   NOT AT END
                       IF BPY-BILLER-CODE = BLR-CODE
                           AND BPY-PENDING
                           AND BPY-DATE NOT > WS-BUSINESS-DATE
                           PERFORM RENDIR-COBRO
                       END-IF
               END-READ
           END-PERFORM.

           IF SETTLEMENT-CLOSED
               EXIT PARAGRAPH
           END-IF.

           SET ST-ES-TRAILER TO TRUE.
           MOVE SPACES TO ST-DATOS.
           MOVE BILLER-COUNT TO ST-TRAILER-COUNT.
           MOVE BILLER-TOTAL TO ST-TRAILER-TOTAL.
           WRITE SETTLEMENT-RECORD.

           CLOSE SETTLEMENT-FILE.

           ADD 1 TO FILES-WRITTEN.
           ADD BILLER-COUNT TO GRAND-COUNT.
           ADD BILLER-TOTAL TO GRAND-TOTAL.

           PERFORM ACREDITAR-EMPRESA.

           MOVE BILLER-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING BLR-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BLR-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BILLER-COUNT DELIMITED BY SIZE
               " cobros " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       RENDIR-COBRO.
           IF SETTLEMENT-CLOSED
               OPEN OUTPUT SETTLEMENT-FILE
               SET SETTLEMENT-OPEN TO TRUE
               SET ST-ES-CABECERA TO TRUE
               MOVE SPACES TO ST-DATOS
               MOVE BLR-CODE TO ST-BILLER-CODE
               MOVE BLR-CUIT TO ST-BILLER-CUIT
               MOVE WS-BUSINESS-DATE TO ST-DATE
               WRITE SETTLEMENT-RECORD
           END-IF.

           SET ST-ES-DETALLE TO TRUE.
           MOVE SPACES TO ST-DATOS.
           MOVE BPY-ID TO ST-PAYMENT-ID.
           MOVE BPY-BARCODE TO ST-BARCODE.
           MOVE BPY-AMOUNT TO ST-AMOUNT.
           MOVE BPY-DATE TO ST-PAYMENT-DATE.
           MOVE BPY-CHANNEL TO ST-CHANNEL.
           WRITE SETTLEMENT-RECORD.

           SET BPY-SETTLED TO TRUE.
           MOVE WS-BUSINESS-DATE TO BPY-SETTLED-DATE.

           REWRITE BILL-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el cobro " BPY-ID " salió en la "
                   "rendición pero no pudo marcarse rendido"
           END-REWRITE.

           ADD 1 TO BILLER-COUNT.
           ADD BPY-AMOUNT TO BILLER-TOTAL.

       ACREDITAR-EMPRESA.
           MOVE 'S' TO WS-REASON-MODE.
           MOVE "LIQS" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Rendición cobranzas " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'D' TO WS-POST-TYPE.
           MOVE BILLER-TOTAL TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = BILLER-TOTAL.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING BLR-SETTLEMENT-ACCOUNT WS-POST-TYPE
               WS-POST-AMOUNT WS-POST-DELTA WS-POST-REF-DATE
               WS-POST-REF-SEQ WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               ADD 1 TO CREDIT-FAILURES
               DISPLAY
               "ATENCIÓN: no fue posible acreditar la rendición de "
               "la empresa " BLR-CODE " en la cuenta "
               BLR-SETTLEMENT-ACCOUNT ", acredite manualmente"
           END-IF.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM bill-settlement-run.
