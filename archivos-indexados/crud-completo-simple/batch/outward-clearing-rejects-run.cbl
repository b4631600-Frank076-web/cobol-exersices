       IDENTIFICATION DIVISION.
       PROGRAM-ID. outward-clearing-rejects-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REJECTS-FILE
       ASSIGN TO "outward-clearing-rejects.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-REJECTS-STATUS.

       COPY "../copylib/physic-deposited-cheques.cpy".
       COPY "../copylib/physic-holds.cpy".
       COPY "../copylib/physic-transactions.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  REJECTS-FILE.
       01  REJECT-RECORD.
           05  RJ-TIPO PIC X.
               88  RJ-ES-DETALLE VALUE 'D'.
               88  RJ-ES-TRAILER VALUE 'T'.
           05  RJ-DATOS PIC X(60).
           05  RJ-DETALLE REDEFINES RJ-DATOS.
               10  RJ-ID PIC 9(8).
               10  RJ-DRAWEE-BANK PIC 9(3).
               10  RJ-CHEQUE-NUMBER PIC 9(8).
               10  RJ-AMOUNT PIC 9(8)V99.
               10  RJ-REASON PIC X(20).
               10  FILLER PIC X(11).
           05  RJ-TRAILER REDEFINES RJ-DATOS.
               10  RJ-TRAILER-COUNT PIC 9(6).
               10  RJ-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(42).

       COPY "../copylib/logic-deposited-cheques.cpy".
       COPY "../copylib/logic-holds.cpy".
       COPY "../copylib/logic-transactions.cpy".

       WORKING-STORAGE SECTION.
       01  F-REJECTS-STATUS PIC XX.
       01  F-DEPOSITED-CHEQUES-STATUS PIC XX.
       01  F-HOLDS-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LEDGER-EOF-FLAG PIC X.
           88  LEDGER-ENDED VALUE 'Y'.
           88  LEDGER-NOT-ENDED VALUE 'N'.

       01  TRAILER-SEEN-FLAG PIC X.
           88  TRAILER-SEEN VALUE 'Y'.
           88  TRAILER-NOT-SEEN VALUE 'N'.

       01  ORIGINAL-FOUND-FLAG PIC X.
           88  ORIGINAL-FOUND VALUE 'Y'.
           88  ORIGINAL-NOT-FOUND VALUE 'N'.

       01  DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01  DETAIL-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  TRAILER-COUNT PIC 9(6).
       01  TRAILER-TOTAL PIC 9(10)V99.

       01  REVERSED-COUNT PIC 9(6) VALUE ZERO.
       01  REVERSED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  SKIPPED-COUNT PIC 9(6) VALUE ZERO.

       01  ORIGINAL-DATE PIC 9(8).
       01  ORIGINAL-SEQ PIC 9(4).

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

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "CHEQUE-REJECTED".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-JOB-NAME PIC X(30)
           VALUE "outward-clearing-rejects-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Rechazos de cheques depositados ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF TRAILER-NOT-SEEN
               DISPLAY
               "El archivo no tiene registro de control, no se "
               "aplica nada"
               GOBACK
           END-IF.

           IF DETAIL-COUNT NOT = TRAILER-COUNT
               OR DETAIL-TOTAL NOT = TRAILER-TOTAL
               DISPLAY
               "Los totales de control no coinciden con el "
               "detalle, no se aplica nada"
               DISPLAY "Detalle: " DETAIL-COUNT " registros"
               DISPLAY "Control: " TRAILER-COUNT " registros"
               GOBACK
           END-IF.

           PERFORM APLICAR-RECHAZOS.

           DISPLAY "--- Resultado ---".
           DISPLAY "Cheques rechazados y reversados: " REVERSED-COUNT.
           MOVE REVERSED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe reversado: " WS-TOTAL-EDIT.
           DISPLAY "Rechazos no aplicados: " SKIPPED-COUNT.

           MOVE REVERSED-COUNT TO WS-JOB-RECORDS.
           IF SKIPPED-COUNT = ZERO
               MOVE "OK" TO WS-JOB-OUTCOME
           ELSE
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.

           OPEN INPUT REJECTS-FILE.

           IF F-REJECTS-STATUS NOT = "00"
               DISPLAY "No hay archivo de rechazos ("
                   F-REJECTS-STATUS ")"
               CLOSE REJECTS-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ REJECTS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF RJ-ES-DETALLE
                           ADD 1 TO DETAIL-COUNT
                           ADD RJ-AMOUNT TO DETAIL-TOTAL
                       ELSE
                           IF RJ-ES-TRAILER
                               SET TRAILER-SEEN TO TRUE
                               MOVE RJ-TRAILER-COUNT
                                   TO TRAILER-COUNT
                               MOVE RJ-TRAILER-TOTAL
                                   TO TRAILER-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJECTS-FILE.

       APLICAR-RECHAZOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT REJECTS-FILE.
           OPEN I-O DEPOSITED-CHEQUES-FILE.

           PERFORM UNTIL F-ENDED
               READ REJECTS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF RJ-ES-DETALLE
                           PERFORM APLICAR-UN-RECHAZO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DEPOSITED-CHEQUES-FILE.
           CLOSE REJECTS-FILE.

       APLICAR-UN-RECHAZO.
           MOVE RJ-ID TO DCQ-ID.

           READ DEPOSITED-CHEQUES-FILE
               KEY IS DCQ-ID
               INVALID KEY
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY
                   "Rechazo " RJ-ID ": el depósito no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT DCQ-SENT
               ADD 1 TO SKIPPED-COUNT
               DISPLAY
               "Rechazo " RJ-ID ": el cheque no está en clearing "
               "(estado " DCQ-STATUS ")"
               EXIT PARAGRAPH
           END-IF.

           IF RJ-CHEQUE-NUMBER NOT = DCQ-CHEQUE-NUMBER
               OR RJ-AMOUNT NOT = DCQ-AMOUNT
               ADD 1 TO SKIPPED-COUNT
               DISPLAY
               "Rechazo " RJ-ID ": el número o el importe no "
               "coinciden con el depósito"
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-MOVIMIENTO-ORIGINAL.

           PERFORM REVERSAR-ACREDITACION.

           IF POST-FAILED
               ADD 1 TO SKIPPED-COUNT
               DISPLAY
               "ATENCIÓN: el rechazo " RJ-ID " no pudo reversarse "
               "en la cuenta " DCQ-ACCOUNT-KEY
               ", queda pendiente para la próxima corrida"
               EXIT PARAGRAPH
           END-IF.

           IF ORIGINAL-FOUND
               PERFORM MARCAR-ORIGINAL-REVERSADO
           END-IF.

           PERFORM LIBERAR-RETENCION.

           SET DCQ-REJECTED TO TRUE.
           MOVE WS-BUSINESS-DATE TO DCQ-REJECT-DATE.
           MOVE RJ-REASON TO DCQ-REJECT-REASON.

           REWRITE DEPOSITED-CHEQUE-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el depósito " DCQ-ID " se reversó "
                   "pero no pudo marcarse rechazado"
           END-REWRITE.

           ADD 1 TO REVERSED-COUNT.
           ADD DCQ-AMOUNT TO REVERSED-TOTAL.

           DISPLAY
           "Rechazado: cuenta " DCQ-ACCOUNT-KEY
           " cheque " DCQ-CHEQUE-NUMBER
           " motivo " RJ-REASON.

           PERFORM LOG-AUDIT-ENTRY.

       BUSCAR-MOVIMIENTO-ORIGINAL.
           SET ORIGINAL-NOT-FOUND TO TRUE.
           SET LEDGER-NOT-ENDED TO TRUE.
           MOVE ZERO TO ORIGINAL-DATE.
           MOVE ZERO TO ORIGINAL-SEQ.

           OPEN INPUT TRANSACTIONS-FILE.

           MOVE DCQ-ACCOUNT-KEY TO TRANS-ACCOUNT-KEY.
           MOVE DCQ-DEPOSIT-DATE TO TRANS-DATE.
           MOVE ZERO TO TRANS-SEQ.

           START TRANSACTIONS-FILE
               KEY IS GREATER THAN OR EQUAL TO TRANS-LEDGER-KEY
               INVALID KEY
                   SET LEDGER-ENDED TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-ENDED OR ORIGINAL-FOUND
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET LEDGER-ENDED TO TRUE
                   NOT AT END
                       IF TRANS-ACCOUNT-KEY NOT = DCQ-ACCOUNT-KEY
                           OR TRANS-DATE NOT = DCQ-DEPOSIT-DATE
                           SET LEDGER-ENDED TO TRUE
                       ELSE
                           IF TRANS-RECEIPT = DCQ-RECEIPT
                               SET ORIGINAL-FOUND TO TRUE
                               MOVE TRANS-DATE TO ORIGINAL-DATE
                               MOVE TRANS-SEQ TO ORIGINAL-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTIONS-FILE.

       REVERSAR-ACREDITACION.
           MOVE 'S' TO WS-REASON-MODE.
           MOVE "CHQR" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Cheque rechazado: " DELIMITED BY SIZE
               RJ-REASON DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'R' TO WS-POST-TYPE.
           MOVE DCQ-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - DCQ-AMOUNT.
           MOVE ORIGINAL-DATE TO WS-POST-REF-DATE.
           MOVE ORIGINAL-SEQ TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING DCQ-ACCOUNT-KEY WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

       MARCAR-ORIGINAL-REVERSADO.
           OPEN I-O TRANSACTIONS-FILE.

           MOVE DCQ-ACCOUNT-KEY TO TRANS-ACCOUNT-KEY.
           MOVE ORIGINAL-DATE TO TRANS-DATE.
           MOVE ORIGINAL-SEQ TO TRANS-SEQ.

           READ TRANSACTIONS-FILE
               KEY IS TRANS-LEDGER-KEY
               INVALID KEY
                   DISPLAY
                   "No fue posible releer el movimiento original"
               NOT INVALID KEY
                   SET TRANS-WAS-REVERSED TO TRUE
                   REWRITE TRANSACTION-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible marcar el original"
                   END-REWRITE
           END-READ.

           CLOSE TRANSACTIONS-FILE.

       LIBERAR-RETENCION.
           IF DCQ-HOLD-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O HOLDS-FILE.

           MOVE DCQ-ACCOUNT-KEY TO HOLD-ACCOUNT-KEY.
           MOVE DCQ-HOLD-SEQ TO HOLD-SEQ.

           READ HOLDS-FILE
               KEY IS HOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-ACTIVE
                       SET HOLD-RELEASED TO TRUE
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY
                               "ATENCIÓN: no fue posible liberar la "
                               "retención " HOLD-SEQ " de la cuenta "
                               HOLD-ACCOUNT-KEY
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE HOLDS-FILE.

       LOG-AUDIT-ENTRY.
           MOVE DCQ-ACCOUNT-KEY TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Cheque: " DELIMITED BY SIZE
               DCQ-CHEQUE-NUMBER DELIMITED BY SIZE
               " Monto: " DELIMITED BY SIZE
               DCQ-AMOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Rechazado: " DELIMITED BY SIZE
               RJ-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM outward-clearing-rejects-run.
