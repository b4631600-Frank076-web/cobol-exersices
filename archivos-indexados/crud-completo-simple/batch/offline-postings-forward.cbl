       IDENTIFICATION DIVISION.
       PROGRAM-ID. offline-postings-forward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-offline-postings.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-offline-postings.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-OFFLINE-POSTINGS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  FORWARD-FLAG PIC X.
           88  FORWARD-OK VALUE 'Y'.
           88  FORWARD-FAILED VALUE 'N'.

       01  PENDING-READ PIC 9(6) VALUE ZERO.
       01  APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01  APPLIED-TOTAL PIC 9(10)V99 VALUE ZERO.
       01  EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01  EXCEPTION-TOTAL PIC 9(10)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
           88  DAY-OPEN VALUE 'O'.
           88  DAY-CLOSED VALUE 'C'.
       01  WS-HELD-TOTAL PIC 9(8)V99.
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(9)9.99.

       01  WS-REASON-MODE PIC X.
       01  WS-USAGE-MODE PIC X.
       01  WS-USAGE-AMOUNT PIC 9(10)V99.

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "OFFLINE-FORWARD".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "EXCEPCIONES-OFFLINE".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "offline-postings-forward".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Imputación de movimientos fuera de línea ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           IF DAY-CLOSED
               DISPLAY
               "El día de proceso está cerrado: abra el nuevo día "
               "antes de imputar los movimientos pendientes"
               PERFORM TERMINAR-SIN-IMPUTAR
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               DISPLAY
               "El archivo de cuentas sigue sin estar disponible ("
               F-ACCOUNT-STATUS "), no se imputa nada"
               CLOSE ACCOUNTS-FILE
               PERFORM TERMINAR-SIN-IMPUTAR
           END-IF.

           CLOSE ACCOUNTS-FILE.

           OPEN I-O OFFLINE-POSTINGS-FILE.

           IF F-OFFLINE-POSTINGS-STATUS NOT = "00"
               DISPLAY "No hay movimientos fuera de línea registrados"
               CLOSE OFFLINE-POSTINGS-FILE
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Movimientos fuera de linea no imputados - "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Suc Provis Cuenta   T     Importe Motivo"
               TO WS-REPORT-LINE(1:41).
           MOVE "Fecha" TO WS-REPORT-LINE(56:5).
           MOVE "Cajero" TO WS-REPORT-LINE(67:6).
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           PERFORM UNTIL F-ENDED
               READ OFFLINE-POSTINGS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF OFP-PENDING
                           PERFORM IMPUTAR-MOVIMIENTO-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OFFLINE-POSTINGS-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE EXCEPTION-TOTAL TO WS-TOTAL-EDIT.
           STRING "Excepciones: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               "  Importe: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           DISPLAY "--- Control de la imputación ---".
           DISPLAY "Movimientos pendientes: " PENDING-READ.
           DISPLAY "Imputados: " APPLIED-COUNT.
           MOVE APPLIED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe imputado: " WS-TOTAL-EDIT.
           DISPLAY "Enviados a excepciones: " EXCEPTION-COUNT.

           IF EXCEPTION-COUNT > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE PENDING-READ TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       TERMINAR-SIN-IMPUTAR.
           MOVE "FAIL" TO WS-JOB-OUTCOME.

           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE 8 TO RETURN-CODE.

           GOBACK.

       IMPUTAR-MOVIMIENTO-PENDIENTE.
           ADD 1 TO PENDING-READ.

           PERFORM VALIDAR-CUENTA-PENDIENTE.

           IF FORWARD-OK
               MOVE 'S' TO WS-REASON-MODE
               CALL "./common/posting-reason"
                   USING WS-REASON-MODE OFP-REASON-CODE OFP-MEMO

               MOVE OFP-TYPE TO WS-POST-TYPE
               MOVE OFP-AMOUNT TO WS-POST-AMOUNT
               IF OFP-DEPOSIT
                   COMPUTE WS-POST-DELTA = OFP-AMOUNT
               ELSE
                   COMPUTE WS-POST-DELTA = ZERO - OFP-AMOUNT
               END-IF
               MOVE ZERO TO WS-POST-REF-DATE
               MOVE ZERO TO WS-POST-REF-SEQ

               CALL "./common/post-movement"
                   USING ACCOUNT-KEY WS-POST-TYPE WS-POST-AMOUNT
                   WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
                   WS-RECEIPT-NUMBER WS-POST-RESULT

               IF POST-FAILED
                   MOVE "ERROR DE IMPUTACION"
                       TO OFP-EXCEPTION-REASON
                   SET FORWARD-FAILED TO TRUE
               END-IF
           END-IF.

           MOVE WS-BUSINESS-DATE TO OFP-FORWARD-DATE.

           IF FORWARD-OK
               SET OFP-APPLIED TO TRUE
               MOVE WS-RECEIPT-NUMBER TO OFP-RECEIPT
               ADD 1 TO APPLIED-COUNT
               ADD OFP-AMOUNT TO APPLIED-TOTAL
               IF OFP-WITHDRAWAL
                   MOVE 'A' TO WS-USAGE-MODE
                   MOVE OFP-AMOUNT TO WS-USAGE-AMOUNT
                   CALL "./common/daily-usage"
                       USING WS-USAGE-MODE ACCOUNT-KEY
                       OFP-DATE WS-USAGE-AMOUNT
               END-IF
           ELSE
               SET OFP-EXCEPTION TO TRUE
               ADD 1 TO EXCEPTION-COUNT
               ADD OFP-AMOUNT TO EXCEPTION-TOTAL
               PERFORM EMITIR-EXCEPCION
           END-IF.

           REWRITE OFFLINE-POSTING-RECORD.

           IF F-OFFLINE-POSTINGS-STATUS NOT = "00"
               DISPLAY "ATENCIÓN: no fue posible actualizar el "
                   "movimiento provisorio P" OFP-BRANCH "-" OFP-SEQ
                   " (" F-OFFLINE-POSTINGS-STATUS ")"
           END-IF.

           MOVE OFP-ACCOUNT TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Provisorio P" DELIMITED BY SIZE
               OFP-BRANCH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               OFP-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OFP-USER DELIMITED BY SPACE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           IF OFP-APPLIED
               STRING "Imputado comprobante " DELIMITED BY SIZE
                   OFP-RECEIPT DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           ELSE
               STRING "Excepcion: " DELIMITED BY SIZE
                   OFP-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           END-IF.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       VALIDAR-CUENTA-PENDIENTE.
           SET FORWARD-FAILED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE OFP-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO OFP-EXCEPTION-REASON
                   CLOSE ACCOUNTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ACCOUNTS-FILE.

           IF NOT ACCOUNT-ACTIVE
               MOVE "CUENTA NO ACTIVA" TO OFP-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.

           IF OFP-WITHDRAWAL
               CALL "./common/active-holds"
                   USING ACCOUNT-KEY WS-BUSINESS-DATE WS-HELD-TOTAL
               IF OFP-AMOUNT > ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
                   - WS-HELD-TOTAL
                   MOVE "SALDO INSUFICIENTE" TO OFP-EXCEPTION-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET FORWARD-OK TO TRUE.

       EMITIR-EXCEPCION.
           MOVE OFP-AMOUNT TO WS-AMOUNT-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE OFP-BRANCH TO WS-REPORT-LINE(1:3).
           MOVE OFP-SEQ TO WS-REPORT-LINE(5:6).
           MOVE OFP-ACCOUNT TO WS-REPORT-LINE(12:8).
           MOVE OFP-TYPE TO WS-REPORT-LINE(21:1).
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(23:11).
           MOVE OFP-EXCEPTION-REASON(1:20) TO WS-REPORT-LINE(35:20).
           MOVE OFP-DATE TO WS-REPORT-LINE(56:8).
           MOVE OFP-USER(1:14) TO WS-REPORT-LINE(67:14).
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM offline-postings-forward.
