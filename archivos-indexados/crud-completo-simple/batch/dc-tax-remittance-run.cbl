       IDENTIFICATION DIVISION.
       PROGRAM-ID. dc-tax-remittance-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-dc-tax-ledger.cpy".
       COPY "../copylib/physic-dc-tax-certs.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-dc-tax-ledger.cpy".
       COPY "../copylib/logic-dc-tax-certs.cpy".

       WORKING-STORAGE SECTION.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-DC-LEDGER-STATUS PIC XX.
       01  F-DC-CERTS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TAX-PERIOD PIC 9(6).
       01  SAVED-LEDGER-KEY PIC X(20).

       01  CLIENT-TABLE.
           05  CLIENT-ENTRY OCCURS 2000 TIMES.
               10  CT-DNI PIC 9(8).
               10  CT-TAX-ARS PIC 9(12)V99.
               10  CT-TAX-USD PIC 9(12)V99.
               10  CT-COUNT PIC 9(6).
       01  CLIENT-COUNT PIC 9(4) VALUE ZERO.
       01  CLIENT-I PIC 9(4).
       01  CLIENT-FOUND-FLAG PIC X.
           88  CLIENT-FOUND VALUE 'Y'.
           88  CLIENT-NOT-FOUND VALUE 'N'.
       01  CLIENTS-SKIPPED PIC 9(6) VALUE ZERO.

       01  MOV-DNI PIC 9(8).
       01  MOV-CURRENCY PIC X(3).
       01  MOV-AMOUNT PIC 9(8)V99.

       01  ORIGIN-FLAG PIC X.
           88  ORIGIN-WAS-DEBIT VALUE 'D'.
           88  ORIGIN-WAS-CREDIT VALUE 'C'.

       01  DEBIT-TAX-ARS PIC 9(12)V99 VALUE ZERO.
       01  CREDIT-TAX-ARS PIC 9(12)V99 VALUE ZERO.
       01  DEBIT-TAX-USD PIC 9(12)V99 VALUE ZERO.
       01  CREDIT-TAX-USD PIC 9(12)V99 VALUE ZERO.
       01  TOTAL-TAX-ARS PIC 9(12)V99.
       01  TOTAL-TAX-USD PIC 9(12)V99.
       01  TAX-ROWS PIC 9(8) VALUE ZERO.
       01  CERTS-ISSUED PIC 9(6) VALUE ZERO.

       01  WS-TOTAL-EDIT PIC Z(11)9.99.
       01  WS-USD-EDIT PIC Z(11)9.99.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "IMPUESTO-LEY-25413".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "dc-tax-remittance-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Impuesto a los débitos y créditos bancarios "
               "===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE WS-BUSINESS-DATE(1:6) TO TAX-PERIOD.

           PERFORM BARRER-MAYOR.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Impuesto Ley 25.413 percibido en el período "
               DELIMITED BY SIZE
               TAX-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM EMITIR-CERTIFICADOS.

           PERFORM REGISTRAR-INGRESO.

           COMPUTE TOTAL-TAX-ARS = DEBIT-TAX-ARS + CREDIT-TAX-ARS.
           COMPUTE TOTAL-TAX-USD = DEBIT-TAX-USD + CREDIT-TAX-USD.

           MOVE DEBIT-TAX-ARS TO WS-TOTAL-EDIT.
           MOVE DEBIT-TAX-USD TO WS-USD-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Sobre débitos  ARS " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " USD " DELIMITED BY SIZE
               WS-USD-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE CREDIT-TAX-ARS TO WS-TOTAL-EDIT.
           MOVE CREDIT-TAX-USD TO WS-USD-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Sobre créditos ARS " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " USD " DELIMITED BY SIZE
               WS-USD-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE TOTAL-TAX-ARS TO WS-TOTAL-EDIT.
           MOVE TOTAL-TAX-USD TO WS-USD-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Total a ingresar ARS " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " USD " DELIMITED BY SIZE
               WS-USD-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Percepciones: " DELIMITED BY SIZE
               TAX-ROWS DELIMITED BY SIZE
               " certificados emitidos: " DELIMITED BY SIZE
               CERTS-ISSUED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF CLIENTS-SKIPPED > ZERO
               DISPLAY
               "ATENCIÓN: clientes fuera de la corrida por tabla "
               "llena: " CLIENTS-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE TAX-ROWS TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       BARRER-MAYOR.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TRANSACTIONS-FILE.

           IF F-TRANSACTION-STATUS NOT = "00"
               CLOSE TRANSACTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TRANS-IS-DC-TAX
                           AND TRANS-DATE(1:6) = TAX-PERIOD
                           AND NOT TRANS-WAS-REVERSED
                           PERFORM ACUMULAR-PERCEPCION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE TRANSACTIONS-FILE.

       ACUMULAR-PERCEPCION.
           MOVE TRANS-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO MOV-DNI.
           MOVE ACCOUNT-CURRENCY TO MOV-CURRENCY.
           MOVE TRANS-AMOUNT TO MOV-AMOUNT.

           PERFORM DETERMINAR-ORIGEN.

           ADD 1 TO TAX-ROWS.

           EVALUATE TRUE
               WHEN MOV-CURRENCY = "USD" AND ORIGIN-WAS-DEBIT
                   ADD MOV-AMOUNT TO DEBIT-TAX-USD
               WHEN MOV-CURRENCY = "USD"
                   ADD MOV-AMOUNT TO CREDIT-TAX-USD
               WHEN ORIGIN-WAS-DEBIT
                   ADD MOV-AMOUNT TO DEBIT-TAX-ARS
               WHEN OTHER
                   ADD MOV-AMOUNT TO CREDIT-TAX-ARS
           END-EVALUATE.

           PERFORM UBICAR-CLIENTE.

           IF CLIENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CT-COUNT(CLIENT-I).

           IF MOV-CURRENCY = "USD"
               ADD MOV-AMOUNT TO CT-TAX-USD(CLIENT-I)
           ELSE
               ADD MOV-AMOUNT TO CT-TAX-ARS(CLIENT-I)
           END-IF.

       DETERMINAR-ORIGEN.
           SET ORIGIN-WAS-DEBIT TO TRUE.

           MOVE TRANS-LEDGER-KEY TO SAVED-LEDGER-KEY.

           MOVE TRANS-REF-DATE TO TRANS-DATE.
           MOVE TRANS-REF-SEQ TO TRANS-SEQ.

           READ TRANSACTIONS-FILE
               KEY IS TRANS-LEDGER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRANS-IS-DEPOSIT OR TRANS-IS-INTEREST
                       SET ORIGIN-WAS-CREDIT TO TRUE
                   END-IF
           END-READ.

           MOVE SAVED-LEDGER-KEY TO TRANS-LEDGER-KEY.

           START TRANSACTIONS-FILE
               KEY IS EQUAL TO TRANS-LEDGER-KEY
           END-START.

           READ TRANSACTIONS-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       UBICAR-CLIENTE.
           SET CLIENT-NOT-FOUND TO TRUE.

           PERFORM VARYING CLIENT-I FROM 1 BY 1
               UNTIL CLIENT-I > CLIENT-COUNT OR CLIENT-FOUND
               IF CT-DNI(CLIENT-I) = MOV-DNI
                   SET CLIENT-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF CLIENT-FOUND
               SUBTRACT 1 FROM CLIENT-I
               EXIT PARAGRAPH
           END-IF.

           IF CLIENT-COUNT < 2000
               ADD 1 TO CLIENT-COUNT
               MOVE CLIENT-COUNT TO CLIENT-I
               MOVE MOV-DNI TO CT-DNI(CLIENT-I)
               MOVE ZERO TO CT-TAX-ARS(CLIENT-I)
               MOVE ZERO TO CT-TAX-USD(CLIENT-I)
               MOVE ZERO TO CT-COUNT(CLIENT-I)
               SET CLIENT-FOUND TO TRUE
           ELSE
               ADD 1 TO CLIENTS-SKIPPED
           END-IF.

       EMITIR-CERTIFICADOS.
           IF CLIENT-COUNT = ZERO
               MOVE "Sin percepciones en el período"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DC-TAX-CERTS-FILE.

           PERFORM EMITIR-UN-CERTIFICADO
               VARYING CLIENT-I FROM 1 BY 1
               UNTIL CLIENT-I > CLIENT-COUNT.

           CLOSE DC-TAX-CERTS-FILE.

       EMITIR-UN-CERTIFICADO.
           MOVE CT-DNI(CLIENT-I) TO DCC-DNI.
           MOVE TAX-PERIOD TO DCC-PERIOD.
           MOVE CT-TAX-ARS(CLIENT-I) TO DCC-TAX-ARS.
           MOVE CT-TAX-USD(CLIENT-I) TO DCC-TAX-USD.
           MOVE CT-COUNT(CLIENT-I) TO DCC-COUNT.
           MOVE WS-BUSINESS-DATE TO DCC-ISSUE-DATE.

           WRITE DC-TAX-CERT-RECORD
               INVALID KEY
                   REWRITE DC-TAX-CERT-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible emitir el certificado del "
                           "DNI " DCC-DNI
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.

           ADD 1 TO CERTS-ISSUED.

           MOVE DCC-TAX-ARS TO WS-TOTAL-EDIT.
           MOVE DCC-TAX-USD TO WS-USD-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DNI " DELIMITED BY SIZE
               DCC-DNI DELIMITED BY SIZE
               " ARS " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " USD " DELIMITED BY SIZE
               WS-USD-EDIT DELIMITED BY SIZE
               " mov. " DELIMITED BY SIZE
               DCC-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       REGISTRAR-INGRESO.
           OPEN I-O DC-TAX-LEDGER-FILE.

           MOVE TAX-PERIOD TO DTL-PERIOD.
           MOVE DEBIT-TAX-ARS TO DTL-DEBIT-TAX-ARS.
           MOVE CREDIT-TAX-ARS TO DTL-CREDIT-TAX-ARS.
           MOVE DEBIT-TAX-USD TO DTL-DEBIT-TAX-USD.
           MOVE CREDIT-TAX-USD TO DTL-CREDIT-TAX-USD.
           MOVE TAX-ROWS TO DTL-COUNT.
           MOVE CLIENT-COUNT TO DTL-CLIENTS.
           MOVE WS-BUSINESS-DATE TO DTL-RUN-DATE.

           WRITE DC-TAX-LEDGER-RECORD
               INVALID KEY
                   REWRITE DC-TAX-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible registrar el total a "
                           "ingresar del período"
                           MOVE "WARN" TO WS-JOB-OUTCOME
                   END-REWRITE
           END-WRITE.

           CLOSE DC-TAX-LEDGER-FILE.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM dc-tax-remittance-run.
