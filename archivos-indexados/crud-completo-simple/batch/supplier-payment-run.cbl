       IDENTIFICATION DIVISION.
       PROGRAM-ID. supplier-payment-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-payables.cpy".
       COPY "../copylib/physic-suppliers.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-payees.cpy".
       COPY "../copylib/physic-interbank.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-payables.cpy".
       COPY "../copylib/logic-suppliers.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-payees.cpy".
       COPY "../copylib/logic-interbank.cpy".

       WORKING-STORAGE SECTION.
       01  F-PAYABLES-STATUS PIC XX.
       01  F-SUPPLIERS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-PAYEES-STATUS PIC XX.
       01  F-INTERBANK-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  PAYMENT-VALID PIC X.
           88  VALID-PAYMENT VALUE 'Y'.
           88  INVALID-PAYMENT VALUE 'N'.

       01  IBT-ROW-FLAG PIC X.
           88  IBT-ROW-WRITTEN VALUE 'Y'.
           88  IBT-ROW-PENDING VALUE 'N'.

       01  PAYING-ACCOUNT PIC 9(8).
       01  PAYING-DNI PIC 9(8).
       01  PAYING-CURRENCY PIC X(3).
       01  DUE-CUTOFF PIC 9(8).
       01  DEBIT-RECEIPT PIC 9(8).
       01  QUEUED-TRANSFER PIC 9(6).

       01  INVOICES-PAID PIC 9(6) VALUE ZERO.
       01  INVOICES-SKIPPED PIC 9(6) VALUE ZERO.
       01  TOTAL-PAID PIC 9(12)V99 VALUE ZERO.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-RECEIPT-NUMBER PIC 9(8).

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "PAGO-PROVEEDORES".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "supplier-payment-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Pago de facturas de proveedores ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           DISPLAY "Cuenta de la empresa desde la que se paga: ".
           ACCEPT PAYING-ACCOUNT.
           DISPLAY "Pagar vencimientos hasta (AAAAMMDD, 0 = hoy): ".
           ACCEPT DUE-CUTOFF.

           IF DUE-CUTOFF = ZERO
               MOVE WS-BUSINESS-DATE TO DUE-CUTOFF
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM VALIDATE-PAYING-ACCOUNT.

           IF INVALID-PAYMENT
               CLOSE ACCOUNTS-FILE
               MOVE ZERO TO WS-JOB-RECORDS
               MOVE "FAIL" TO WS-JOB-OUTCOME
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               GOBACK
           END-IF.

           OPEN I-O PAYABLES-FILE.

           IF F-PAYABLES-STATUS NOT = "00"
               DISPLAY "No hay facturas de proveedores registradas"
               CLOSE PAYABLES-FILE
               CLOSE ACCOUNTS-FILE
               GOBACK
           END-IF.

           OPEN INPUT SUPPLIERS-FILE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Pago a proveedores desde la cuenta "
               DELIMITED BY SIZE
               PAYING-ACCOUNT DELIMITED BY SIZE
               " vencimientos al " DELIMITED BY SIZE
               DUE-CUTOFF DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           PERFORM UNTIL F-ENDED
               READ PAYABLES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PAYABLE-LINE = ZERO
                           AND PAYABLE-APPROVED
                           AND PAYABLE-DUE-DATE <= DUE-CUTOFF
                           PERFORM PAY-SUPPLIER-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUPPLIERS-FILE.
           CLOSE PAYABLES-FILE.
           CLOSE ACCOUNTS-FILE.

           MOVE TOTAL-PAID TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Facturas pagadas: " DELIMITED BY SIZE
               INVOICES-PAID DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " - salteadas: " DELIMITED BY SIZE
               INVOICES-SKIPPED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE INVOICES-PAID TO WS-JOB-RECORDS.
           IF INVOICES-SKIPPED = ZERO
               MOVE "OK" TO WS-JOB-OUTCOME
           ELSE
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       VALIDATE-PAYING-ACCOUNT.
           SET INVALID-PAYMENT TO TRUE.
           MOVE PAYING-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "La cuenta " PAYING-ACCOUNT " no existe"
               NOT INVALID KEY
                   IF NOT ACCOUNT-ACTIVE
                       DISPLAY "La cuenta " PAYING-ACCOUNT
                           " no está activa"
                   ELSE
                       MOVE ACCOUNT-CLIENT-DNI TO PAYING-DNI
                       MOVE ACCOUNT-CURRENCY TO PAYING-CURRENCY
                       SET VALID-PAYMENT TO TRUE
                   END-IF
           END-READ.

       PAY-SUPPLIER-INVOICE.
           PERFORM VALIDATE-SUPPLIER.

           IF VALID-PAYMENT
               PERFORM VALIDATE-PAYING-BALANCE
           END-IF.

           IF VALID-PAYMENT
               IF SUPPLIER-PAY-ACCOUNT NOT = ZERO
                   PERFORM PAY-TO-OWN-BANK-ACCOUNT
               ELSE
                   PERFORM PAY-BY-INTERBANK-TRANSFER
               END-IF
           END-IF.

           IF VALID-PAYMENT
               PERFORM MARK-INVOICE-PAID
           ELSE
               ADD 1 TO INVOICES-SKIPPED
           END-IF.

       VALIDATE-SUPPLIER.
           SET INVALID-PAYMENT TO TRUE.
           MOVE PAYABLE-SUPPLIER TO SUPPLIER-CODE.

           READ SUPPLIERS-FILE
               KEY IS SUPPLIER-CODE
               INVALID KEY
                   DISPLAY "Factura " PAYABLE-NUMBER
                       ": el proveedor " PAYABLE-SUPPLIER
                       " no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT SUPPLIER-ACTIVE
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": el proveedor " PAYABLE-SUPPLIER
                   " está dado de baja"
               EXIT PARAGRAPH
           END-IF.

           IF SUPPLIER-PAY-ACCOUNT = ZERO
               AND SUPPLIER-PAYEE-ID = ZERO
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": el proveedor " PAYABLE-SUPPLIER
                   " no tiene medio de pago cargado"
               EXIT PARAGRAPH
           END-IF.

           SET VALID-PAYMENT TO TRUE.

       VALIDATE-PAYING-BALANCE.
           SET INVALID-PAYMENT TO TRUE.
           MOVE PAYING-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "Factura " PAYABLE-NUMBER
                       ": la cuenta de pago ya no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": la cuenta de pago no está activa"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-BUSINESS-DATE WS-ACTIVE-HOLDS.

           IF PAYABLE-TOTAL >
               ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
               - WS-ACTIVE-HOLDS
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": saldo insuficiente en la cuenta "
                   PAYING-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           SET VALID-PAYMENT TO TRUE.

       PAY-TO-OWN-BANK-ACCOUNT.
           SET INVALID-PAYMENT TO TRUE.
           MOVE SUPPLIER-PAY-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "Factura " PAYABLE-NUMBER
                       ": la cuenta del proveedor "
                       SUPPLIER-PAY-ACCOUNT " no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": la cuenta del proveedor no está activa"
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNT-CURRENCY NOT = PAYING-CURRENCY
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": la cuenta del proveedor es de otra moneda"
               EXIT PARAGRAPH
           END-IF.

           PERFORM DEBIT-PAYING-ACCOUNT.

           IF POST-FAILED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D' TO WS-POST-TYPE.
           MOVE PAYABLE-TOTAL TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = PAYABLE-TOTAL.

           CALL "./common/post-movement"
               USING SUPPLIER-PAY-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": error al acreditar la cuenta del proveedor"
               PERFORM REVERSE-PAYING-DEBIT
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO QUEUED-TRANSFER.
           SET VALID-PAYMENT TO TRUE.

       PAY-BY-INTERBANK-TRANSFER.
           SET INVALID-PAYMENT TO TRUE.
           MOVE SUPPLIER-PAYEE-ID TO PAYEE-ID.

           OPEN INPUT PAYEES-FILE.

           READ PAYEES-FILE
               KEY IS PAYEE-ID
               INVALID KEY
                   DISPLAY "Factura " PAYABLE-NUMBER
                       ": el destinatario " SUPPLIER-PAYEE-ID
                       " no existe"
                   CLOSE PAYEES-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE PAYEES-FILE.

           IF NOT PAYEE-ACTIVE
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": el destinatario " SUPPLIER-PAYEE-ID
                   " está dado de baja"
               EXIT PARAGRAPH
           END-IF.

           IF PAYEE-DNI NOT = PAYING-DNI
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": el destinatario " SUPPLIER-PAYEE-ID
                   " no está registrado para el titular de la "
                   "cuenta de pago"
               EXIT PARAGRAPH
           END-IF.

           PERFORM DEBIT-PAYING-ACCOUNT.

           IF POST-FAILED
               EXIT PARAGRAPH
           END-IF.

           PERFORM ENCOLAR-TRANSFERENCIA.

           SET VALID-PAYMENT TO TRUE.

       DEBIT-PAYING-ACCOUNT.
           MOVE 'W' TO WS-POST-TYPE.
           MOVE PAYABLE-TOTAL TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - PAYABLE-TOTAL.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING PAYING-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY "Factura " PAYABLE-NUMBER
                   ": error al debitar la cuenta de pago"
           ELSE
               MOVE WS-RECEIPT-NUMBER TO DEBIT-RECEIPT
           END-IF.

       REVERSE-PAYING-DEBIT.
           MOVE 'R' TO WS-POST-TYPE.
           MOVE PAYABLE-TOTAL TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = PAYABLE-TOTAL.

           CALL "./common/post-movement"
               USING PAYING-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY
               "Error crítico: no fue posible revertir el débito "
               "de la cuenta de pago " PAYING-ACCOUNT
           END-IF.

       ENCOLAR-TRANSFERENCIA.
           MOVE PAYING-ACCOUNT TO IBT-SOURCE-ACCOUNT.
           MOVE PAYEE-ID TO IBT-PAYEE-ID.
           MOVE PAYEE-BANK-CODE TO IBT-BANK-CODE.
           MOVE PAYEE-CBU TO IBT-CBU.
           MOVE PAYABLE-TOTAL TO IBT-AMOUNT.
           MOVE WS-BUSINESS-DATE TO IBT-DATE.
           MOVE DEBIT-RECEIPT TO IBT-RECEIPT.
           SET IBT-QUEUED TO TRUE.
           MOVE SPACES TO IBT-RETURN-REASON.

           OPEN I-O INTERBANK-FILE.

           SET IBT-ROW-PENDING TO TRUE.
           MOVE ZERO TO IBT-ID.

           PERFORM UNTIL IBT-ROW-WRITTEN OR IBT-ID = 999999
               ADD 1 TO IBT-ID
               WRITE INTERBANK-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET IBT-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE INTERBANK-FILE.

           IF IBT-ROW-WRITTEN
               MOVE IBT-ID TO QUEUED-TRANSFER
               MOVE "INTERBANK-SEND" TO WS-AUDIT-OPERATION
               MOVE PAYING-ACCOUNT TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "Dest: " DELIMITED BY SIZE
                   PAYEE-ID DELIMITED BY SIZE
                   " Monto: " DELIMITED BY SIZE
                   PAYABLE-TOTAL DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
           ELSE
               MOVE ZERO TO QUEUED-TRANSFER
               DISPLAY
               "ATENCIÓN: se debitó la cuenta de pago por la "
               "factura " PAYABLE-NUMBER " pero la transferencia "
               "no pudo encolarse, avise a administración"
           END-IF.

       MARK-INVOICE-PAID.
           SET PAYABLE-PAID TO TRUE.
           MOVE WS-BUSINESS-DATE TO PAYABLE-PAYMENT-DATE.
           MOVE DEBIT-RECEIPT TO PAYABLE-RECEIPT.
           MOVE QUEUED-TRANSFER TO PAYABLE-TRANSFER-ID.
           MOVE PAYING-ACCOUNT TO PAYABLE-PAID-FROM.

           REWRITE PAYABLE-RECORD
               INVALID KEY
                   DISPLAY "ATENCIÓN: la factura " PAYABLE-NUMBER
                       " se pagó pero no pudo marcarse como pagada"
           END-REWRITE.

           ADD 1 TO INVOICES-PAID.
           ADD PAYABLE-TOTAL TO TOTAL-PAID.

           MOVE "SUPPLIER-PAYMENT" TO WS-AUDIT-OPERATION.
           MOVE PAYING-ACCOUNT TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Fact: " DELIMITED BY SIZE
               PAYABLE-NUMBER DELIMITED BY SIZE
               " Prov: " DELIMITED BY SIZE
               PAYABLE-SUPPLIER DELIMITED BY SIZE
               " Monto: " DELIMITED BY SIZE
               PAYABLE-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

           MOVE PAYABLE-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF QUEUED-TRANSFER = ZERO
               STRING "Fact " DELIMITED BY SIZE
                   PAYABLE-NUMBER DELIMITED BY SIZE
                   " prov " DELIMITED BY SIZE
                   PAYABLE-SUPPLIER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " a cta " DELIMITED BY SIZE
                   SUPPLIER-PAY-ACCOUNT DELIMITED BY SIZE
                   " comp " DELIMITED BY SIZE
                   DEBIT-RECEIPT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "Fact " DELIMITED BY SIZE
                   PAYABLE-NUMBER DELIMITED BY SIZE
                   " prov " DELIMITED BY SIZE
                   PAYABLE-SUPPLIER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " transf " DELIMITED BY SIZE
                   QUEUED-TRANSFER DELIMITED BY SIZE
                   " comp " DELIMITED BY SIZE
                   DEBIT-RECEIPT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.
           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM supplier-payment-run.
