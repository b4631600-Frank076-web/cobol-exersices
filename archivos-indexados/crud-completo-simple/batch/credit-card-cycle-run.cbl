       IDENTIFICATION DIVISION.
       PROGRAM-ID. credit-card-cycle-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-credit-cards.cpy".
       COPY "../copylib/physic-credit-card-movements.cpy".
       COPY "../copylib/physic-credit-card-statements.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-credit-cards.cpy".
       COPY "../copylib/logic-credit-card-movements.cpy".
       COPY "../copylib/logic-credit-card-statements.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-CREDIT-CARDS-STATUS PIC XX.
       01  F-CC-MOVEMENTS-STATUS PIC XX.
       01  F-CC-STATEMENTS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  MOVEMENTS-EOF-FLAG PIC X.
           88  MOVEMENTS-ENDED VALUE 'Y'.
           88  MOVEMENTS-NOT-ENDED VALUE 'N'.

       01  MOVEMENT-WRITE-FLAG PIC X.
           88  MOVEMENT-WRITTEN VALUE 'Y'.
           88  MOVEMENT-PENDING VALUE 'N'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-BUSINESS-DAY PIC 9(2).
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-DATE-INTEGER PIC 9(8).
       01  WS-DUE-CANDIDATE PIC 9(8).
       01  WS-ROLL-FORWARD PIC X VALUE 'F'.

       01  DEBIT-TARGET PIC S9(8)V99.
       01  DEBIT-AMOUNT PIC S9(9)V99.
       01  FUNDS-AVAILABLE PIC S9(9)V99.
       01  UNPAID-AMOUNT PIC S9(8)V99.
       01  CHARGE-AMOUNT PIC 9(8)V99.
       01  MINIMUM-FLOOR PIC 9(8)V99 VALUE 1000.00.
       01  MINIMUM-PERCENT PIC V99 VALUE .05.
       01  DUE-DAYS PIC 9(2) VALUE 10.

       01  WANTED-CARD PIC 9(16).

       01  DEBITS-COLLECTED PIC 9(6) VALUE ZERO.
       01  DEBITS-PARTIAL PIC 9(6) VALUE ZERO.
       01  DEBITS-MISSED PIC 9(6) VALUE ZERO.
       01  DEBITS-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  STATEMENTS-CLOSED PIC 9(6) VALUE ZERO.
       01  CHARGES-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-MINIMUM-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RESUMEN-TC".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "credit-card-cycle-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Cierre de ciclo de tarjetas de crédito ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE WS-BUSINESS-DATE(7:2) TO WS-BUSINESS-DAY.

           OPEN I-O CREDIT-CARDS-FILE.

           IF F-CREDIT-CARDS-STATUS NOT = "00"
               DISPLAY "No hay tarjetas de crédito registradas"
               CLOSE CREDIT-CARDS-FILE
               GOBACK
           END-IF.

           OPEN I-O CREDIT-CARD-MOVEMENTS-FILE.
           OPEN I-O CREDIT-CARD-STATEMENTS-FILE.
           OPEN INPUT ACCOUNTS-FILE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Resúmenes de tarjetas de crédito del "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           PERFORM UNTIL F-ENDED
               READ CREDIT-CARDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-TARJETA
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DEBITS-TOTAL TO WS-TOTAL-EDIT.
           STRING "Débitos automáticos cobrados: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CHARGES-TOTAL TO WS-TOTAL-EDIT.
           STRING "Intereses financieros: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           CLOSE ACCOUNTS-FILE.
           CLOSE CREDIT-CARD-STATEMENTS-FILE.
           CLOSE CREDIT-CARD-MOVEMENTS-FILE.
           CLOSE CREDIT-CARDS-FILE.

           DISPLAY "Débitos cobrados completos: " DEBITS-COLLECTED.
           DISPLAY "Débitos cobrados en parte: " DEBITS-PARTIAL.
           DISPLAY "Débitos sin fondos: " DEBITS-MISSED.
           DISPLAY "Resúmenes cerrados: " STATEMENTS-CLOSED.

           IF DEBITS-PARTIAL > ZERO OR DEBITS-MISSED > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           COMPUTE WS-JOB-RECORDS =
               STATEMENTS-CLOSED + DEBITS-COLLECTED + DEBITS-PARTIAL.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       PROCESAR-TARJETA.
           IF CCR-DEBIT-PENDING
               AND CCR-STMT-DUE-DATE <= WS-BUSINESS-DATE
               PERFORM DEBITAR-PAGO
           END-IF.

           IF CCR-CANCELLED
               EXIT PARAGRAPH
           END-IF.

           IF CCR-LAST-CLOSE-DATE(1:6) < WS-BUSINESS-DATE(1:6)
               AND WS-BUSINESS-DAY >= CCR-CYCLE-DAY
               PERFORM CERRAR-CICLO
           END-IF.

       DEBITAR-PAGO.
           IF CCR-PAYS-TOTAL
               COMPUTE DEBIT-TARGET =
                   CCR-STMT-BALANCE - CCR-STMT-PAID
           ELSE
               COMPUTE DEBIT-TARGET =
                   CCR-STMT-MINIMUM - CCR-STMT-PAID
           END-IF.

           IF DEBIT-TARGET > CCR-BALANCE
               MOVE CCR-BALANCE TO DEBIT-TARGET
           END-IF.

           IF DEBIT-TARGET <= ZERO
               SET CCR-DEBIT-DONE TO TRUE
               PERFORM ACTUALIZAR-TARJETA
               EXIT PARAGRAPH
           END-IF.

           MOVE CCR-PAY-ACCOUNT TO ACCOUNT-KEY.
           MOVE ZERO TO FUNDS-AVAILABLE.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE ZERO TO FUNDS-AVAILABLE
               NOT INVALID KEY
                   IF ACCOUNT-ACTIVE
                       CALL "./common/active-holds"
                           USING ACCOUNT-KEY WS-BUSINESS-DATE
                           WS-ACTIVE-HOLDS
                       COMPUTE FUNDS-AVAILABLE =
                           ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
                           - WS-ACTIVE-HOLDS
                   END-IF
           END-READ.

           IF FUNDS-AVAILABLE < DEBIT-TARGET
               MOVE FUNDS-AVAILABLE TO DEBIT-AMOUNT
           ELSE
               MOVE DEBIT-TARGET TO DEBIT-AMOUNT
           END-IF.

           SET CCR-DEBIT-DONE TO TRUE.

           IF DEBIT-AMOUNT <= ZERO
               ADD 1 TO DEBITS-MISSED
               DISPLAY
               "Tarjeta " CCR-NUMBER " sin fondos en la cuenta "
               CCR-PAY-ACCOUNT " para el débito automático"
               PERFORM ACTUALIZAR-TARJETA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE "PGTC" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Pago tarjeta " DELIMITED BY SIZE
               CCR-NUMBER DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE DEBIT-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - DEBIT-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING CCR-PAY-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               ADD 1 TO DEBITS-MISSED
               DISPLAY
               "No fue posible debitar la cuenta " CCR-PAY-ACCOUNT
               " para la tarjeta " CCR-NUMBER
               PERFORM ACTUALIZAR-TARJETA
               EXIT PARAGRAPH
           END-IF.

           MOVE CCR-NUMBER TO CCM-CARD.
           MOVE WS-BUSINESS-DATE TO CCM-DATE.
           SET CCM-IS-PAYMENT TO TRUE.
           MOVE DEBIT-AMOUNT TO CCM-AMOUNT.
           MOVE "DEBITO AUTOMATICO" TO CCM-MERCHANT.
           MOVE SPACES TO CCM-REFERENCE.
           MOVE WS-RECEIPT-NUMBER TO CCM-REFERENCE.
           PERFORM GRABAR-MOVIMIENTO.

           SUBTRACT DEBIT-AMOUNT FROM CCR-BALANCE.
           ADD DEBIT-AMOUNT TO CCR-STMT-PAID.
           ADD DEBIT-AMOUNT TO DEBITS-TOTAL.

           IF DEBIT-AMOUNT < DEBIT-TARGET
               ADD 1 TO DEBITS-PARTIAL
               DISPLAY
               "Tarjeta " CCR-NUMBER " cobrada en parte, la cuenta "
               CCR-PAY-ACCOUNT " no tenía fondos suficientes"
           ELSE
               ADD 1 TO DEBITS-COLLECTED
           END-IF.

           PERFORM ACTUALIZAR-TARJETA.

       CERRAR-CICLO.
           MOVE CCR-NUMBER TO CCS-CARD.
           MOVE WS-BUSINESS-DATE TO CCS-CLOSE-DATE.
           MOVE CCR-STMT-BALANCE TO CCS-PREVIOUS-BALANCE.
           MOVE ZERO TO CCS-PAYMENTS.
           MOVE ZERO TO CCS-PURCHASES.
           MOVE ZERO TO CCS-CREDITS.
           MOVE ZERO TO CCS-FINANCE-CHARGES.

           COMPUTE UNPAID-AMOUNT = CCR-STMT-BALANCE - CCR-STMT-PAID.

           IF UNPAID-AMOUNT > ZERO AND CCR-BALANCE > ZERO
               IF UNPAID-AMOUNT > CCR-BALANCE
                   MOVE CCR-BALANCE TO UNPAID-AMOUNT
               END-IF
               COMPUTE CHARGE-AMOUNT ROUNDED =
                   UNPAID-AMOUNT * CCR-RATE
               IF CHARGE-AMOUNT > ZERO
                   PERFORM CARGAR-INTERESES
               END-IF
           END-IF.

           PERFORM FACTURAR-MOVIMIENTOS.

           IF CCR-BALANCE > ZERO
               MOVE CCR-BALANCE TO CCS-BALANCE-DUE
           ELSE
               MOVE ZERO TO CCS-BALANCE-DUE
           END-IF.

           COMPUTE CCS-MINIMUM ROUNDED =
               CCS-BALANCE-DUE * MINIMUM-PERCENT.

           IF CCS-MINIMUM < MINIMUM-FLOOR
               MOVE MINIMUM-FLOOR TO CCS-MINIMUM
           END-IF.

           IF CCS-MINIMUM > CCS-BALANCE-DUE
               MOVE CCS-BALANCE-DUE TO CCS-MINIMUM
           END-IF.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + DUE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-DUE-CANDIDATE.

           CALL "./common/next-business-day"
               USING WS-DUE-CANDIDATE WS-ROLL-FORWARD CCS-DUE-DATE.

           WRITE CC-STATEMENT-RECORD
               INVALID KEY
                   DISPLAY
                   "La tarjeta " CCR-NUMBER " ya tiene resumen "
                   "cerrado el " WS-BUSINESS-DATE
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE WS-BUSINESS-DATE TO CCR-LAST-CLOSE-DATE.
           MOVE CCS-BALANCE-DUE TO CCR-STMT-BALANCE.
           MOVE CCS-MINIMUM TO CCR-STMT-MINIMUM.
           MOVE CCS-DUE-DATE TO CCR-STMT-DUE-DATE.
           MOVE ZERO TO CCR-STMT-PAID.

           IF CCS-BALANCE-DUE > ZERO
               SET CCR-DEBIT-PENDING TO TRUE
           ELSE
               SET CCR-DEBIT-DONE TO TRUE
           END-IF.

           PERFORM ACTUALIZAR-TARJETA.

           ADD 1 TO STATEMENTS-CLOSED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CCS-BALANCE-DUE TO WS-AMOUNT-EDIT.
           MOVE CCS-MINIMUM TO WS-MINIMUM-EDIT.
           STRING CCR-NUMBER DELIMITED BY SIZE
               " saldo " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " mín " DELIMITED BY SIZE
               WS-MINIMUM-EDIT DELIMITED BY SIZE
               " vence " DELIMITED BY SIZE
               CCS-DUE-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       CARGAR-INTERESES.
           MOVE CCR-NUMBER TO CCM-CARD.
           MOVE WS-BUSINESS-DATE TO CCM-DATE.
           SET CCM-IS-FINANCE-CHARGE TO TRUE.
           MOVE CHARGE-AMOUNT TO CCM-AMOUNT.
           MOVE "INTERES FINANCIERO" TO CCM-MERCHANT.
           MOVE SPACES TO CCM-REFERENCE.
           PERFORM GRABAR-MOVIMIENTO.

           IF MOVEMENT-WRITTEN
               ADD CHARGE-AMOUNT TO CCR-BALANCE
               ADD CHARGE-AMOUNT TO CHARGES-TOTAL
           END-IF.

       FACTURAR-MOVIMIENTOS.
           MOVE CCR-NUMBER TO WANTED-CARD.
           MOVE CCR-NUMBER TO CCM-CARD.
           MOVE ZERO TO CCM-DATE.
           MOVE ZERO TO CCM-SEQ.

           SET MOVEMENTS-NOT-ENDED TO TRUE.

           START CREDIT-CARD-MOVEMENTS-FILE
               KEY IS GREATER THAN OR EQUAL TO CCM-KEY
               INVALID KEY
                   SET MOVEMENTS-ENDED TO TRUE
           END-START.

           PERFORM UNTIL MOVEMENTS-ENDED
               READ CREDIT-CARD-MOVEMENTS-FILE NEXT RECORD
                   AT END
                       SET MOVEMENTS-ENDED TO TRUE
                   NOT AT END
                       IF CCM-CARD NOT = WANTED-CARD
                           SET MOVEMENTS-ENDED TO TRUE
                       ELSE
                           IF CCM-STATEMENT-DATE = ZERO
                               AND CCM-DATE <= WS-BUSINESS-DATE
                               PERFORM FACTURAR-UN-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FACTURAR-UN-MOVIMIENTO.
           MOVE WS-BUSINESS-DATE TO CCM-STATEMENT-DATE.

           REWRITE CC-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no se pudo facturar el movimiento "
                   CCM-SEQ " del " CCM-DATE " de la tarjeta "
                   CCR-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE.

           EVALUATE TRUE
               WHEN CCM-IS-PURCHASE
                   ADD CCM-AMOUNT TO CCS-PURCHASES
               WHEN CCM-IS-CREDIT
                   ADD CCM-AMOUNT TO CCS-CREDITS
               WHEN CCM-IS-PAYMENT
                   ADD CCM-AMOUNT TO CCS-PAYMENTS
               WHEN CCM-IS-FINANCE-CHARGE
                   ADD CCM-AMOUNT TO CCS-FINANCE-CHARGES
           END-EVALUATE.

       GRABAR-MOVIMIENTO.
           MOVE ZERO TO CCM-STATEMENT-DATE.
           SET MOVEMENT-PENDING TO TRUE.
           MOVE ZERO TO CCM-SEQ.

           PERFORM UNTIL MOVEMENT-WRITTEN OR CCM-SEQ = 9999
               ADD 1 TO CCM-SEQ
               WRITE CC-MOVEMENT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MOVEMENT-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           IF MOVEMENT-PENDING
               DISPLAY
               "ATENCIÓN: no se pudo registrar el movimiento de la "
               "tarjeta " CCR-NUMBER
           END-IF.

       ACTUALIZAR-TARJETA.
           REWRITE CREDIT-CARD-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no se pudo actualizar la tarjeta "
                   CCR-NUMBER
           END-REWRITE.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM credit-card-cycle-run.
