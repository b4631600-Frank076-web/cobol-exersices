       IDENTIFICATION DIVISION.
       PROGRAM-ID. collections-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-collection-items.cpy".
       COPY "../copylib/physic-promises.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-collection-items.cpy".
       COPY "../copylib/logic-promises.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".

       WORKING-STORAGE SECTION.
       01  F-COLLECTION-ITEMS-STATUS PIC XX.
       01  F-PROMISES-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SCHED-EOF-FLAG PIC X.
           88  SCHED-ENDED VALUE 'Y'.
           88  SCHED-NOT-ENDED VALUE 'N'.

       01  TRANS-EOF-FLAG PIC X.
           88  TRANS-ENDED VALUE 'Y'.
           88  TRANS-NOT-ENDED VALUE 'N'.

       01  TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  CURRENT-LOAN PIC 9(6) VALUE ZERO.
       01  MISSED-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01  OLDEST-MISSED-DATE PIC 9(8) VALUE ZERO.

       01  ITEM-TYPE PIC X.
       01  ITEM-REF PIC 9(8).
       01  ITEM-DNI PIC 9(8).
       01  ITEM-AMOUNT PIC 9(10)V99.
       01  ITEM-CURRENCY PIC X(3).
       01  ITEM-SINCE-DATE PIC 9(8).

       01  COLLECTED-TOTAL PIC 9(10)V99.
       01  PAID-SO-FAR PIC 9(10)V99.
       01  CHECK-UNTIL-DATE PIC 9(8).

       01  ITEMS-OPENED PIC 9(6) VALUE ZERO.
       01  ITEMS-REFRESHED PIC 9(6) VALUE ZERO.
       01  ITEMS-CLEARED PIC 9(6) VALUE ZERO.
       01  PROMISES-CHECKED PIC 9(6) VALUE ZERO.
       01  PROMISES-KEPT PIC 9(6) VALUE ZERO.
       01  PROMISES-BROKEN PIC 9(6) VALUE ZERO.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "COBRANZAS-DIARIO".
       01  WS-REPORT-LINE PIC X(80).
       01  WS-AMOUNT-EDIT PIC Z(9)9.99.

       01  WS-JOB-NAME PIC X(30) VALUE "collections-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Cola de cobranzas y promesas de pago ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING TODAY-DATE WS-DAY-STATE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cobranzas, corrida del " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           OPEN I-O COLLECTION-ITEMS-FILE.

           PERFORM RELEVAR-PRESTAMOS-EN-MORA.
           PERFORM RELEVAR-CUENTAS-EN-DESCUBIERTO.
           PERFORM DAR-DE-BAJA-REGULARIZADOS.

           PERFORM VERIFICAR-PROMESAS.

           CLOSE COLLECTION-ITEMS-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Casos nuevos: " DELIMITED BY SIZE
               ITEMS-OPENED DELIMITED BY SIZE
               " actualizados: " DELIMITED BY SIZE
               ITEMS-REFRESHED DELIMITED BY SIZE
               " regularizados: " DELIMITED BY SIZE
               ITEMS-CLEARED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Promesas verificadas: " DELIMITED BY SIZE
               PROMISES-CHECKED DELIMITED BY SIZE
               " cumplidas: " DELIMITED BY SIZE
               PROMISES-KEPT DELIMITED BY SIZE
               " incumplidas: " DELIMITED BY SIZE
               PROMISES-BROKEN DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           COMPUTE WS-JOB-RECORDS =
               ITEMS-OPENED + ITEMS-REFRESHED + PROMISES-CHECKED.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       RELEVAR-PRESTAMOS-EN-MORA.
           SET SCHED-NOT-ENDED TO TRUE.
           MOVE ZERO TO CURRENT-LOAN.

           OPEN INPUT LOAN-SCHEDULE-FILE.

           IF F-SCHEDULE-STATUS NOT = "00"
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOANS-FILE.
           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL SCHED-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHED-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = CURRENT-LOAN
                           PERFORM CERRAR-PRESTAMO-EN-MORA
                           MOVE LSCH-LOAN-ID TO CURRENT-LOAN
                       END-IF
                       IF LSCH-MISSED
                           ADD LSCH-AMOUNT TO MISSED-AMOUNT
                           IF OLDEST-MISSED-DATE = ZERO
                               OR LSCH-DUE-DATE < OLDEST-MISSED-DATE
                               MOVE LSCH-DUE-DATE
                                   TO OLDEST-MISSED-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM CERRAR-PRESTAMO-EN-MORA.

           CLOSE ACCOUNTS-FILE.
           CLOSE LOANS-FILE.
           CLOSE LOAN-SCHEDULE-FILE.

       CERRAR-PRESTAMO-EN-MORA.
           IF MISSED-AMOUNT > ZERO
               PERFORM EVALUAR-PRESTAMO-EN-MORA
           END-IF.

           MOVE ZERO TO MISSED-AMOUNT.
           MOVE ZERO TO OLDEST-MISSED-DATE.

       EVALUAR-PRESTAMO-EN-MORA.
           MOVE CURRENT-LOAN TO LOAN-ID.

           READ LOANS-FILE
               KEY IS LOAN-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF NOT LOAN-ACTIVE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'L' TO ITEM-TYPE.
           MOVE CURRENT-LOAN TO ITEM-REF.
           MOVE LOAN-DNI TO ITEM-DNI.
           MOVE MISSED-AMOUNT TO ITEM-AMOUNT.
           MOVE "ARS" TO ITEM-CURRENCY.

           MOVE LOAN-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-CURRENCY TO ITEM-CURRENCY
           END-READ.

           MOVE OLDEST-MISSED-DATE TO ITEM-SINCE-DATE.

           PERFORM ACTUALIZAR-CASO.

       RELEVAR-CUENTAS-EN-DESCUBIERTO.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ACCOUNT-BILL < ZERO
                           AND NOT ACCOUNT-CLOSED
                           MOVE 'A' TO ITEM-TYPE
                           MOVE ACCOUNT-KEY TO ITEM-REF
                           MOVE ACCOUNT-CLIENT-DNI TO ITEM-DNI
                           COMPUTE ITEM-AMOUNT = ZERO - ACCOUNT-BILL
                           MOVE ACCOUNT-CURRENCY TO ITEM-CURRENCY
                           MOVE ZERO TO ITEM-SINCE-DATE
                           PERFORM ACTUALIZAR-CASO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.

       ACTUALIZAR-CASO.
           MOVE ITEM-TYPE TO COLI-TYPE.
           MOVE ITEM-REF TO COLI-REF.

           READ COLLECTION-ITEMS-FILE
               KEY IS COLI-KEY
               INVALID KEY
                   PERFORM ABRIR-CASO-NUEVO
                   WRITE COLLECTION-ITEM-RECORD
                   ADD 1 TO ITEMS-OPENED
               NOT INVALID KEY
                   IF COLI-CLEARED
                       PERFORM REABRIR-CASO
                       ADD 1 TO ITEMS-OPENED
                   ELSE
                       ADD 1 TO ITEMS-REFRESHED
                   END-IF
                   PERFORM CARGAR-DEUDA-DEL-CASO
                   REWRITE COLLECTION-ITEM-RECORD
           END-READ.

       ABRIR-CASO-NUEVO.
           MOVE ITEM-TYPE TO COLI-TYPE.
           MOVE ITEM-REF TO COLI-REF.
           MOVE SPACES TO COLI-COLLECTOR.
           MOVE ZERO TO COLI-LAST-CONTACT-DATE.
           MOVE SPACE TO COLI-LAST-OUTCOME.
           PERFORM REABRIR-CASO.
           PERFORM CARGAR-DEUDA-DEL-CASO.

       REABRIR-CASO.
           SET COLI-OPEN TO TRUE.
           MOVE TODAY-DATE TO COLI-FIRST-SEEN.
           SET COLI-NO-BROKEN-PROMISE TO TRUE.
           MOVE ZERO TO COLI-PROMISE-ID.

       CARGAR-DEUDA-DEL-CASO.
           MOVE ITEM-DNI TO COLI-DNI.
           MOVE ITEM-AMOUNT TO COLI-AMOUNT-DUE.
           MOVE ITEM-CURRENCY TO COLI-CURRENCY.
           MOVE TODAY-DATE TO COLI-LAST-REFRESH.

           IF ITEM-SINCE-DATE = ZERO
               MOVE COLI-FIRST-SEEN TO ITEM-SINCE-DATE
           END-IF.

           COMPUTE COLI-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(ITEM-SINCE-DATE).

       DAR-DE-BAJA-REGULARIZADOS.
           SET F-NOT-ENDED TO TRUE.

           MOVE LOW-VALUES TO COLI-KEY.

           START COLLECTION-ITEMS-FILE
               KEY IS GREATER THAN OR EQUAL TO COLI-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ COLLECTION-ITEMS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF COLI-OPEN
                           AND COLI-LAST-REFRESH NOT = TODAY-DATE
                           SET COLI-CLEARED TO TRUE
                           MOVE ZERO TO COLI-AMOUNT-DUE
                           REWRITE COLLECTION-ITEM-RECORD
                           ADD 1 TO ITEMS-CLEARED
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-PROMESAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN I-O PROMISES-FILE.

           IF F-PROMISES-STATUS NOT = "00"
               CLOSE PROMISES-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           OPEN INPUT TRANSACTIONS-FILE.

           PERFORM UNTIL F-ENDED
               READ PROMISES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PROM-PENDING
                           PERFORM VERIFICAR-UNA-PROMESA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTIONS-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE PROMISES-FILE.

       VERIFICAR-UNA-PROMESA.
           ADD 1 TO PROMISES-CHECKED.

           IF PROM-ON-LOAN
               PERFORM MEDIR-PAGOS-DEL-PRESTAMO
           ELSE
               PERFORM MEDIR-DEPOSITOS-DE-LA-CUENTA
           END-IF.

           MOVE PAID-SO-FAR TO PROM-PAID.

           EVALUATE TRUE
               WHEN PAID-SO-FAR >= PROM-AMOUNT
                   SET PROM-KEPT TO TRUE
                   MOVE TODAY-DATE TO PROM-RESOLVED-DATE
                   ADD 1 TO PROMISES-KEPT
                   PERFORM MARCAR-CASO-CUMPLIDO
               WHEN TODAY-DATE > PROM-DUE-DATE
                   SET PROM-BROKEN TO TRUE
                   MOVE TODAY-DATE TO PROM-RESOLVED-DATE
                   ADD 1 TO PROMISES-BROKEN
                   PERFORM MARCAR-CASO-INCUMPLIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           REWRITE PROMISE-RECORD.

       MEDIR-PAGOS-DEL-PRESTAMO.
           MOVE ZERO TO COLLECTED-TOTAL.
           MOVE ZERO TO PAID-SO-FAR.
           SET SCHED-NOT-ENDED TO TRUE.

           IF F-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE PROM-REF TO LSCH-LOAN-ID.
           MOVE ZERO TO LSCH-INSTALLMENT-NO.

           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSCH-KEY
               INVALID KEY
                   SET SCHED-ENDED TO TRUE
           END-START.

           PERFORM UNTIL SCHED-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHED-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = PROM-REF
                           SET SCHED-ENDED TO TRUE
                       ELSE
                           IF LSCH-COLLECTED OR LSCH-PREPAID-OUT
                               ADD LSCH-AMOUNT TO COLLECTED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF COLLECTED-TOTAL > PROM-BASE-COLLECTED
               COMPUTE PAID-SO-FAR =
                   COLLECTED-TOTAL - PROM-BASE-COLLECTED
           END-IF.

       MEDIR-DEPOSITOS-DE-LA-CUENTA.
           MOVE ZERO TO PAID-SO-FAR.
           SET TRANS-NOT-ENDED TO TRUE.

           IF F-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF TODAY-DATE < PROM-DUE-DATE
               MOVE TODAY-DATE TO CHECK-UNTIL-DATE
           ELSE
               MOVE PROM-DUE-DATE TO CHECK-UNTIL-DATE
           END-IF.

           MOVE PROM-REF TO TRANS-ACCOUNT-KEY.
           MOVE PROM-MADE-DATE TO TRANS-DATE.
           MOVE ZERO TO TRANS-SEQ.

           START TRANSACTIONS-FILE
               KEY IS GREATER THAN OR EQUAL TO TRANS-LEDGER-KEY
               INVALID KEY
                   SET TRANS-ENDED TO TRUE
           END-START.

           PERFORM UNTIL TRANS-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET TRANS-ENDED TO TRUE
                   NOT AT END
                       IF TRANS-ACCOUNT-KEY NOT = PROM-REF
                           OR TRANS-DATE > CHECK-UNTIL-DATE
                           SET TRANS-ENDED TO TRUE
                       ELSE
                           IF TRANS-IS-DEPOSIT
                               AND NOT TRANS-WAS-REVERSED
                               ADD TRANS-AMOUNT TO PAID-SO-FAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-CASO-CUMPLIDO.
           MOVE PROM-TYPE TO COLI-TYPE.
           MOVE PROM-REF TO COLI-REF.

           READ COLLECTION-ITEMS-FILE
               KEY IS COLI-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COLI-PROMISE-ID = PROM-ID
                       MOVE ZERO TO COLI-PROMISE-ID
                       SET COLI-NO-BROKEN-PROMISE TO TRUE
                       REWRITE COLLECTION-ITEM-RECORD
                   END-IF
           END-READ.

       MARCAR-CASO-INCUMPLIDO.
           MOVE PROM-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Promesa incumplida " DELIMITED BY SIZE
               PROM-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROM-TYPE DELIMITED BY SIZE
               PROM-REF DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " gestor " DELIMITED BY SIZE
               PROM-COLLECTOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE PROM-TYPE TO COLI-TYPE.
           MOVE PROM-REF TO COLI-REF.

           READ COLLECTION-ITEMS-FILE
               KEY IS COLI-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COLI-PROMISE-ID = PROM-ID
                       MOVE ZERO TO COLI-PROMISE-ID
                       SET COLI-PROMISE-BROKEN TO TRUE
                       REWRITE COLLECTION-ITEM-RECORD
                   END-IF
           END-READ.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM collections-run.
