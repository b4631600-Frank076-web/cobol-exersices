       IDENTIFICATION DIVISION.
       PROGRAM-ID. client-risk-rating.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-client-risk.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-alerts.cpy".
       COPY "../copylib/physic-cases.cpy".
       COPY "../copylib/physic-watchlist.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-credit-cards.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-client-risk.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-alerts.cpy".
       COPY "../copylib/logic-cases.cpy".
       COPY "../copylib/logic-watchlist.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-credit-cards.cpy".

       WORKING-STORAGE SECTION.
       01  F-RISK-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-ALERTS-STATUS PIC XX.
       01  F-CASES-STATUS PIC XX.
       01  F-WATCHLIST-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-CREDIT-CARDS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LEDGER-EOF-FLAG PIC X.
           88  LEDGER-ENDED VALUE 'Y'.
           88  LEDGER-NOT-ENDED VALUE 'N'.

       01  TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  LOOKBACK-DATE PIC 9(8).
       01  LOOKBACK-DAYS PIC 9(3) VALUE 365.

       01  LARGE-MOVEMENT-THRESHOLD PIC 9(8)V99 VALUE 500000.00.
       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  EXCHANGE-RATE-USD-ARS PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.
       01  MOVEMENT-ARS PIC 9(12)V99.
       01  ACCOUNT-IS-USD-FLAG PIC X.
           88  ACCOUNT-IN-USD VALUE 'Y'.

       01  SCORE-BUSINESS PIC 9(3) VALUE 15.
       01  SCORE-OPEN-CASE PIC 9(3) VALUE 25.
       01  SCORE-OPEN-CASE-CAP PIC 9(3) VALUE 50.
       01  SCORE-CLOSED-CASE PIC 9(3) VALUE 10.
       01  SCORE-CLOSED-CASE-CAP PIC 9(3) VALUE 30.
       01  SCORE-LARGE-MOVE PIC 9(3) VALUE 5.
       01  SCORE-LARGE-MOVE-CAP PIC 9(3) VALUE 25.
       01  SCORE-ALERT PIC 9(3) VALUE 5.
       01  SCORE-ALERT-CAP PIC 9(3) VALUE 20.
       01  SCORE-MANY-PRODUCTS PIC 9(3) VALUE 10.
       01  MANY-PRODUCTS PIC 9(3) VALUE 4.
       01  SCORE-USD PIC 9(3) VALUE 5.
       01  SCORE-HIGH-FLOOR PIC 9(3) VALUE 50.
       01  SCORE-MEDIUM-FLOOR PIC 9(3) VALUE 20.

       01  FACTOR-SCORE PIC 9(5).
       01  CLIENT-SCORE PIC 9(5).
       01  NEW-RATING PIC X.
       01  REVIEW-BASE-DATE PIC 9(8).

       01  RISK-TABLE.
           05  RISK-ENTRY OCCURS 1000 TIMES.
               10  RT-DNI PIC 9(8).
               10  RT-TYPE PIC X.
               10  RT-BRANCH PIC 9(3).
               10  RT-WATCHLIST PIC X.
               10  RT-USD PIC X.
               10  RT-OPEN-CASES PIC 9(3).
               10  RT-CLOSED-CASES PIC 9(3).
               10  RT-LARGE-MOVES PIC 9(4).
               10  RT-ALERTS PIC 9(4).
               10  RT-PRODUCTS PIC 9(3).
       01  RISK-COUNT PIC 9(4) VALUE ZERO.
       01  RISK-I PIC 9(4).
       01  WANTED-DNI PIC 9(8).
       01  RISK-FOUND-FLAG PIC X.
           88  RISK-FOUND VALUE 'Y'.
           88  RISK-NOT-FOUND VALUE 'N'.

       01  CLIENTS-SKIPPED PIC 9(6) VALUE ZERO.
       01  COUNT-LOW PIC 9(6) VALUE ZERO.
       01  COUNT-MEDIUM PIC 9(6) VALUE ZERO.
       01  COUNT-HIGH PIC 9(6) VALUE ZERO.
       01  COUNT-CHANGED PIC 9(6) VALUE ZERO.
       01  COUNT-DUE PIC 9(6) VALUE ZERO.
       01  WS-COUNT-EDIT PIC ZZZZZ9.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RIESGO-CLIENTES".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "client-risk-rating".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Calificación de riesgo de clientes ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING TODAY-DATE WS-DAY-STATE.

           COMPUTE LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - LOOKBACK-DAYS).

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR TODAY-DATE
               EXCHANGE-RATE-USD-ARS WS-RATE-FOUND.

           IF RATE-MISSING
               DISPLAY
               "Sin cotización USDARS del día: los movimientos en "
               "USD se comparan al umbral sin convertir"
           END-IF.

           PERFORM CARGAR-CLIENTES.
           PERFORM ACUMULAR-CUENTAS.
           PERFORM ACUMULAR-ALERTAS.
           PERFORM ACUMULAR-CASOS.
           PERFORM ACUMULAR-PRESTAMOS.
           PERFORM ACUMULAR-PLAZOS-FIJOS.
           PERFORM ACUMULAR-TARJETAS.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Calificación de riesgo al " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "Cambios de calificación:" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           OPEN I-O CLIENT-RISK-FILE.

           PERFORM CALIFICAR-CLIENTE
               VARYING RISK-I FROM 1 BY 1
               UNTIL RISK-I > RISK-COUNT.

           CLOSE CLIENT-RISK-FILE.

           PERFORM EMITIR-TOTALES.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF CLIENTS-SKIPPED > ZERO
               DISPLAY "Clientes sin calificar por tabla llena: "
                   CLIENTS-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE RISK-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       CARGAR-CLIENTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WATCHLIST-FILE.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CLIENT-ACTIVE
                           PERFORM CARGAR-UN-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           CLOSE CLIENTS-FILE.

       CARGAR-UN-CLIENTE.
           IF RISK-COUNT = 1000
               ADD 1 TO CLIENTS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RISK-COUNT.
           MOVE CLIENT-DNI TO RT-DNI(RISK-COUNT).
           MOVE CLIENT-TYPE TO RT-TYPE(RISK-COUNT).
           MOVE ZERO TO RT-BRANCH(RISK-COUNT).
           MOVE 'N' TO RT-WATCHLIST(RISK-COUNT).
           MOVE 'N' TO RT-USD(RISK-COUNT).
           MOVE ZERO TO RT-OPEN-CASES(RISK-COUNT).
           MOVE ZERO TO RT-CLOSED-CASES(RISK-COUNT).
           MOVE ZERO TO RT-LARGE-MOVES(RISK-COUNT).
           MOVE ZERO TO RT-ALERTS(RISK-COUNT).
           MOVE ZERO TO RT-PRODUCTS(RISK-COUNT).

           IF F-WATCHLIST-STATUS = "00"
               MOVE CLIENT-DNI TO WL-DNI
               READ WATCHLIST-FILE
                   KEY IS WL-DNI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO RT-WATCHLIST(RISK-COUNT)
               END-READ
           END-IF.

       ACUMULAR-CUENTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TRANSACTIONS-FILE.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT ACCOUNT-CLOSED
                           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI
                           PERFORM BUSCAR-CLIENTE
                           IF RISK-FOUND
                               PERFORM ACUMULAR-UNA-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTIONS-FILE.
           CLOSE ACCOUNTS-FILE.

       ACUMULAR-UNA-CUENTA.
           ADD 1 TO RT-PRODUCTS(RISK-I).

           IF RT-BRANCH(RISK-I) = ZERO
               MOVE ACCOUNT-BRANCH TO RT-BRANCH(RISK-I)
           END-IF.

           MOVE 'N' TO ACCOUNT-IS-USD-FLAG.

           IF CURRENCY-USD
               MOVE 'Y' TO RT-USD(RISK-I)
               MOVE 'Y' TO ACCOUNT-IS-USD-FLAG
           END-IF.

           IF F-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           SET LEDGER-NOT-ENDED TO TRUE.

           MOVE ACCOUNT-KEY TO TRANS-ACCOUNT-KEY.
           MOVE LOOKBACK-DATE TO TRANS-DATE.
           MOVE ZERO TO TRANS-SEQ.

           START TRANSACTIONS-FILE
               KEY IS GREATER THAN OR EQUAL TO TRANS-LEDGER-KEY
               INVALID KEY
                   SET LEDGER-ENDED TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET LEDGER-ENDED TO TRUE
                   NOT AT END
                       IF TRANS-ACCOUNT-KEY NOT = ACCOUNT-KEY
                           SET LEDGER-ENDED TO TRUE
                       ELSE
                           PERFORM EVALUAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-MOVIMIENTO.
           IF NOT TRANS-IS-DEPOSIT AND NOT TRANS-IS-WITHDRAWAL
               EXIT PARAGRAPH
           END-IF.

           IF TRANS-WAS-REVERSED
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-AMOUNT TO MOVEMENT-ARS.

           IF ACCOUNT-IN-USD AND RATE-OK
               COMPUTE MOVEMENT-ARS ROUNDED =
                   TRANS-AMOUNT * EXCHANGE-RATE-USD-ARS
           END-IF.

           IF MOVEMENT-ARS >= LARGE-MOVEMENT-THRESHOLD
               AND RT-LARGE-MOVES(RISK-I) < 9999
               ADD 1 TO RT-LARGE-MOVES(RISK-I)
           END-IF.

       ACUMULAR-ALERTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ALERTS-FILE.

           IF F-ALERTS-STATUS NOT = "00"
               CLOSE ALERTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ ALERTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ALERT-DATE >= LOOKBACK-DATE
                           PERFORM ACUMULAR-UNA-ALERTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE ALERTS-FILE.

       ACUMULAR-UNA-ALERTA.
           MOVE ALERT-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI.
           PERFORM BUSCAR-CLIENTE.

           IF RISK-FOUND AND RT-ALERTS(RISK-I) < 9999
               ADD 1 TO RT-ALERTS(RISK-I)
           END-IF.

       ACUMULAR-CASOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CASES-FILE.

           IF F-CASES-STATUS NOT = "00"
               CLOSE CASES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CASES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT CASE-FROM-KYC-OVERDUE
                           MOVE CASE-DNI TO WANTED-DNI
                           PERFORM BUSCAR-CLIENTE
                           IF RISK-FOUND
                               PERFORM ACUMULAR-UN-CASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CASES-FILE.

       ACUMULAR-UN-CASO.
           IF CASE-OPEN
               IF RT-OPEN-CASES(RISK-I) < 999
                   ADD 1 TO RT-OPEN-CASES(RISK-I)
               END-IF
           ELSE
               IF RT-CLOSED-CASES(RISK-I) < 999
                   ADD 1 TO RT-CLOSED-CASES(RISK-I)
               END-IF
           END-IF.

       ACUMULAR-PRESTAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACTIVE
                           MOVE LOAN-DNI TO WANTED-DNI
                           PERFORM SUMAR-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOANS-FILE.

       ACUMULAR-PLAZOS-FIJOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TERM-DEPOSITS-FILE.

           IF F-TERM-STATUS NOT = "00"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ TERM-DEPOSITS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TD-ACTIVE
                           PERFORM SUMAR-PLAZO-FIJO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE TERM-DEPOSITS-FILE.

       SUMAR-PLAZO-FIJO.
           MOVE TD-SOURCE-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI.
           PERFORM SUMAR-PRODUCTO.

       ACUMULAR-TARJETAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CREDIT-CARDS-FILE.

           IF F-CREDIT-CARDS-STATUS NOT = "00"
               CLOSE CREDIT-CARDS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CREDIT-CARDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT CCR-CANCELLED
                           MOVE CCR-CLIENT-DNI TO WANTED-DNI
                           PERFORM SUMAR-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-CARDS-FILE.

       SUMAR-PRODUCTO.
           PERFORM BUSCAR-CLIENTE.

           IF RISK-FOUND AND RT-PRODUCTS(RISK-I) < 999
               ADD 1 TO RT-PRODUCTS(RISK-I)
           END-IF.

       BUSCAR-CLIENTE.
           SET RISK-NOT-FOUND TO TRUE.

           PERFORM VARYING RISK-I FROM 1 BY 1
               UNTIL RISK-I > RISK-COUNT OR RISK-FOUND
               IF RT-DNI(RISK-I) = WANTED-DNI
                   SET RISK-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF RISK-FOUND
               SUBTRACT 1 FROM RISK-I
           END-IF.

       CALIFICAR-CLIENTE.
           PERFORM CALCULAR-PUNTAJE.

           MOVE RT-DNI(RISK-I) TO CRSK-DNI.

           READ CLIENT-RISK-FILE
               KEY IS CRSK-DNI
               INVALID KEY
                   PERFORM ALTA-CALIFICACION
               NOT INVALID KEY
                   PERFORM ACTUALIZAR-CALIFICACION
           END-READ.

           EVALUATE NEW-RATING
               WHEN 'H'
                   ADD 1 TO COUNT-HIGH
               WHEN 'M'
                   ADD 1 TO COUNT-MEDIUM
               WHEN OTHER
                   ADD 1 TO COUNT-LOW
           END-EVALUATE.

           IF CRSK-NEXT-REVIEW-DATE <= TODAY-DATE
               ADD 1 TO COUNT-DUE
           END-IF.

       CALCULAR-PUNTAJE.
           MOVE ZERO TO CLIENT-SCORE.

           IF RT-TYPE(RISK-I) = 'B'
               ADD SCORE-BUSINESS TO CLIENT-SCORE
           END-IF.

           COMPUTE FACTOR-SCORE =
               RT-OPEN-CASES(RISK-I) * SCORE-OPEN-CASE.
           IF FACTOR-SCORE > SCORE-OPEN-CASE-CAP
               MOVE SCORE-OPEN-CASE-CAP TO FACTOR-SCORE
           END-IF.
           ADD FACTOR-SCORE TO CLIENT-SCORE.

           COMPUTE FACTOR-SCORE =
               RT-CLOSED-CASES(RISK-I) * SCORE-CLOSED-CASE.
           IF FACTOR-SCORE > SCORE-CLOSED-CASE-CAP
               MOVE SCORE-CLOSED-CASE-CAP TO FACTOR-SCORE
           END-IF.
           ADD FACTOR-SCORE TO CLIENT-SCORE.

           COMPUTE FACTOR-SCORE =
               RT-LARGE-MOVES(RISK-I) * SCORE-LARGE-MOVE.
           IF FACTOR-SCORE > SCORE-LARGE-MOVE-CAP
               MOVE SCORE-LARGE-MOVE-CAP TO FACTOR-SCORE
           END-IF.
           ADD FACTOR-SCORE TO CLIENT-SCORE.

           COMPUTE FACTOR-SCORE =
               RT-ALERTS(RISK-I) * SCORE-ALERT.
           IF FACTOR-SCORE > SCORE-ALERT-CAP
               MOVE SCORE-ALERT-CAP TO FACTOR-SCORE
           END-IF.
           ADD FACTOR-SCORE TO CLIENT-SCORE.

           IF RT-PRODUCTS(RISK-I) >= MANY-PRODUCTS
               ADD SCORE-MANY-PRODUCTS TO CLIENT-SCORE
           END-IF.

           IF RT-USD(RISK-I) = 'Y'
               ADD SCORE-USD TO CLIENT-SCORE
           END-IF.

           IF CLIENT-SCORE > 999
               MOVE 999 TO CLIENT-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN RT-WATCHLIST(RISK-I) = 'Y'
                   MOVE 'H' TO NEW-RATING
               WHEN CLIENT-SCORE >= SCORE-HIGH-FLOOR
                   MOVE 'H' TO NEW-RATING
               WHEN CLIENT-SCORE >= SCORE-MEDIUM-FLOOR
                   MOVE 'M' TO NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO NEW-RATING
           END-EVALUATE.

       ALTA-CALIFICACION.
           MOVE SPACE TO CRSK-PREV-RATING.
           MOVE TODAY-DATE TO CRSK-FIRST-RATED-DATE.
           MOVE ZERO TO CRSK-LAST-REVIEW-DATE.
           MOVE SPACES TO CRSK-REVIEWED-BY.
           PERFORM CARGAR-DATOS-CALIFICACION.

           WRITE CLIENT-RISK-RECORD
               INVALID KEY
                   DISPLAY
                   "No fue posible grabar la calificación del "
                   "cliente " CRSK-DNI
           END-WRITE.

       ACTUALIZAR-CALIFICACION.
           IF CRSK-RATING NOT = NEW-RATING
               MOVE CRSK-RATING TO CRSK-PREV-RATING
               ADD 1 TO COUNT-CHANGED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  DNI " DELIMITED BY SIZE
                   CRSK-DNI DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   CRSK-RATING DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   NEW-RATING DELIMITED BY SIZE
                   " puntaje " DELIMITED BY SIZE
                   CLIENT-SCORE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           PERFORM CARGAR-DATOS-CALIFICACION.

           REWRITE CLIENT-RISK-RECORD
               INVALID KEY
                   DISPLAY
                   "No fue posible actualizar la calificación del "
                   "cliente " CRSK-DNI
           END-REWRITE.

       CARGAR-DATOS-CALIFICACION.
           MOVE RT-DNI(RISK-I) TO CRSK-DNI.
           MOVE RT-BRANCH(RISK-I) TO CRSK-BRANCH.
           MOVE NEW-RATING TO CRSK-RATING.
           MOVE CLIENT-SCORE TO CRSK-SCORE.
           MOVE RT-WATCHLIST(RISK-I) TO CRSK-ON-WATCHLIST.
           MOVE RT-OPEN-CASES(RISK-I) TO CRSK-OPEN-CASES.
           MOVE RT-CLOSED-CASES(RISK-I) TO CRSK-CLOSED-CASES.
           MOVE RT-LARGE-MOVES(RISK-I) TO CRSK-LARGE-MOVES.
           MOVE RT-ALERTS(RISK-I) TO CRSK-ALERTS.
           MOVE RT-PRODUCTS(RISK-I) TO CRSK-PRODUCTS.
           MOVE TODAY-DATE TO CRSK-RATED-DATE.

           IF CRSK-LAST-REVIEW-DATE = ZERO
               MOVE CRSK-FIRST-RATED-DATE TO REVIEW-BASE-DATE
           ELSE
               MOVE CRSK-LAST-REVIEW-DATE TO REVIEW-BASE-DATE
           END-IF.

           CALL "./common/kyc-next-review"
               USING CRSK-RATING REVIEW-BASE-DATE
               CRSK-NEXT-REVIEW-DATE.

       EMITIR-TOTALES.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-CHANGED TO WS-COUNT-EDIT.
           STRING "Clientes que cambiaron de calificación: "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-LOW TO WS-COUNT-EDIT.
           STRING "Riesgo bajo (L) .....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-MEDIUM TO WS-COUNT-EDIT.
           STRING "Riesgo medio (M) ....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-HIGH TO WS-COUNT-EDIT.
           STRING "Riesgo alto (H) .....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-DUE TO WS-COUNT-EDIT.
           STRING "Revisiones KYC vencidas o del día: "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM client-risk-rating.
