       FILE-CONTROL.
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-activity-summary.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-activity-summary.cpy".

       WORKING-STORAGE SECTION.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LEDGER-EOF-FLAG PIC X.
           88  LEDGER-ENDED VALUE 'Y'.
           88  LEDGER-NOT-ENDED VALUE 'N'.

       01  REPORT-DATE PIC 9(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  SOURCE-FLAG PIC X.
           88  FUENTE-RESUMEN VALUE 'R'.
           88  FUENTE-MAYOR VALUE 'M'.

       01  ACTIVITY-TYPE-CODES PIC X(8) VALUE "DWRIFOHT".
       01  ACTIVITY-TYPE-TABLE REDEFINES ACTIVITY-TYPE-CODES.
           05  ACTIVITY-TYPE-CODE PIC X OCCURS 8 TIMES.
       01  ACTIVITY-TYPE-I PIC 9.
       01  ACTIVITY-TYPE-FLAG PIC X.
           88  ACTIVITY-TYPE-FOUND VALUE 'Y'.
           88  ACTIVITY-TYPE-UNKNOWN VALUE 'N'.
       01  ACTIVITY-DEPOSIT-I PIC 9 VALUE 1.
       01  ACTIVITY-WITHDRAWAL-I PIC 9 VALUE 2.
       01  ACTIVITY-REVERSAL-I PIC 9 VALUE 3.
       01  ACTIVITY-INTEREST-I PIC 9 VALUE 4.
       01  ACTIVITY-FEE-I PIC 9 VALUE 5.
       01  ACTIVITY-OD-INTEREST-I PIC 9 VALUE 6.
       01  ACTIVITY-WITHHOLDING-I PIC 9 VALUE 7.
       01  ACTIVITY-DC-TAX-I PIC 9 VALUE 8.

       01  DAY-ACCOUNT-TABLE.
           05  DAY-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10  DA-DNI PIC 9(8).
               10  DA-ACCOUNT PIC 9(8).
               10  DA-USD PIC X.
       01  DAY-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
       01  DAY-ACCOUNT-I PIC 9(4).
       01  WS-ACCOUNT-AMOUNT PIC 9(12)V99.
       01  THRESHOLD-ARS PIC 9(10)V99.

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
               GOBACK
           END-IF.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           IF REPORT-DATE = WS-BUSINESS-DATE
               SET FUENTE-RESUMEN TO TRUE
               PERFORM ACUMULAR-DESDE-RESUMEN
           ELSE
               SET FUENTE-MAYOR TO TRUE
               PERFORM ACUMULAR-DESDE-MAYOR
           END-IF.

           PERFORM INFORMAR-CLIENTES-SOBRE-UMBRAL.

           GOBACK.

       ACUMULAR-DESDE-RESUMEN.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               DISPLAY "No hay movimientos registrados"
               CLOSE ACTIVITY-SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ ACTIVITY-SUMMARY-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ASUM-DAY-DATE = REPORT-DATE
                           AND (ASUM-DAY-COUNT(ACTIVITY-DEPOSIT-I) > 0
                           OR ASUM-DAY-COUNT(ACTIVITY-WITHDRAWAL-I)
                           > 0)
                           PERFORM ACUMULAR-RESUMEN-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE ACTIVITY-SUMMARY-FILE.

       ACUMULAR-RESUMEN-CLIENTE.
           MOVE ASUM-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE WS-ACCOUNT-AMOUNT =
               ASUM-DAY-AMOUNT(ACTIVITY-DEPOSIT-I)
               + ASUM-DAY-AMOUNT(ACTIVITY-WITHDRAWAL-I).

           IF CURRENCY-USD
               COMPUTE WS-AMOUNT-ARS ROUNDED =
                   WS-ACCOUNT-AMOUNT * EXCHANGE-RATE-USD-ARS
           ELSE
               MOVE WS-ACCOUNT-AMOUNT TO WS-AMOUNT-ARS
           END-IF.

           PERFORM SUMAR-A-CLIENTE.

           IF DAY-ACCOUNT-COUNT < 1000
               ADD 1 TO DAY-ACCOUNT-COUNT
               MOVE ACCOUNT-CLIENT-DNI TO DA-DNI(DAY-ACCOUNT-COUNT)
               MOVE ASUM-ACCOUNT-KEY TO DA-ACCOUNT(DAY-ACCOUNT-COUNT)
               MOVE 'N' TO DA-USD(DAY-ACCOUNT-COUNT)
               IF CURRENCY-USD
                   MOVE 'Y' TO DA-USD(DAY-ACCOUNT-COUNT)
               END-IF
           ELSE
               DISPLAY
               "ATENCIÓN: más de 1000 cuentas con movimientos en el "
               "día, el detalle de este reporte está incompleto: "
               "reprocese por tramos"
           END-IF.

       ACUMULAR-DESDE-MAYOR.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TRANSACTIONS-FILE.
               DISPLAY "No hay movimientos registrados"
               CLOSE ACCOUNTS-FILE
               CLOSE TRANSACTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
           CLOSE ACCOUNTS-FILE.
           CLOSE TRANSACTIONS-FILE.

       ACUMULAR-MOVIMIENTO-CLIENTE.
           MOVE TRANS-ACCOUNT-KEY TO ACCOUNT-KEY.

               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF FUENTE-RESUMEN
               OPEN INPUT TRANSACTIONS-FILE
           END-IF.

           PERFORM VARYING CLIENT-I FROM 1 BY 1
               UNTIL CLIENT-I > CLIENT-COUNT
               IF CT-TOTAL-ARS(CLIENT-I) > THRESHOLD-ARS
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM EMITIR-LINEA
                   IF FUENTE-RESUMEN
                       PERFORM CARGAR-DETALLE-DESDE-MAYOR
                   END-IF
                   PERFORM MOSTRAR-DETALLE-CLIENTE
               END-IF
           END-PERFORM.

           IF FUENTE-RESUMEN
               CLOSE TRANSACTIONS-FILE
           END-IF.

           IF CLIENTS-REPORTED = ZERO
               MOVE "Ningún cliente superó el umbral"
                   TO WS-REPORT-LINE
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       CARGAR-DETALLE-DESDE-MAYOR.
           MOVE ZERO TO DETAIL-COUNT.

           IF F-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING DAY-ACCOUNT-I FROM 1 BY 1
               UNTIL DAY-ACCOUNT-I > DAY-ACCOUNT-COUNT
               IF DA-DNI(DAY-ACCOUNT-I) = CT-DNI(CLIENT-I)
                   PERFORM CARGAR-DETALLE-DE-CUENTA
               END-IF
           END-PERFORM.

       CARGAR-DETALLE-DE-CUENTA.
           SET LEDGER-NOT-ENDED TO TRUE.

           MOVE DA-ACCOUNT(DAY-ACCOUNT-I) TO TRANS-ACCOUNT-KEY.
           MOVE REPORT-DATE TO TRANS-DATE.
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
                       IF TRANS-ACCOUNT-KEY NOT =
                           DA-ACCOUNT(DAY-ACCOUNT-I)
                           OR TRANS-DATE NOT = REPORT-DATE
                           SET LEDGER-ENDED TO TRUE
                       ELSE
                           IF TRANS-IS-DEPOSIT OR TRANS-IS-WITHDRAWAL
                               PERFORM AGREGAR-DETALLE-DE-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-DETALLE-DE-CUENTA.
           IF DA-USD(DAY-ACCOUNT-I) = 'Y'
               COMPUTE WS-AMOUNT-ARS ROUNDED =
                   TRANS-AMOUNT * EXCHANGE-RATE-USD-ARS
           ELSE
               MOVE TRANS-AMOUNT TO WS-AMOUNT-ARS
           END-IF.

           IF DETAIL-COUNT < 1000
               ADD 1 TO DETAIL-COUNT
               MOVE CT-DNI(CLIENT-I) TO DT-DNI(DETAIL-COUNT)
               MOVE TRANS-ACCOUNT-KEY TO DT-ACCOUNT(DETAIL-COUNT)
               MOVE TRANS-TYPE TO DT-TYPE(DETAIL-COUNT)
               MOVE WS-AMOUNT-ARS TO DT-AMOUNT-ARS(DETAIL-COUNT)
           END-IF.

       MOSTRAR-DETALLE-CLIENTE.
           PERFORM VARYING DETAIL-I FROM 1 BY 1
               UNTIL DETAIL-I > DETAIL-COUNT
