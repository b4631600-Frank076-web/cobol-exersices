       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-balance-history.cpy".
       COPY "../copylib/physic-fee-invoices.cpy".
       COPY "../copylib/physic-activity-summary.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-balance-history.cpy".
       COPY "../copylib/logic-fee-invoices.cpy".
       COPY "../copylib/logic-activity-summary.cpy".

       WORKING-STORAGE SECTION.
       01  F-STMT-ARCHIVE-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-HISTORY-STATUS PIC XX.
       01  F-FEE-INVOICES-STATUS PIC XX.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.

       01  STATEMENTS-WRITTEN PIC 9(6) VALUE ZERO.

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

       01  SUMMARY-BUCKET PIC X.
           88  USAR-MES-EN-CURSO VALUE 'M'.
           88  USAR-MES-ANTERIOR VALUE 'P'.
           88  SIN-MOVIMIENTOS VALUE 'Z'.
           88  LEER-MAYOR VALUE 'L'.
       01  BUCKET-COUNT PIC 9(6).
       01  BUCKET-AMOUNT PIC 9(12)V99.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

           END-IF.

           OPEN I-O STATEMENT-ARCHIVE-FILE.
           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
               END-READ
           END-PERFORM.

           CLOSE ACTIVITY-SUMMARY-FILE.
           CLOSE STATEMENT-ARCHIVE-FILE.
           CLOSE ACCOUNTS-FILE.

               OPENING-BALANCE + NET-MOVEMENT.
           MOVE MOVEMENT-COUNT TO SA-MOVEMENT-COUNT.
           MOVE WS-BUSINESS-DATE TO SA-GENERATED-DATE.
           PERFORM BUSCAR-FACTURA-DE-COMISIONES.

           WRITE STATEMENT-ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO STATEMENTS-WRITTEN
           END-WRITE.

       BUSCAR-FACTURA-DE-COMISIONES.
           MOVE ZERO TO SA-FEE-INVOICE-NO.

           OPEN INPUT FEE-INVOICES-FILE.

           IF F-FEE-INVOICES-STATUS NOT = "00"
               CLOSE FEE-INVOICES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-CLIENT-DNI TO FIV-CLIENT-DNI.
           MOVE STATEMENT-PERIOD TO FIV-PERIOD.

           READ FEE-INVOICES-FILE
               KEY IS FIV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIV-INVOICE-NO TO SA-FEE-INVOICE-NO
           END-READ.

           CLOSE FEE-INVOICES-FILE.

       SUMAR-MOVIMIENTOS-DEL-PERIODO.
           MOVE ZERO TO NET-MOVEMENT.
           MOVE ZERO TO MOVEMENT-COUNT.

           PERFORM ELEGIR-TRAMO-DEL-RESUMEN.

           EVALUATE TRUE
               WHEN SIN-MOVIMIENTOS
                   CONTINUE
               WHEN USAR-MES-EN-CURSO
               WHEN USAR-MES-ANTERIOR
                   PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
                       UNTIL ACTIVITY-TYPE-I > 8
                       PERFORM SUMAR-TRAMO-DEL-RESUMEN
                   END-PERFORM
               WHEN OTHER
                   PERFORM SUMAR-MOVIMIENTOS-DEL-MAYOR
           END-EVALUATE.

       ELEGIR-TRAMO-DEL-RESUMEN.
           SET LEER-MAYOR TO TRUE.

           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-KEY TO ASUM-ACCOUNT-KEY.

           READ ACTIVITY-SUMMARY-FILE
               KEY IS ASUM-ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN ASUM-MTD-PERIOD = STATEMENT-PERIOD
                   SET USAR-MES-EN-CURSO TO TRUE
               WHEN ASUM-PREV-PERIOD = STATEMENT-PERIOD
                   SET USAR-MES-ANTERIOR TO TRUE
               WHEN ASUM-MTD-PERIOD < STATEMENT-PERIOD
                   SET SIN-MOVIMIENTOS TO TRUE
               WHEN ASUM-PREV-PERIOD < STATEMENT-PERIOD
                   SET SIN-MOVIMIENTOS TO TRUE
           END-EVALUATE.

       SUMAR-TRAMO-DEL-RESUMEN.
           IF USAR-MES-EN-CURSO
               MOVE ASUM-MTD-COUNT(ACTIVITY-TYPE-I) TO BUCKET-COUNT
               MOVE ASUM-MTD-AMOUNT(ACTIVITY-TYPE-I) TO BUCKET-AMOUNT
           ELSE
               MOVE ASUM-PREV-COUNT(ACTIVITY-TYPE-I) TO BUCKET-COUNT
               MOVE ASUM-PREV-AMOUNT(ACTIVITY-TYPE-I)
                   TO BUCKET-AMOUNT
           END-IF.

           ADD BUCKET-COUNT TO MOVEMENT-COUNT.

           EVALUATE ACTIVITY-TYPE-I
               WHEN ACTIVITY-DEPOSIT-I
               WHEN ACTIVITY-INTEREST-I
                   ADD BUCKET-AMOUNT TO NET-MOVEMENT
               WHEN ACTIVITY-REVERSAL-I
                   CONTINUE
               WHEN OTHER
                   SUBTRACT BUCKET-AMOUNT FROM NET-MOVEMENT
           END-EVALUATE.

       SUMAR-MOVIMIENTOS-DEL-MAYOR.
           SET LEDGER-NOT-ENDED TO TRUE.

           OPEN INPUT TRANSACTIONS-FILE.
                   SUBTRACT TRANS-AMOUNT FROM NET-MOVEMENT
               WHEN TRANS-IS-WITHHOLDING
                   SUBTRACT TRANS-AMOUNT FROM NET-MOVEMENT
               WHEN TRANS-IS-DC-TAX
                   SUBTRACT TRANS-AMOUNT FROM NET-MOVEMENT
               WHEN TRANS-IS-REVERSAL
                   CONTINUE
           END-EVALUATE.
