       01  F-TRANSACTION-STATUS PIC XX.
       01  F-JOURNAL-STATUS PIC XX.

       01  WS-SUMMARY-TARGET PIC X VALUE 'L'.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

           IF LEDGER-ROW-WRITTEN
               DISPLAY "Fila del mayor completada"
               CALL "./common/activity-summary"
                   USING PJ-ACCOUNT-KEY PJ-DATE PJ-POST-TYPE PJ-AMOUNT
                   WS-SUMMARY-TARGET
           END-IF.

       END PROGRAM posting-recovery.
