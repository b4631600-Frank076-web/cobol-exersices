       FILE-CONTROL.
       COPY "../copylib/physic-branches.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-activity-summary.cpy".
       COPY "../copylib/physic-drawer.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-audit.cpy".
       FILE SECTION.
       COPY "../copylib/logic-branches.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-activity-summary.cpy".
       COPY "../copylib/logic-drawer.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-audit.cpy".
       WORKING-STORAGE SECTION.
       01  F-BRANCH-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.
       01  F-DRAWER-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-AUDIT-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

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

       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES.
               10  BT-CODE PIC 9(3).
       ACUMULAR-MOVIMIENTOS-DEL-DIA.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               CLOSE ACTIVITY-SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ ACTIVITY-SUMMARY-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ASUM-DAY-DATE = WS-BUSINESS-DATE
                           PERFORM SUMAR-MOVIMIENTO-A-SUCURSAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE ACTIVITY-SUMMARY-FILE.

       SUMAR-MOVIMIENTO-A-SUCURSAL.
           MOVE ASUM-ACCOUNT-KEY TO ACCOUNT-KEY.

           MOVE 1 TO LOOKUP-BRANCH.
           READ ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
               UNTIL ACTIVITY-TYPE-I > 8
               EVALUATE ACTIVITY-TYPE-I
                   WHEN ACTIVITY-DEPOSIT-I
                   WHEN ACTIVITY-INTEREST-I
                       ADD ASUM-DAY-COUNT(ACTIVITY-TYPE-I)
                           TO BT-DEP-CNT(BRANCH-I)
                       ADD ASUM-DAY-AMOUNT(ACTIVITY-TYPE-I)
                           TO BT-DEP-AMT(BRANCH-I) TOTAL-DEP-AMT
                   WHEN ACTIVITY-REVERSAL-I
                       ADD ASUM-DAY-COUNT(ACTIVITY-TYPE-I)
                           TO BT-OTH-CNT(BRANCH-I)
                       ADD ASUM-DAY-AMOUNT(ACTIVITY-TYPE-I)
                           TO BT-OTH-AMT(BRANCH-I)
                   WHEN OTHER
                       ADD ASUM-DAY-COUNT(ACTIVITY-TYPE-I)
                           TO BT-WDR-CNT(BRANCH-I)
                       ADD ASUM-DAY-AMOUNT(ACTIVITY-TYPE-I)
                           TO BT-WDR-AMT(BRANCH-I) TOTAL-WDR-AMT
               END-EVALUATE
           END-PERFORM.

       ACUMULAR-ALTAS-Y-CIERRES.
           SET F-NOT-ENDED TO TRUE.
