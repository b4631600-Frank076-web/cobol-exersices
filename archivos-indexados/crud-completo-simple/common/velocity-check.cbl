       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-alerts.cpy".
       COPY "../copylib/physic-activity-summary.cpy".

       SELECT OPTIONAL OPERATOR-TALLY-FILE
       ASSIGN TO "operator-tally.idx"
       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-alerts.cpy".
       COPY "../copylib/logic-activity-summary.cpy".

       FD  OPERATOR-TALLY-FILE.
       01  OPERATOR-TALLY-RECORD.

       WORKING-STORAGE SECTION.
       01  F-ALERTS-STATUS PIC XX.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.
       01  F-OPERATOR-STATUS PIC XX.

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

       01  WITHDRAWAL-RULE-LIMIT PIC 9(4) VALUE 5.
       01  OPERATOR-RULE-LIMIT PIC 9(6) VALUE 20.

       CONTAR-RETIROS-DEL-DIA.
           MOVE ZERO TO WITHDRAWALS-TODAY.

           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               CLOSE ACTIVITY-SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-ACCOUNT-KEY TO ASUM-ACCOUNT-KEY.

           READ ACTIVITY-SUMMARY-FILE
               KEY IS ASUM-ACCOUNT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASUM-DAY-DATE = WS-BUSINESS-DATE
                       MOVE ASUM-DAY-COUNT(ACTIVITY-WITHDRAWAL-I)
                           TO WITHDRAWALS-TODAY
                   END-IF
           END-READ.

           CLOSE ACTIVITY-SUMMARY-FILE.

       GRABAR-ALERTA.
           MOVE LS-ACCOUNT-KEY TO ALERT-ACCOUNT.
