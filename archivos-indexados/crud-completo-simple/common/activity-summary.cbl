       IDENTIFICATION DIVISION.
       PROGRAM-ID. activity-summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ACTIVITY-SUMMARY-FILE
       ASSIGN TO WS-SUMMARY-FILE-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ASUM-ACCOUNT-KEY
       FILE STATUS IS F-ACTIVITY-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-activity-summary.cpy".

       WORKING-STORAGE SECTION.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.
       01  WS-SUMMARY-FILE-NAME PIC X(40).

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

       01  SUMMARY-ROW-FLAG PIC X.
           88  SUMMARY-ROW-EXISTS VALUE 'Y'.
           88  SUMMARY-ROW-NEW VALUE 'N'.

       01  MOV-PERIOD PIC 9(6).
       01  MOV-YEAR PIC 9(4).

       LINKAGE SECTION.
       01  LS-ACCOUNT-KEY PIC 9(8).
       01  LS-DATE PIC 9(8).
       01  LS-TYPE PIC X.
       01  LS-AMOUNT PIC 9(8)V99.
       01  LS-TARGET PIC X.
           88  LS-TARGET-LIVE VALUE 'L'.
           88  LS-TARGET-VERIFY VALUE 'V'.

       PROCEDURE DIVISION
           USING LS-ACCOUNT-KEY LS-DATE LS-TYPE LS-AMOUNT LS-TARGET.

           IF LS-TARGET-VERIFY
               MOVE "activity-summary-verify.tmp"
                   TO WS-SUMMARY-FILE-NAME
           ELSE
               MOVE "activity-summary.idx" TO WS-SUMMARY-FILE-NAME
           END-IF.

           OPEN I-O ACTIVITY-SUMMARY-FILE.

           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               AND F-ACTIVITY-SUMMARY-STATUS NOT = "05"
               DISPLAY
               "ATENCIÓN: no fue posible actualizar el resumen de "
               "actividad de la cuenta " LS-ACCOUNT-KEY
               CLOSE ACTIVITY-SUMMARY-FILE
               GOBACK
           END-IF.

           MOVE LS-ACCOUNT-KEY TO ASUM-ACCOUNT-KEY.

           READ ACTIVITY-SUMMARY-FILE
               KEY IS ASUM-ACCOUNT-KEY
               INVALID KEY
                   SET SUMMARY-ROW-NEW TO TRUE
                   INITIALIZE ACTIVITY-SUMMARY-RECORD
                   MOVE LS-ACCOUNT-KEY TO ASUM-ACCOUNT-KEY
               NOT INVALID KEY
                   SET SUMMARY-ROW-EXISTS TO TRUE
           END-READ.

           PERFORM ACUMULAR-EN-RESUMEN.

           IF SUMMARY-ROW-NEW
               WRITE ACTIVITY-SUMMARY-RECORD
                   INVALID KEY
                       DISPLAY
                       "ATENCIÓN: no fue posible registrar el resumen "
                       "de actividad de la cuenta " LS-ACCOUNT-KEY
               END-WRITE
           ELSE
               REWRITE ACTIVITY-SUMMARY-RECORD
                   INVALID KEY
                       DISPLAY
                       "ATENCIÓN: no fue posible actualizar el "
                       "resumen de actividad de la cuenta "
                       LS-ACCOUNT-KEY
               END-REWRITE
           END-IF.

           CLOSE ACTIVITY-SUMMARY-FILE.

           GOBACK.

       ACUMULAR-EN-RESUMEN.
           COMPUTE MOV-PERIOD = LS-DATE / 100.
           COMPUTE MOV-YEAR = LS-DATE / 10000.

           IF MOV-YEAR > ASUM-YTD-YEAR
               MOVE MOV-YEAR TO ASUM-YTD-YEAR
               PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
                   UNTIL ACTIVITY-TYPE-I > 8
                   MOVE ZERO TO ASUM-YTD-COUNT(ACTIVITY-TYPE-I)
                   MOVE ZERO TO ASUM-YTD-AMOUNT(ACTIVITY-TYPE-I)
               END-PERFORM
           END-IF.

           IF MOV-PERIOD > ASUM-MTD-PERIOD
               MOVE ASUM-MTD-PERIOD TO ASUM-PREV-PERIOD
               MOVE MOV-PERIOD TO ASUM-MTD-PERIOD
               PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
                   UNTIL ACTIVITY-TYPE-I > 8
                   MOVE ASUM-MTD-COUNT(ACTIVITY-TYPE-I)
                       TO ASUM-PREV-COUNT(ACTIVITY-TYPE-I)
                   MOVE ASUM-MTD-AMOUNT(ACTIVITY-TYPE-I)
                       TO ASUM-PREV-AMOUNT(ACTIVITY-TYPE-I)
                   MOVE ZERO TO ASUM-MTD-COUNT(ACTIVITY-TYPE-I)
                   MOVE ZERO TO ASUM-MTD-AMOUNT(ACTIVITY-TYPE-I)
               END-PERFORM
           END-IF.

           IF LS-DATE > ASUM-DAY-DATE
               MOVE LS-DATE TO ASUM-DAY-DATE
               PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
                   UNTIL ACTIVITY-TYPE-I > 8
                   MOVE ZERO TO ASUM-DAY-COUNT(ACTIVITY-TYPE-I)
                   MOVE ZERO TO ASUM-DAY-AMOUNT(ACTIVITY-TYPE-I)
               END-PERFORM
           END-IF.

           IF LS-DATE > ASUM-LAST-ACTIVITY-DATE
               MOVE LS-DATE TO ASUM-LAST-ACTIVITY-DATE
           END-IF.

           SET ACTIVITY-TYPE-UNKNOWN TO TRUE.

           PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
               UNTIL ACTIVITY-TYPE-I > 8 OR ACTIVITY-TYPE-FOUND
               IF ACTIVITY-TYPE-CODE(ACTIVITY-TYPE-I) = LS-TYPE
                   SET ACTIVITY-TYPE-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF ACTIVITY-TYPE-UNKNOWN
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT 1 FROM ACTIVITY-TYPE-I.

           IF LS-DATE = ASUM-DAY-DATE
               ADD 1 TO ASUM-DAY-COUNT(ACTIVITY-TYPE-I)
               ADD LS-AMOUNT TO ASUM-DAY-AMOUNT(ACTIVITY-TYPE-I)
           END-IF.

           IF MOV-PERIOD = ASUM-MTD-PERIOD
               ADD 1 TO ASUM-MTD-COUNT(ACTIVITY-TYPE-I)
               ADD LS-AMOUNT TO ASUM-MTD-AMOUNT(ACTIVITY-TYPE-I)
           ELSE
               IF MOV-PERIOD = ASUM-PREV-PERIOD
                   ADD 1 TO ASUM-PREV-COUNT(ACTIVITY-TYPE-I)
                   ADD LS-AMOUNT
                       TO ASUM-PREV-AMOUNT(ACTIVITY-TYPE-I)
               END-IF
           END-IF.

           IF MOV-YEAR = ASUM-YTD-YEAR
               ADD 1 TO ASUM-YTD-COUNT(ACTIVITY-TYPE-I)
               ADD LS-AMOUNT TO ASUM-YTD-AMOUNT(ACTIVITY-TYPE-I)
           END-IF.

       END PROGRAM activity-summary.
