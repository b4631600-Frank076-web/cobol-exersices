       IDENTIFICATION DIVISION.
       PROGRAM-ID. kyc-next-review.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  REVIEW-YEARS-HIGH PIC 9 VALUE 1.
       01  REVIEW-YEARS-MEDIUM PIC 9 VALUE 2.
       01  REVIEW-YEARS-LOW PIC 9 VALUE 5.

       01  NEXT-DATE PIC 9(8).
       01  NEXT-DATE-R REDEFINES NEXT-DATE.
           05  NEXT-YEAR PIC 9(4).
           05  NEXT-MONTH PIC 9(2).
           05  NEXT-DAY PIC 9(2).

       LINKAGE SECTION.
       01  LS-RATING PIC X.
           88  LS-RATING-HIGH VALUE 'H'.
           88  LS-RATING-MEDIUM VALUE 'M'.
       01  LS-BASE-DATE PIC 9(8).
       01  LS-NEXT-REVIEW-DATE PIC 9(8).

       PROCEDURE DIVISION
           USING LS-RATING LS-BASE-DATE LS-NEXT-REVIEW-DATE.

           MOVE LS-BASE-DATE TO NEXT-DATE.

           EVALUATE TRUE
               WHEN LS-RATING-HIGH
                   ADD REVIEW-YEARS-HIGH TO NEXT-YEAR
               WHEN LS-RATING-MEDIUM
                   ADD REVIEW-YEARS-MEDIUM TO NEXT-YEAR
               WHEN OTHER
                   ADD REVIEW-YEARS-LOW TO NEXT-YEAR
           END-EVALUATE.

           IF NEXT-MONTH = 2 AND NEXT-DAY = 29
               IF FUNCTION MOD(NEXT-YEAR, 4) NOT = ZERO
                   OR (FUNCTION MOD(NEXT-YEAR, 100) = ZERO
                   AND FUNCTION MOD(NEXT-YEAR, 400) NOT = ZERO)
                   MOVE 28 TO NEXT-DAY
               END-IF
           END-IF.

           MOVE NEXT-DATE TO LS-NEXT-REVIEW-DATE.

           GOBACK.

       END PROGRAM kyc-next-review.
