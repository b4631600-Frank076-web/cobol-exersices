       FD  CLIENT-RISK-FILE.
       01  CLIENT-RISK-RECORD.
           05  CRSK-DNI PIC 9(8).
           05  CRSK-BRANCH PIC 9(3).
           05  CRSK-RATING PIC X.
               88  CRSK-LOW VALUE 'L'.
               88  CRSK-MEDIUM VALUE 'M'.
               88  CRSK-HIGH VALUE 'H'.
           05  CRSK-PREV-RATING PIC X.
           05  CRSK-SCORE PIC 9(3).
           05  CRSK-ON-WATCHLIST PIC X.
           05  CRSK-OPEN-CASES PIC 9(3).
           05  CRSK-CLOSED-CASES PIC 9(3).
           05  CRSK-LARGE-MOVES PIC 9(4).
           05  CRSK-ALERTS PIC 9(4).
           05  CRSK-PRODUCTS PIC 9(3).
           05  CRSK-FIRST-RATED-DATE PIC 9(8).
           05  CRSK-RATED-DATE PIC 9(8).
           05  CRSK-LAST-REVIEW-DATE PIC 9(8).
           05  CRSK-REVIEWED-BY PIC X(30).
           05  CRSK-NEXT-REVIEW-DATE PIC 9(8).
