       FD  ACTIVITY-SUMMARY-FILE.
       01  ACTIVITY-SUMMARY-RECORD.
           05  ASUM-ACCOUNT-KEY PIC 9(8).
           05  ASUM-LAST-ACTIVITY-DATE PIC 9(8).
           05  ASUM-DAY-DATE PIC 9(8).
           05  ASUM-MTD-PERIOD PIC 9(6).
           05  ASUM-PREV-PERIOD PIC 9(6).
           05  ASUM-YTD-YEAR PIC 9(4).
           05  ASUM-TYPE-FIGURES OCCURS 8 TIMES.
               10  ASUM-DAY-COUNT PIC 9(6).
               10  ASUM-DAY-AMOUNT PIC 9(12)V99.
               10  ASUM-MTD-COUNT PIC 9(6).
               10  ASUM-MTD-AMOUNT PIC 9(12)V99.
               10  ASUM-PREV-COUNT PIC 9(6).
               10  ASUM-PREV-AMOUNT PIC 9(12)V99.
               10  ASUM-YTD-COUNT PIC 9(7).
               10  ASUM-YTD-AMOUNT PIC 9(13)V99.
