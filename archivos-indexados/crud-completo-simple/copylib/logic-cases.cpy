               88  CASE-FROM-WATCHLIST VALUE 'W'.
               88  CASE-FROM-LARGE-MOVEMENT VALUE 'L'.
               88  CASE-FROM-ALERT VALUE 'V'.
               88  CASE-FROM-CHEQUE-RETURNS VALUE 'Q'.
               88  CASE-FROM-BENEFICIAL-OWNER VALUE 'B'.
               88  CASE-FROM-KYC-OVERDUE VALUE 'K'.
               88  CASE-FROM-SANCTIONS VALUE 'S'.
           05  CASE-REF PIC 9(8).
           05  CASE-STATUS PIC X.
               88  CASE-OPEN VALUE 'O'.
