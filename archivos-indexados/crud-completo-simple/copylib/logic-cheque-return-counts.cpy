       FD  CHEQUE-RETURN-COUNTS-FILE.
       01  CHEQUE-RETURN-COUNT-RECORD.
           05  RCC-KEY.
               10  RCC-HOLDER-TYPE PIC X.
                   88  RCC-IS-CLIENT VALUE 'C'.
                   88  RCC-IS-ACCOUNT VALUE 'A'.
               10  RCC-HOLDER-ID PIC 9(8).
           05  RCC-COUNT PIC 9(4).
           05  RCC-LAST-DATE PIC 9(8).
           05  RCC-LAST-REASON PIC X(20).
           05  RCC-DISQUALIFIED PIC X.
               88  RCC-IS-DISQUALIFIED VALUE 'Y'.
               88  RCC-NOT-DISQUALIFIED VALUE 'N'.
           05  RCC-DISQUALIFIED-DATE PIC 9(8).
