       FD  INTEREST-ACCRUALS-FILE.
       01  INTEREST-ACCRUAL-RECORD.
           05  ACR-KEY.
               10  ACR-KIND PIC X.
                   88  ACR-IS-TERM-DEPOSIT VALUE 'T'.
                   88  ACR-IS-LOAN VALUE 'L'.
               10  ACR-ID PIC 9(6).
           05  ACR-CURRENCY PIC X(3).
           05  ACR-ACCRUED PIC 9(10)V99.
           05  ACR-TOTAL-ACCRUED PIC 9(10)V99.
           05  ACR-TOTAL-REVERSED PIC 9(10)V99.
           05  ACR-LAST-DATE PIC 9(8).
           05  ACR-INSTALLMENTS-REVERSED PIC 9(3).
           05  ACR-STATUS PIC X.
               88  ACR-OPEN VALUE 'A'.
               88  ACR-SETTLED VALUE 'C'.
