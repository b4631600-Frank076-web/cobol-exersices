               88  LOAN-ACTIVE VALUE 'A'.
               88  LOAN-PAID VALUE 'P'.
               88  LOAN-RESTRUCTURED VALUE 'R'.
               88  LOAN-WRITTEN-OFF VALUE 'W'.
           05  LOAN-ORIGIN-LOAN PIC 9(6).
           05  LOAN-EMPLOYER-CODE PIC 9(4).
           05  LOAN-LAST-SALARY-DATE PIC 9(8).
           05  LOAN-WRITE-OFF-DATE PIC 9(8).
           05  LOAN-WRITE-OFF-AMOUNT PIC 9(8)V99.
           05  LOAN-RECOVERED PIC 9(8)V99.
