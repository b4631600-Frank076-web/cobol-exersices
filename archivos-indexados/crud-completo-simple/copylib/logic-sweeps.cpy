       FD  SWEEPS-FILE.
       01  SWEEP-RECORD.
           05  SWP-PRIMARY-ACCOUNT PIC 9(8).
           05  SWP-SECONDARY-ACCOUNT PIC 9(8).
           05  SWP-TARGET-BALANCE PIC 9(8)V99.
           05  SWP-MINIMUM-BALANCE PIC 9(8)V99.
           05  SWP-STATUS PIC X.
               88  SWP-ACTIVE VALUE 'A'.
               88  SWP-CANCELLED VALUE 'C'.
           05  SWP-LAST-DATE PIC 9(8).
           05  SWP-LAST-DIRECTION PIC X.
               88  SWP-LAST-OUT VALUE 'S'.
               88  SWP-LAST-IN VALUE 'E'.
           05  SWP-LAST-AMOUNT PIC 9(8)V99.
