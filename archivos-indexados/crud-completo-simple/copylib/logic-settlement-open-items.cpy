       FD  SETTLEMENT-OPEN-FILE.
       01  SETTLEMENT-OPEN-RECORD.
           05  SOI-KEY.
               10  SOI-CLASS PIC X.
                   88  SOI-IS-TRANSFER VALUE 'T'.
                   88  SOI-IS-CLEARING VALUE 'C'.
                   88  SOI-IS-DIRECT-DEBIT VALUE 'B'.
                   88  SOI-IS-ATM VALUE 'A'.
               10  SOI-REFERENCE PIC X(12).
           05  SOI-HOUSE-AMOUNT PIC S9(12)V99.
           05  SOI-BANK-AMOUNT PIC S9(12)V99.
           05  SOI-HOUSE-SEEN PIC X.
           05  SOI-BANK-SEEN PIC X.
           05  SOI-FIRST-DATE PIC 9(8).
           05  SOI-LAST-DATE PIC 9(8).
