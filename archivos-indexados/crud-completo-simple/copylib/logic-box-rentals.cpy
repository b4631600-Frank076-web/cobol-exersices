       FD  BOX-RENTALS-FILE.
       01  BOX-RENTAL-RECORD.
           05  RENT-ID PIC 9(6).
           05  RENT-BRANCH PIC 9(3).
           05  RENT-BOX-NUMBER PIC 9(5).
           05  RENT-CLIENT-DNI PIC 9(8).
           05  RENT-FEE-ACCOUNT PIC 9(8).
           05  RENT-START-DATE PIC 9(8).
           05  RENT-END-DATE PIC 9(8).
           05  RENT-PAID-UNTIL PIC 9(8).
           05  RENT-LAST-FEE-DATE PIC 9(8).
           05  RENT-UNPAID-AMOUNT PIC 9(8)V99.
           05  RENT-UNPAID-SINCE PIC 9(8).
           05  RENT-STATUS PIC X.
               88  RENT-ACTIVE VALUE 'A'.
               88  RENT-CLOSED VALUE 'C'.
