           05  CARD-ATM-DAILY-LIMIT PIC 9(8)V99.
           05  CARD-ISSUED-DATE PIC 9(8).
           05  CARD-ISSUED-BY PIC X(30).
           05  CARD-POS-DAILY-LIMIT PIC 9(8)V99.
