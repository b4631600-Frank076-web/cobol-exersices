       FD  COLLECTION-ITEMS-FILE.
       01  COLLECTION-ITEM-RECORD.
           05  COLI-KEY.
               10  COLI-TYPE PIC X.
                   88  COLI-IS-LOAN VALUE 'L'.
                   88  COLI-IS-ACCOUNT VALUE 'A'.
               10  COLI-REF PIC 9(8).
           05  COLI-DNI PIC 9(8).
           05  COLI-STATUS PIC X.
               88  COLI-OPEN VALUE 'O'.
               88  COLI-CLEARED VALUE 'C'.
           05  COLI-AMOUNT-DUE PIC 9(10)V99.
           05  COLI-CURRENCY PIC X(3).
           05  COLI-DAYS-PAST-DUE PIC 9(5).
           05  COLI-FIRST-SEEN PIC 9(8).
           05  COLI-LAST-REFRESH PIC 9(8).
           05  COLI-COLLECTOR PIC X(30).
           05  COLI-BROKEN-FLAG PIC X.
               88  COLI-PROMISE-BROKEN VALUE 'Y'.
               88  COLI-NO-BROKEN-PROMISE VALUE 'N'.
           05  COLI-PROMISE-ID PIC 9(6).
           05  COLI-LAST-CONTACT-DATE PIC 9(8).
           05  COLI-LAST-OUTCOME PIC X.
