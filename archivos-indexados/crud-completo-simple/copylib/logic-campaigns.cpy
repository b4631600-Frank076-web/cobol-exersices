       FD  CAMPAIGNS-FILE.
       01  CAMPAIGN-RECORD.
           05  CPN-ID PIC 9(4).
           05  CPN-NAME PIC X(30).
           05  CPN-PRODUCT PIC X.
               88  CPN-OFFERS-TERM-DEPOSIT VALUE 'T'.
               88  CPN-OFFERS-LOAN VALUE 'L'.
           05  CPN-CHANNEL PIC X.
               88  CPN-CHANNEL-MAIL VALUE 'M'.
               88  CPN-CHANNEL-PHONE VALUE 'P'.
               88  CPN-CHANNEL-EMAIL VALUE 'E'.
           05  CPN-BRANCH PIC 9(3).
           05  CPN-MIN-BALANCE PIC 9(8)V99.
           05  CPN-MAX-BALANCE PIC 9(8)V99.
           05  CPN-MIN-AGE PIC 9(3).
           05  CPN-MAX-AGE PIC 9(3).
           05  CPN-HOLDING-RULE PIC X.
               88  CPN-HOLDING-ANY VALUE 'N'.
               88  CPN-HOLDING-EXCLUDE-OFFERED VALUE 'E'.
               88  CPN-HOLDING-NEEDS-TERM-DEPOSIT VALUE 'T'.
               88  CPN-HOLDING-NEEDS-LOAN VALUE 'L'.
           05  CPN-START-DATE PIC 9(8).
           05  CPN-END-DATE PIC 9(8).
           05  CPN-STATUS PIC X.
               88  CPN-PENDING VALUE 'P'.
               88  CPN-LAUNCHED VALUE 'L'.
               88  CPN-CLOSED VALUE 'C'.
               88  CPN-CANCELLED VALUE 'X'.
           05  CPN-CREATED-BY PIC X(30).
           05  CPN-CREATED-DATE PIC 9(8).
           05  CPN-SELECTED-DATE PIC 9(8).
           05  CPN-ELIGIBLE PIC 9(6).
           05  CPN-NO-CONSENT PIC 9(6).
           05  CPN-NO-CONTACT PIC 9(6).
           05  CPN-TARGETS PIC 9(6).
           05  CPN-RESPONSES PIC 9(6).
           05  CPN-RESPONSE-AMOUNT PIC 9(10)V99.
