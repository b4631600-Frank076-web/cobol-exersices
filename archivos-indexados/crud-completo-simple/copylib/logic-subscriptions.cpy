       FD  SUBSCRIPTIONS-FILE.
       01  SUBSCRIPTION-RECORD.
           05  SUB-KEY.
               10  SUB-NUMBER PIC 9(6).
               10  SUB-LINE PIC 9(3).
           05  SUB-REST PIC X(60).
           05  SUB-HEADER REDEFINES SUB-REST.
               10  SUB-CLIENT-DNI PIC 9(8).
               10  SUB-DEBIT-ACCOUNT PIC 9(8).
               10  SUB-FREQUENCY PIC X.
                   88  SUB-MONTHLY VALUE 'M'.
                   88  SUB-BIMONTHLY VALUE 'B'.
                   88  SUB-QUARTERLY VALUE 'T'.
                   88  SUB-HALF-YEARLY VALUE 'S'.
                   88  SUB-YEARLY VALUE 'A'.
               10  SUB-NEXT-BILLING PIC 9(8).
               10  SUB-TAX-RATE PIC 9(2)V99.
               10  SUB-DISCOUNT-RATE PIC 9(2)V99.
               10  SUB-STATUS PIC X.
                   88  SUB-ACTIVE VALUE 'A'.
                   88  SUB-SUSPENDED VALUE 'S'.
                   88  SUB-CANCELLED VALUE 'B'.
               10  SUB-START-DATE PIC 9(8).
               10  SUB-LAST-INVOICE PIC 9(8).
               10  SUB-LAST-RESULT PIC X.
                   88  SUB-DEBIT-OK VALUE 'D'.
                   88  SUB-DEBIT-FAILED VALUE 'F'.
               10  SUB-SALESPERSON PIC 9(4).
               10  FILLER PIC X(5).
           05  SUB-DETAIL REDEFINES SUB-REST.
               10  SUB-PRODUCT-CODE PIC X(10).
               10  SUB-QUANTITY PIC 9(4).
               10  FILLER PIC X(46).
