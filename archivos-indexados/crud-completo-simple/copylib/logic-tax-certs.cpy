           05  CERT-WTH-ARS PIC 9(12)V99.
           05  CERT-WTH-USD PIC 9(12)V99.
           05  CERT-ISSUE-DATE PIC 9(8).
           05  CERT-IDX-ARS PIC 9(12)V99.
