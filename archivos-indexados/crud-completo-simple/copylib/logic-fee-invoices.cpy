       FD  FEE-INVOICES-FILE.
       01  FEE-INVOICE-RECORD.
           05  FIV-KEY.
               10  FIV-CLIENT-DNI PIC 9(8).
               10  FIV-PERIOD PIC 9(6).
           05  FIV-INVOICE-NO PIC 9(8).
           05  FIV-CHARGES PIC 9(4).
           05  FIV-NET-AMOUNT PIC 9(8)V99.
           05  FIV-VAT-AMOUNT PIC 9(8)V99.
           05  FIV-TOTAL-AMOUNT PIC 9(8)V99.
           05  FIV-ISSUED-DATE PIC 9(8).
