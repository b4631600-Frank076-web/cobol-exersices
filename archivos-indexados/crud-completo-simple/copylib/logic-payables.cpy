       FD  PAYABLES-FILE.
       01  PAYABLE-RECORD.
           05  PAYABLE-KEY.
               10  PAYABLE-NUMBER PIC 9(6).
               10  PAYABLE-LINE PIC 9(3).
           05  PAYABLE-REST PIC X(120).
           05  PAYABLE-HEADER REDEFINES PAYABLE-REST.
               10  PAYABLE-SUPPLIER PIC 9(4).
               10  PAYABLE-SUPPLIER-INVOICE PIC X(13).
               10  PAYABLE-ORDER PIC 9(6).
               10  PAYABLE-DATE PIC 9(8).
               10  PAYABLE-DUE-DATE PIC 9(8).
               10  PAYABLE-NET PIC 9(8)V99.
               10  PAYABLE-VAT-RATE PIC 9(2)V99.
               10  PAYABLE-VAT PIC 9(8)V99.
               10  PAYABLE-TOTAL PIC 9(8)V99.
               10  PAYABLE-STATUS PIC X.
                   88  PAYABLE-HELD VALUE 'R'.
                   88  PAYABLE-APPROVED VALUE 'A'.
                   88  PAYABLE-PAID VALUE 'P'.
                   88  PAYABLE-REJECTED VALUE 'X'.
               10  PAYABLE-MISMATCHES PIC 9(3).
               10  PAYABLE-APPROVAL-DATE PIC 9(8).
               10  PAYABLE-PAYMENT-DATE PIC 9(8).
               10  PAYABLE-RECEIPT PIC 9(8).
               10  PAYABLE-TRANSFER-ID PIC 9(6).
               10  PAYABLE-PAID-FROM PIC 9(8).
               10  FILLER PIC X(5).
           05  PAYABLE-DETAIL REDEFINES PAYABLE-REST.
               10  PAYABLE-ORDER-LINE PIC 9(3).
               10  PAYABLE-PRODUCT-CODE PIC X(10).
               10  PAYABLE-QUANTITY PIC 9(6).
               10  PAYABLE-UNIT-PRICE PIC 9(4)V99.
               10  PAYABLE-LINE-AMOUNT PIC 9(8)V99.
               10  PAYABLE-AVAILABLE-QTY PIC 9(6).
               10  PAYABLE-AGREED-PRICE PIC 9(4)V99.
               10  PAYABLE-MATCH-RESULT PIC X.
               10  FILLER PIC X(72).
