       FD  BILL-PAYMENTS-FILE.
       01  BILL-PAYMENT-RECORD.
           05  BPY-ID PIC 9(8).
           05  BPY-BILLER-CODE PIC 9(4).
           05  BPY-BARCODE PIC X(60).
           05  BPY-AMOUNT PIC 9(8)V99.
           05  BPY-DATE PIC 9(8).
           05  BPY-CHANNEL PIC X.
               88  BPY-IN-CASH VALUE 'C'.
               88  BPY-FROM-ACCOUNT VALUE 'A'.
           05  BPY-ACCOUNT-KEY PIC 9(8).
           05  BPY-RECEIPT PIC 9(8).
           05  BPY-USER PIC X(30).
           05  BPY-STATUS PIC X.
               88  BPY-PENDING VALUE 'P'.
               88  BPY-SETTLED VALUE 'S'.
           05  BPY-SETTLED-DATE PIC 9(8).
