       FD  DEPOSITED-CHEQUES-FILE.
       01  DEPOSITED-CHEQUE-RECORD.
           05  DCQ-ID PIC 9(8).
           05  DCQ-ACCOUNT-KEY PIC 9(8).
           05  DCQ-DRAWEE-BANK PIC 9(3).
           05  DCQ-DRAWEE-BRANCH PIC 9(3).
           05  DCQ-DRAWEE-ACCOUNT PIC 9(11).
           05  DCQ-CHEQUE-NUMBER PIC 9(8).
           05  DCQ-AMOUNT PIC 9(8)V99.
           05  DCQ-DEPOSIT-DATE PIC 9(8).
           05  DCQ-CLEARING-DATE PIC 9(8).
           05  DCQ-RECEIPT PIC 9(8).
           05  DCQ-HOLD-SEQ PIC 9(4).
           05  DCQ-DEPOSITED-BY PIC X(30).
           05  DCQ-STATUS PIC X.
               88  DCQ-DEPOSITED VALUE 'D'.
               88  DCQ-SENT VALUE 'S'.
               88  DCQ-REJECTED VALUE 'R'.
           05  DCQ-REJECT-DATE PIC 9(8).
           05  DCQ-REJECT-REASON PIC X(20).
