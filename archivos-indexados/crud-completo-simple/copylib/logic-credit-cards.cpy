       FD  CREDIT-CARDS-FILE.
       01  CREDIT-CARD-RECORD.
           05  CCR-NUMBER PIC 9(16).
           05  CCR-CLIENT-DNI PIC 9(8).
           05  CCR-CREDIT-LIMIT PIC 9(8)V99.
           05  CCR-BALANCE PIC S9(8)V99.
           05  CCR-RATE PIC 9V9999.
           05  CCR-CYCLE-DAY PIC 9(2).
           05  CCR-PAY-ACCOUNT PIC 9(8).
           05  CCR-PAY-MODE PIC X.
               88  CCR-PAYS-TOTAL VALUE 'T'.
               88  CCR-PAYS-MINIMUM VALUE 'M'.
           05  CCR-STATUS PIC X.
               88  CCR-ACTIVE VALUE 'A'.
               88  CCR-BLOCKED VALUE 'B'.
               88  CCR-CANCELLED VALUE 'C'.
           05  CCR-LAST-CLOSE-DATE PIC 9(8).
           05  CCR-STMT-BALANCE PIC 9(8)V99.
           05  CCR-STMT-MINIMUM PIC 9(8)V99.
           05  CCR-STMT-DUE-DATE PIC 9(8).
           05  CCR-STMT-PAID PIC 9(8)V99.
           05  CCR-STMT-DEBIT PIC X.
               88  CCR-DEBIT-PENDING VALUE 'P'.
               88  CCR-DEBIT-DONE VALUE 'D'.
           05  CCR-OPENED-DATE PIC 9(8).
           05  CCR-OPENED-BY PIC X(30).
