       FD  CREDIT-CARD-STATEMENTS-FILE.
       01  CC-STATEMENT-RECORD.
           05  CCS-KEY.
               10  CCS-CARD PIC 9(16).
               10  CCS-CLOSE-DATE PIC 9(8).
           05  CCS-PREVIOUS-BALANCE PIC 9(8)V99.
           05  CCS-PAYMENTS PIC 9(8)V99.
           05  CCS-PURCHASES PIC 9(8)V99.
           05  CCS-CREDITS PIC 9(8)V99.
           05  CCS-FINANCE-CHARGES PIC 9(8)V99.
           05  CCS-BALANCE-DUE PIC 9(8)V99.
           05  CCS-MINIMUM PIC 9(8)V99.
           05  CCS-DUE-DATE PIC 9(8).
