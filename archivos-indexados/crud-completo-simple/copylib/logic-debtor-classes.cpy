       FD  DEBTOR-CLASSES-FILE.
       01  DEBTOR-CLASS-RECORD.
           05  DCL-DNI PIC 9(8).
           05  DCL-SITUATION PIC 9.
               88  DCL-NO-DEBT VALUE 0.
               88  DCL-NORMAL VALUE 1.
               88  DCL-LOW-RISK VALUE 2.
               88  DCL-MEDIUM-RISK VALUE 3.
               88  DCL-HIGH-RISK VALUE 4.
               88  DCL-UNRECOVERABLE VALUE 5.
           05  DCL-PREV-SITUATION PIC 9.
           05  DCL-DAYS-PAST-DUE PIC 9(5).
           05  DCL-LOAN-BALANCE PIC 9(10)V99.
           05  DCL-OVERDRAFT-BALANCE PIC 9(10)V99.
           05  DCL-COLLATERAL PIC 9(10)V99.
           05  DCL-PROVISION-RATE PIC 9V9999.
           05  DCL-PROVISION PIC 9(10)V99.
           05  DCL-PREV-PROVISION PIC 9(10)V99.
           05  DCL-RUN-DATE PIC 9(8).
