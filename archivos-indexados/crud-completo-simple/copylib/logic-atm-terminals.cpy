       FD  ATM-TERMINAL-FILE.
       01  ATM-TERMINAL-RECORD.
           05  ATM-TERMINAL-ID PIC X(8).
           05  ATM-BRANCH PIC 9(3).
           05  ATM-LOCATION PIC X(30).
           05  ATM-STATUS PIC X.
               88  ATM-ACTIVE VALUE 'A'.
               88  ATM-INACTIVE VALUE 'I'.
           05  ATM-CASSETTES.
               10  ATM-DENOM-QTY PIC 9(8) OCCURS 8 TIMES.
           05  ATM-LOADED-TOTAL PIC 9(12)V99.
           05  ATM-DISPENSED-TOTAL PIC 9(12)V99.
           05  ATM-LAST-LOAD-DATE PIC 9(8).
           05  ATM-LAST-SETTLED-DATE PIC 9(8).
           05  ATM-LAST-COUNT-DATE PIC 9(8).
           05  ATM-LAST-DIFFERENCE PIC S9(10)V99.
           05  ATM-SUSPENSE-TOTAL PIC S9(12)V99.
