       FD  DC-TAX-LEDGER-FILE.
       01  DC-TAX-LEDGER-RECORD.
           05  DTL-PERIOD PIC 9(6).
           05  DTL-DEBIT-TAX-ARS PIC 9(12)V99.
           05  DTL-CREDIT-TAX-ARS PIC 9(12)V99.
           05  DTL-DEBIT-TAX-USD PIC 9(12)V99.
           05  DTL-CREDIT-TAX-USD PIC 9(12)V99.
           05  DTL-COUNT PIC 9(8).
           05  DTL-CLIENTS PIC 9(6).
           05  DTL-RUN-DATE PIC 9(8).
