       FD  DC-TAX-CERTS-FILE.
       01  DC-TAX-CERT-RECORD.
           05  DCC-KEY.
               10  DCC-DNI PIC 9(8).
               10  DCC-PERIOD PIC 9(6).
           05  DCC-TAX-ARS PIC 9(12)V99.
           05  DCC-TAX-USD PIC 9(12)V99.
           05  DCC-COUNT PIC 9(6).
           05  DCC-ISSUE-DATE PIC 9(8).
