       FD  DC-TAX-EXEMPT-FILE.
       01  DC-TAX-EXEMPT-RECORD.
           05  DCX-ACCOUNT PIC 9(8).
           05  DCX-CERTIFICATE PIC X(20).
           05  DCX-REASON PIC X(30).
           05  DCX-FROM-DATE PIC 9(8).
           05  DCX-EXPIRY-DATE PIC 9(8).
           05  DCX-REGISTERED-BY PIC X(30).
           05  DCX-REGISTERED-DATE PIC 9(8).
