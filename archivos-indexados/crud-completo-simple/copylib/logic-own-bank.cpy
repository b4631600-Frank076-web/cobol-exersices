       FD  OWN-BANK-FILE.
       01  OWN-BANK-RECORD.
           05  OB-BANK-CODE PIC 9(3).
           05  OB-BRANCH-PREFIX PIC 9.
