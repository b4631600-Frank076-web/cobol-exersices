       FD  COMPLIANCE-HOLDS-FILE.
       01  COMPLIANCE-HOLD-RECORD.
           05  CHLD-KEY.
               10  CHLD-ACCOUNT PIC 9(8).
               10  CHLD-CASE-ID PIC 9(6).
           05  CHLD-DNI PIC 9(8).
           05  CHLD-PREV-STATUS PIC X.
           05  CHLD-STATUS PIC X.
               88  CHLD-ACTIVE VALUE 'A'.
               88  CHLD-RELEASED VALUE 'R'.
           05  CHLD-PLACED-DATE PIC 9(8).
           05  CHLD-RELEASED-DATE PIC 9(8).
           05  CHLD-RELEASED-BY PIC X(30).
