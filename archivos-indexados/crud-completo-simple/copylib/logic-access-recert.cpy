       FD  ACCESS-RECERT-FILE.
       01  ACCESS-RECERT-RECORD.
           05  ARC-KEY.
               10  ARC-QUARTER PIC 9(5).
               10  ARC-USER PIC X(30).
           05  ARC-BRANCH PIC 9(3).
           05  ARC-ROLE PIC X.
           05  ARC-CONFLICTS PIC 9(3).
           05  ARC-ISSUED-DATE PIC 9(8).
           05  ARC-DEADLINE-DATE PIC 9(8).
           05  ARC-STATUS PIC X.
               88  ARC-PENDING VALUE 'P'.
               88  ARC-CONFIRMED VALUE 'C'.
               88  ARC-REVOKED VALUE 'R'.
               88  ARC-EXPIRED VALUE 'D'.
           05  ARC-DECIDED-BY PIC X(30).
           05  ARC-DECIDED-DATE PIC 9(8).
