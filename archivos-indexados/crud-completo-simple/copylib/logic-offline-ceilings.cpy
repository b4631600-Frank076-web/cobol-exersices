       FD  OFFLINE-CEILINGS-FILE.
       01  OFFLINE-CEILING-RECORD.
           05  OFC-USER PIC X(30).
           05  OFC-CEILING PIC 9(8)V99.
           05  OFC-SET-BY PIC X(30).
           05  OFC-SET-DATE PIC 9(8).
