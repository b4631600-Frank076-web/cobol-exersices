       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-ID PIC 9(8).
           05  EXC-DATE PIC 9(8).
           05  EXC-SOURCE PIC X(12).
           05  EXC-ACCOUNT PIC 9(8).
           05  EXC-AMOUNT PIC 9(10)V99.
           05  EXC-REFERENCE PIC X(20).
           05  EXC-REASON PIC X(40).
           05  EXC-STATUS PIC X.
               88  EXC-OPEN VALUE 'P'.
               88  EXC-ASSIGNED VALUE 'A'.
               88  EXC-RESOLVED VALUE 'R'.
               88  EXC-UNRESOLVED VALUE 'P' 'A'.
           05  EXC-ASSIGNED-TO PIC X(30).
           05  EXC-DAYS-OPEN PIC 9(4).
           05  EXC-RESOLVED-BY PIC X(30).
           05  EXC-RESOLVED-DATE PIC 9(8).
           05  EXC-COMMENT PIC X(60).
