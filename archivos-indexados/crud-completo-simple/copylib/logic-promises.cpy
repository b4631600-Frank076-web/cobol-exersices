       FD  PROMISES-FILE.
       01  PROMISE-RECORD.
           05  PROM-ID PIC 9(6).
           05  PROM-TYPE PIC X.
               88  PROM-ON-LOAN VALUE 'L'.
               88  PROM-ON-ACCOUNT VALUE 'A'.
           05  PROM-REF PIC 9(8).
           05  PROM-DNI PIC 9(8).
           05  PROM-COLLECTOR PIC X(30).
           05  PROM-MADE-DATE PIC 9(8).
           05  PROM-DUE-DATE PIC 9(8).
           05  PROM-AMOUNT PIC 9(8)V99.
           05  PROM-BASE-COLLECTED PIC 9(10)V99.
           05  PROM-PAID PIC 9(10)V99.
           05  PROM-STATUS PIC X.
               88  PROM-PENDING VALUE 'P'.
               88  PROM-KEPT VALUE 'K'.
               88  PROM-BROKEN VALUE 'B'.
               88  PROM-SUPERSEDED VALUE 'S'.
           05  PROM-RESOLVED-DATE PIC 9(8).
