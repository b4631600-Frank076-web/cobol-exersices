       FD  ECONOMIC-GROUPS-FILE.
       01  ECONOMIC-GROUP-RECORD.
           05  EGRP-ID PIC 9(4).
           05  EGRP-NAME PIC X(30).
           05  EGRP-LIMIT PIC 9(10)V99.
           05  EGRP-STATUS PIC X.
               88  EGRP-ACTIVE VALUE 'A'.
               88  EGRP-DISSOLVED VALUE 'D'.
           05  EGRP-CREATED-DATE PIC 9(8).
           05  EGRP-CREATED-BY PIC X(30).
