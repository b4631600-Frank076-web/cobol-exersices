       FD  SOD-CONFLICTS-FILE.
       01  SOD-CONFLICT-RECORD.
           05  SOD-KEY.
               10  SOD-OPTION-A PIC 9(2).
               10  SOD-OPTION-B PIC 9(2).
           05  SOD-DESCRIPTION PIC X(40).
