       FD  INBOUND-FILES-FILE.
       01  INBOUND-FILE-RECORD.
           05  IBF-KEY.
               10  IBF-FEED PIC X(12).
               10  IBF-SENDER PIC X(8).
               10  IBF-SEQUENCE PIC 9(6).
               10  IBF-ARRIVAL-STAMP PIC X(16).
           05  IBF-FILE-DATE PIC 9(8).
           05  IBF-BUSINESS-DATE PIC 9(8).
           05  IBF-DECLARED-COUNT PIC 9(6).
           05  IBF-ACTUAL-COUNT PIC 9(6).
           05  IBF-DECLARED-TOTAL PIC 9(10)V99.
           05  IBF-ACTUAL-TOTAL PIC 9(12)V99.
           05  IBF-STATUS PIC X.
               88  IBF-IN-PROCESS VALUE 'A'.
               88  IBF-PROCESSED VALUE 'P'.
               88  IBF-REJECTED VALUE 'R'.
               88  IBF-INTERRUPTED VALUE 'I'.
           05  IBF-REASON PIC X(40).
           05  IBF-RECEIVED-BY PIC X(30).
           05  IBF-FINISHED-STAMP PIC X(14).
