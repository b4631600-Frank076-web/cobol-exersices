       FD  OUTBOUND-FILES-FILE.
       01  OUTBOUND-FILE-RECORD.
           05  OBF-KEY.
               10  OBF-FEED PIC X(12).
               10  OBF-GENERATION PIC 9(6).
           05  OBF-FILE-NAME PIC X(30).
           05  OBF-ARCHIVE-NAME PIC X(40).
           05  OBF-RECORD-LENGTH PIC 9(4).
           05  OBF-CREATED-STAMP PIC X(14).
           05  OBF-BUSINESS-DATE PIC 9(8).
           05  OBF-RECORD-COUNT PIC 9(8).
           05  OBF-HASH-TOTAL PIC 9(14)V99.
           05  OBF-STATUS PIC X.
               88  OBF-IN-PROGRESS VALUE 'A'.
               88  OBF-GENERATED VALUE 'G'.
           05  OBF-CREATED-BY PIC X(30).
           05  OBF-RESEND-COUNT PIC 9(4).
           05  OBF-LAST-RESEND-STAMP PIC X(14).
           05  OBF-LAST-RESEND-BY PIC X(30).
