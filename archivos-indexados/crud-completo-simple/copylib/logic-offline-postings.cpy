       FD  OFFLINE-POSTINGS-FILE.
       01  OFFLINE-POSTING-RECORD.
           05  OFP-SEQ PIC 9(6).
           05  OFP-BRANCH PIC 9(3).
           05  OFP-USER PIC X(30).
           05  OFP-DATE PIC 9(8).
           05  OFP-TIME PIC 9(6).
           05  OFP-ACCOUNT PIC 9(8).
           05  OFP-TYPE PIC X.
               88  OFP-DEPOSIT VALUE 'D'.
               88  OFP-WITHDRAWAL VALUE 'W'.
           05  OFP-AMOUNT PIC 9(8)V99.
           05  OFP-REASON-CODE PIC X(4).
           05  OFP-MEMO PIC X(40).
           05  OFP-STATUS PIC X.
               88  OFP-PENDING VALUE 'P'.
               88  OFP-APPLIED VALUE 'A'.
               88  OFP-EXCEPTION VALUE 'E'.
           05  OFP-RECEIPT PIC 9(8).
           05  OFP-FORWARD-DATE PIC 9(8).
           05  OFP-EXCEPTION-REASON PIC X(30).
