       FD  COLLECTION-CONTACTS-FILE.
       01  COLLECTION-CONTACT-RECORD.
           05  CCON-KEY.
               10  CCON-TYPE PIC X.
               10  CCON-REF PIC 9(8).
               10  CCON-SEQ PIC 9(4).
           05  CCON-DATE PIC 9(8).
           05  CCON-COLLECTOR PIC X(30).
           05  CCON-OUTCOME PIC X.
               88  CCON-NO-ANSWER VALUE 'S'.
               88  CCON-CONTACTED VALUE 'C'.
               88  CCON-PROMISED VALUE 'P'.
               88  CCON-REFUSED VALUE 'R'.
               88  CCON-WRONG-NUMBER VALUE 'N'.
               88  CCON-OUTCOME-VALID VALUE 'S' 'C' 'P' 'R' 'N'.
           05  CCON-NOTE PIC X(60).
           05  CCON-PROMISE-ID PIC 9(6).
