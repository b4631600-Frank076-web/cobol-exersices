       FD  ACTIVE-SESSIONS-FILE.
       01  ACTIVE-SESSION-RECORD.
           05  SES-USER PIC X(30).
           05  SES-SESSION-ID PIC X(12).
           05  SES-TERMINAL PIC X(20).
           05  SES-BRANCH PIC 9(3).
           05  SES-LOGIN-DATE PIC 9(8).
           05  SES-LOGIN-TIME PIC 9(6).
           05  SES-LAST-DATE PIC 9(8).
           05  SES-LAST-TIME PIC 9(6).
           05  SES-STATE PIC X.
               88  SES-ACTIVE VALUE 'A'.
               88  SES-FORCED-OFF VALUE 'F'.
           05  SES-FORCED-BY PIC X(30).
