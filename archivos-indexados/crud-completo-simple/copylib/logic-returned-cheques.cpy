       FD  RETURNED-CHEQUES-FILE.
       01  RETURNED-CHEQUE-RECORD.
           05  RCQ-KEY.
               10  RCQ-ACCOUNT-KEY PIC 9(8).
               10  RCQ-CHEQUE-NUMBER PIC 9(8).
           05  RCQ-CLIENT-DNI PIC 9(8).
           05  RCQ-RETURN-DATE PIC 9(8).
           05  RCQ-AMOUNT PIC 9(8)V99.
           05  RCQ-PRESENTING-BANK PIC 9(3).
           05  RCQ-REASON PIC X(20).
