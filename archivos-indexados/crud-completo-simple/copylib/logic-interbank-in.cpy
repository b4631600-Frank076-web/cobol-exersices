       FD  INTERBANK-IN-FILE.
       01  INTERBANK-IN-RECORD.
           05  IBI-CLEARING-REF PIC X(20).
           05  IBI-ORIGIN-BANK PIC 9(3).
           05  IBI-ORIGIN-CBU PIC X(22).
           05  IBI-ORIGINATOR-CUIT PIC 9(11).
           05  IBI-CBU PIC X(22).
           05  IBI-ACCOUNT PIC 9(8).
           05  IBI-AMOUNT PIC 9(8)V99.
           05  IBI-DATE PIC 9(8).
           05  IBI-RECEIPT PIC 9(8).
           05  IBI-STATUS PIC X.
               88  IBI-POSTED VALUE 'A'.
               88  IBI-RETURNED VALUE 'R'.
           05  IBI-RETURN-REASON PIC X(20).
