       FD  LOAN-RECOVERIES-FILE.
       01  LOAN-RECOVERY-RECORD.
           05  LREC-KEY.
               10  LREC-LOAN-ID PIC 9(6).
               10  LREC-DATE PIC 9(8).
               10  LREC-SEQ PIC 9(4).
           05  LREC-DNI PIC 9(8).
           05  LREC-AMOUNT PIC 9(8)V99.
           05  LREC-SOURCE PIC X.
               88  LREC-FROM-CASH VALUE 'C'.
               88  LREC-FROM-ACCOUNT VALUE 'E'.
           05  LREC-ACCOUNT PIC 9(8).
           05  LREC-RECEIPT PIC 9(8).
           05  LREC-USER PIC X(30).
