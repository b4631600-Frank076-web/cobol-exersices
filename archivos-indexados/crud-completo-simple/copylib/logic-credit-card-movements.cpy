       FD  CREDIT-CARD-MOVEMENTS-FILE.
       01  CC-MOVEMENT-RECORD.
           05  CCM-KEY.
               10  CCM-CARD PIC 9(16).
               10  CCM-DATE PIC 9(8).
               10  CCM-SEQ PIC 9(4).
           05  CCM-TYPE PIC X.
               88  CCM-IS-PURCHASE VALUE 'C'.
               88  CCM-IS-CREDIT VALUE 'N'.
               88  CCM-IS-PAYMENT VALUE 'P'.
               88  CCM-IS-FINANCE-CHARGE VALUE 'G'.
           05  CCM-AMOUNT PIC 9(8)V99.
           05  CCM-MERCHANT PIC X(20).
           05  CCM-REFERENCE PIC X(12).
           05  CCM-STATEMENT-DATE PIC 9(8).
