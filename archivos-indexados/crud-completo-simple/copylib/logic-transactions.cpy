               88  TRANS-IS-FEE VALUE 'F'.
               88  TRANS-IS-OD-INTEREST VALUE 'O'.
               88  TRANS-IS-WITHHOLDING VALUE 'H'.
               88  TRANS-IS-DC-TAX VALUE 'T'.
           05  TRANS-AMOUNT PIC 9(8)V99.
           05  TRANS-BALANCE PIC S9(8)V99.
           05  TRANS-USER PIC X(30).
