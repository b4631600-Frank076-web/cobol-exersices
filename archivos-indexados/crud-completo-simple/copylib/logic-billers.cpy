       FD  BILLERS-FILE.
       01  BILLER-RECORD.
           05  BLR-CODE PIC 9(4).
           05  BLR-CUIT PIC 9(11).
           05  BLR-NAME PIC X(30).
           05  BLR-CATEGORY PIC X.
               88  BLR-IS-ELECTRICITY VALUE 'E'.
               88  BLR-IS-GAS VALUE 'G'.
               88  BLR-IS-WATER VALUE 'A'.
               88  BLR-IS-TAX VALUE 'M'.
               88  BLR-IS-OTHER VALUE 'O'.
           05  BLR-BARCODE-FORMAT.
               10  BLR-BARCODE-LENGTH PIC 9(2).
               10  BLR-BARCODE-PREFIX PIC X(4).
               10  BLR-AMOUNT-POS PIC 9(2).
               10  BLR-AMOUNT-LEN PIC 9(2).
               10  BLR-DUE-DATE-POS PIC 9(2).
           05  BLR-SETTLEMENT-ACCOUNT PIC 9(8).
           05  BLR-STATUS PIC X.
               88  BLR-ACTIVE VALUE 'A'.
               88  BLR-SUSPENDED VALUE 'S'.
