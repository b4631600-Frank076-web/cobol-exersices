       FD  SUPPLIERS-FILE.
       01  SUPPLIER-RECORD.
           05  SUPPLIER-CODE PIC 9(4).
           05  SUPPLIER-NAME PIC X(30).
           05  SUPPLIER-CUIT PIC 9(11).
           05  SUPPLIER-STATUS PIC X.
               88  SUPPLIER-ACTIVE VALUE 'A'.
               88  SUPPLIER-REMOVED VALUE 'B'.
           05  SUPPLIER-PAY-ACCOUNT PIC 9(8).
           05  SUPPLIER-PAYEE-ID PIC 9(6).
