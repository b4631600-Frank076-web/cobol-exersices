       FD  FX-DEALS-FILE.
       01  FX-DEAL-RECORD.
           05  DEAL-ID PIC 9(6).
           05  DEAL-TRADE-DATE PIC 9(8).
           05  DEAL-DIRECTION PIC X.
               88  DEAL-BUYS-USD VALUE 'B'.
               88  DEAL-SELLS-USD VALUE 'S'.
           05  DEAL-COUNTERPARTY-CODE PIC 9(3).
           05  DEAL-COUNTERPARTY-NAME PIC X(30).
           05  DEAL-USD-AMOUNT PIC 9(8)V99.
           05  DEAL-RATE PIC 9(6)V9999.
           05  DEAL-ARS-AMOUNT PIC 9(12)V99.
           05  DEAL-VALUE-DATE PIC 9(8).
           05  DEAL-USD-GL-ACCOUNT PIC X(8).
           05  DEAL-ARS-GL-ACCOUNT PIC X(8).
           05  DEAL-STATUS PIC X.
               88  DEAL-PENDING VALUE 'P'.
               88  DEAL-CONFIRMED VALUE 'C'.
               88  DEAL-REJECTED VALUE 'R'.
               88  DEAL-SETTLED VALUE 'S'.
           05  DEAL-ENTERED-BY PIC X(30).
           05  DEAL-CONFIRMED-BY PIC X(30).
           05  DEAL-PEND-ID PIC 9(6).
           05  DEAL-SETTLED-DATE PIC 9(8).
