
       01  USD-BOUGHT PIC 9(8)V99.
       01  USD-SOLD PIC 9(8)V99.
       01  ARS-PAID PIC 9(10)V99.
       01  ARS-RECEIVED PIC 9(10)V99.

       01  WS-SESSION-USER PIC X(30).
       01  WS-SESSION-BRANCH PIC 9(3).
           IF SOURCE-CURRENCY = "USD"
               MOVE DEBIT-AMOUNT TO USD-BOUGHT
               MOVE ZERO TO USD-SOLD
               MOVE CREDIT-AMOUNT TO ARS-PAID
               MOVE ZERO TO ARS-RECEIVED
           ELSE
               MOVE ZERO TO USD-BOUGHT
               MOVE CREDIT-AMOUNT TO USD-SOLD
               MOVE ZERO TO ARS-PAID
               MOVE DEBIT-AMOUNT TO ARS-RECEIVED
           END-IF.

           OPEN I-O FX-POSITION-FILE.
               INVALID KEY
                   MOVE USD-BOUGHT TO FXP-BOUGHT
                   MOVE USD-SOLD TO FXP-SOLD
                   MOVE ARS-PAID TO FXP-BOUGHT-ARS
                   MOVE ARS-RECEIVED TO FXP-SOLD-ARS
                   WRITE FX-POSITION-RECORD
                       INVALID KEY
                           DISPLAY
               NOT INVALID KEY
                   ADD USD-BOUGHT TO FXP-BOUGHT
                   ADD USD-SOLD TO FXP-SOLD
                   ADD ARS-PAID TO FXP-BOUGHT-ARS
                   ADD ARS-RECEIVED TO FXP-SOLD-ARS
                   REWRITE FX-POSITION-RECORD
                       INVALID KEY
                           DISPLAY
