               10  FXP-CURRENCY PIC X(3).
           05  FXP-BOUGHT PIC 9(10)V99.
           05  FXP-SOLD PIC 9(10)V99.
           05  FXP-BOUGHT-ARS PIC 9(12)V99.
           05  FXP-SOLD-ARS PIC 9(12)V99.
