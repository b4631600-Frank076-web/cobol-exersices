           05  SA-CLOSING-BALANCE PIC S9(10)V99.
           05  SA-MOVEMENT-COUNT PIC 9(4).
           05  SA-GENERATED-DATE PIC 9(8).
           05  SA-FEE-INVOICE-NO PIC 9(8).
