       FD  BENEFICIAL-OWNERS-FILE.
       01  BENEFICIAL-OWNER-RECORD.
           05  BOWN-KEY.
               10  BOWN-COMPANY-DNI PIC 9(8).
               10  BOWN-OWNER-DNI PIC 9(8).
           05  BOWN-NAME PIC X(30).
           05  BOWN-PERCENT PIC 9(3)V99.
           05  BOWN-CONTROL PIC X.
               88  BOWN-DIRECT-OWNERSHIP VALUE 'D'.
               88  BOWN-INDIRECT-OWNERSHIP VALUE 'I'.
               88  BOWN-OTHER-CONTROL VALUE 'C'.
               88  BOWN-CONTROL-VALID VALUE 'D' 'I' 'C'.
           05  BOWN-ADDED-DATE PIC 9(8).
           05  BOWN-ADDED-BY PIC X(30).
           05  BOWN-SCREEN-RESULT PIC X.
               88  BOWN-SCREEN-HIT VALUE 'Y'.
               88  BOWN-SCREEN-CLEAR VALUE 'N'.
           05  BOWN-SCREEN-DATE PIC 9(8).
           05  BOWN-CASE-ID PIC 9(6).
