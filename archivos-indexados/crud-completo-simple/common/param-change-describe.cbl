       IDENTIFICATION DIVISION.
       PROGRAM-ID. param-change-describe.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  FEE-IMAGE.
           05  FI-ACCOUNT-TYPE PIC X.
           05  FI-CURRENCY PIC X(3).
           05  FI-AMOUNT PIC 9(6)V99.
           05  FI-WAIVER-MIN-BALANCE PIC 9(8)V99.
           05  FILLER PIC X(18).
       01  BOARD-RATE-IMAGE REDEFINES FEE-IMAGE.
           05  BI-PRODUCT PIC X.
           05  BI-CURRENCY PIC X(3).
           05  BI-TERM-FROM PIC 9(4).
           05  BI-RATE PIC 9V9999.
           05  BI-MAX-DEVIATION PIC 9V9999.
           05  FILLER PIC X(22).
       01  GL-MAPPING-IMAGE REDEFINES FEE-IMAGE.
           05  GI-TRANS-TYPE PIC X.
           05  GI-CURRENCY PIC X(3).
           05  GI-DEBIT-ACCOUNT PIC X(8).
           05  GI-CREDIT-ACCOUNT PIC X(8).
           05  FILLER PIC X(20).
       01  PERMISSION-IMAGE REDEFINES FEE-IMAGE.
           05  PI-ROLE PIC X.
           05  PI-OPTION PIC 9(2).
           05  PI-ALLOWED PIC X.
           05  FILLER PIC X(36).

       01  WS-AMOUNT-EDIT PIC Z(5)9.99.
       01  WS-BALANCE-EDIT PIC Z(7)9.99.
       01  WS-RATE-EDIT PIC 9.9999.
       01  WS-DEVIATION-EDIT PIC 9.9999.

       LINKAGE SECTION.
       01  LS-TABLE PIC X.
           88  LS-FEE-SCHEDULE VALUE 'F'.
           88  LS-BOARD-RATES VALUE 'R'.
           88  LS-GL-MAPPING VALUE 'G'.
           88  LS-PERMISSIONS VALUE 'P'.
       01  LS-IMAGE PIC X(40).
       01  LS-TEXT PIC X(50).

       PROCEDURE DIVISION USING LS-TABLE LS-IMAGE LS-TEXT.

           MOVE SPACES TO LS-TEXT.

           IF LS-IMAGE = SPACES
               MOVE "(sin valor previo)" TO LS-TEXT
               GOBACK
           END-IF.

           MOVE LS-IMAGE TO FEE-IMAGE.

           EVALUATE TRUE
               WHEN LS-FEE-SCHEDULE
                   MOVE FI-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE FI-WAIVER-MIN-BALANCE TO WS-BALANCE-EDIT
                   STRING FI-ACCOUNT-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FI-CURRENCY DELIMITED BY SIZE
                       " comisión " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " exime " DELIMITED BY SIZE
                       WS-BALANCE-EDIT DELIMITED BY SIZE
                       INTO LS-TEXT
               WHEN LS-BOARD-RATES
                   MOVE BI-RATE TO WS-RATE-EDIT
                   MOVE BI-MAX-DEVIATION TO WS-DEVIATION-EDIT
                   STRING BI-PRODUCT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BI-CURRENCY DELIMITED BY SIZE
                       " desde " DELIMITED BY SIZE
                       BI-TERM-FROM DELIMITED BY SIZE
                       " tasa " DELIMITED BY SIZE
                       WS-RATE-EDIT DELIMITED BY SIZE
                       " desvío " DELIMITED BY SIZE
                       WS-DEVIATION-EDIT DELIMITED BY SIZE
                       INTO LS-TEXT
               WHEN LS-GL-MAPPING
                   STRING GI-TRANS-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GI-CURRENCY DELIMITED BY SIZE
                       " debe " DELIMITED BY SIZE
                       GI-DEBIT-ACCOUNT DELIMITED BY SIZE
                       " haber " DELIMITED BY SIZE
                       GI-CREDIT-ACCOUNT DELIMITED BY SIZE
                       INTO LS-TEXT
               WHEN LS-PERMISSIONS
                   STRING "Rol " DELIMITED BY SIZE
                       PI-ROLE DELIMITED BY SIZE
                       " opción " DELIMITED BY SIZE
                       PI-OPTION DELIMITED BY SIZE
                       " permitida " DELIMITED BY SIZE
                       PI-ALLOWED DELIMITED BY SIZE
                       INTO LS-TEXT
               WHEN OTHER
                   MOVE LS-IMAGE TO LS-TEXT
           END-EVALUATE.

           GOBACK.

       END PROGRAM param-change-describe.
