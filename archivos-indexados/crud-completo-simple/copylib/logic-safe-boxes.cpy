       FD  SAFE-BOXES-FILE.
       01  SAFE-BOX-RECORD.
           05  BOX-KEY.
               10  BOX-BRANCH PIC 9(3).
               10  BOX-NUMBER PIC 9(5).
           05  BOX-SIZE PIC X.
               88  BOX-SMALL VALUE 'S'.
               88  BOX-MEDIUM VALUE 'M'.
               88  BOX-LARGE VALUE 'L'.
           05  BOX-STATUS PIC X.
               88  BOX-FREE VALUE 'F'.
               88  BOX-RENTED VALUE 'R'.
               88  BOX-OUT-OF-SERVICE VALUE 'X'.
           05  BOX-RENTAL-ID PIC 9(6).
