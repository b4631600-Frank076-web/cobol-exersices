               10  BR-PRODUCT PIC X.
                   88  BR-TERM-DEPOSIT VALUE 'T'.
                   88  BR-LOAN VALUE 'L'.
                   88  BR-UVA-DEPOSIT VALUE 'U'.
               10  BR-CURRENCY PIC X(3).
               10  BR-TERM-FROM PIC 9(4).
           05  BR-RATE PIC 9V9999.
