       FD  UVA-INDEX-FILE.
       01  UVA-INDEX-RECORD.
           05  UVA-DATE PIC 9(8).
           05  UVA-VALUE PIC 9(6)V99.
