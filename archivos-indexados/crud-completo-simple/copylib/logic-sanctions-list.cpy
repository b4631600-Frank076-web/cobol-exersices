       FD  SANCTIONS-LIST-FILE.
       01  SANCTIONS-RECORD.
           05  SANC-KEY.
               10  SANC-SOURCE PIC X(10).
               10  SANC-ENTRY-ID PIC X(12).
           05  SANC-DNI PIC 9(8).
           05  SANC-NAME PIC X(30).
           05  SANC-PROGRAM PIC X(30).
           05  SANC-VERSION PIC X(10).
           05  SANC-STATUS PIC X.
               88  SANC-ACTIVE VALUE 'A'.
               88  SANC-REMOVED VALUE 'R'.
           05  SANC-LOADED-DATE PIC 9(8).
           05  SANC-REMOVED-DATE PIC 9(8).
