           05  WL-REASON PIC X(30).
           05  WL-ADDED-BY PIC X(30).
           05  WL-DATE PIC 9(8).
           05  WL-NAME PIC X(30).
           05  WL-LIST-SOURCE PIC X(10).
               88  WL-FROM-MANUAL-ENTRY VALUE "MANUAL".
           05  WL-LIST-VERSION PIC X(10).
           05  WL-ENTRY-ID PIC X(12).
