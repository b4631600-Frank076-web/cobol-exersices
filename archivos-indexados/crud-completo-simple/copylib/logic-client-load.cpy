       FD  CLIENT-LOAD-FILE.
       01  CLIENT-LOAD-RECORD.
           05  LOAD-RECORD-TYPE PIC X.
               88  LOAD-IS-HEADER VALUE 'H'.
               88  LOAD-IS-DETAIL VALUE 'D'.
               88  LOAD-IS-TRAILER VALUE 'T'.
           05  LOAD-DATA PIC X(41).
           05  LOAD-HEADER REDEFINES LOAD-DATA.
               10  LOAD-HEADER-SENDER PIC X(8).
               10  LOAD-HEADER-DATE PIC 9(8).
               10  LOAD-HEADER-SEQUENCE PIC 9(6).
               10  FILLER PIC X(19).
           05  LOAD-DETAIL REDEFINES LOAD-DATA.
               10  LOAD-CLIENT-NAME PIC X(30).
               10  LOAD-CLIENT-AGE PIC 9(3).
               10  LOAD-CLIENT-DNI PIC 9(8).
           05  LOAD-TRAILER REDEFINES LOAD-DATA.
               10  LOAD-TRAILER-COUNT PIC 9(6).
               10  LOAD-TRAILER-DNI-HASH PIC 9(10)V99.
               10  FILLER PIC X(23).
