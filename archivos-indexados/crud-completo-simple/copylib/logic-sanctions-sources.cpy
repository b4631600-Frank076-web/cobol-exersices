       FD  SANCTIONS-SOURCES-FILE.
       01  SANCTIONS-SOURCE-RECORD.
           05  SSRC-SOURCE PIC X(10).
           05  SSRC-VERSION PIC X(10).
           05  SSRC-PUBLISHED-DATE PIC 9(8).
           05  SSRC-LOADED-DATE PIC 9(8).
           05  SSRC-ADDS PIC 9(6).
           05  SSRC-REMOVALS PIC 9(6).
           05  SSRC-RESCREENED-DATE PIC 9(8).
