       FD  SANCTIONS-HITS-FILE.
       01  SANCTIONS-HIT-RECORD.
           05  SHIT-KEY.
               10  SHIT-DNI PIC 9(8).
               10  SHIT-SOURCE PIC X(10).
               10  SHIT-ENTRY-ID PIC X(12).
           05  SHIT-ROLE PIC X.
               88  SHIT-AS-CLIENT VALUE 'C'.
               88  SHIT-AS-HOLDER VALUE 'H'.
               88  SHIT-AS-SIGNER VALUE 'S'.
               88  SHIT-AS-PAYEE VALUE 'P'.
           05  SHIT-MATCH-TYPE PIC X.
               88  SHIT-BY-DNI VALUE 'D'.
               88  SHIT-BY-NAME VALUE 'N'.
           05  SHIT-PARTY-NAME PIC X(30).
           05  SHIT-LIST-NAME PIC X(30).
           05  SHIT-CASE-ID PIC 9(6).
           05  SHIT-FOUND-DATE PIC 9(8).
