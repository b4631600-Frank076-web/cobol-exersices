       FD  MARKETING-CONSENTS-FILE.
       01  MARKETING-CONSENT-RECORD.
           05  MC-KEY.
               10  MC-DNI PIC 9(8).
               10  MC-CHANNEL PIC X.
                   88  MC-CHANNEL-MAIL VALUE 'M'.
                   88  MC-CHANNEL-PHONE VALUE 'P'.
                   88  MC-CHANNEL-EMAIL VALUE 'E'.
           05  MC-STATUS PIC X.
               88  MC-OPTED-IN VALUE 'I'.
               88  MC-OPTED-OUT VALUE 'O'.
           05  MC-OPT-IN-DATE PIC 9(8).
           05  MC-OPT-OUT-DATE PIC 9(8).
           05  MC-RECORDED-BY PIC X(30).
           05  MC-BRANCH PIC 9(3).
