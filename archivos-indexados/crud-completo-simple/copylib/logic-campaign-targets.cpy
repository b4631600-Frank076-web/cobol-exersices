       FD  CAMPAIGN-TARGETS-FILE.
       01  CAMPAIGN-TARGET-RECORD.
           05  CT-KEY.
               10  CT-CAMPAIGN PIC 9(4).
               10  CT-DNI PIC 9(8).
           05  CT-BRANCH PIC 9(3).
           05  CT-BALANCE PIC S9(10)V99.
           05  CT-AGE PIC 9(3).
           05  CT-CHANNEL PIC X.
           05  CT-SELECTED-DATE PIC 9(8).
           05  CT-RESPONSE PIC X.
               88  CT-RESPONDED VALUE 'Y'.
               88  CT-NOT-RESPONDED VALUE 'N'.
           05  CT-RESPONSE-DATE PIC 9(8).
           05  CT-RESPONSE-REF PIC 9(6).
           05  CT-RESPONSE-AMOUNT PIC 9(8)V99.
