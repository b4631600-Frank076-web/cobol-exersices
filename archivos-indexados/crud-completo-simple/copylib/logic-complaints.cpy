       FD  COMPLAINTS-FILE.
       01  COMPLAINT-RECORD.
           05  CMP-ID PIC 9(6).
           05  CMP-CLIENT-DNI PIC 9(8).
           05  CMP-PRODUCT PIC X.
               88  CMP-PROD-ACCOUNT VALUE 'C'.
               88  CMP-PROD-CARD VALUE 'T'.
               88  CMP-PROD-LOAN VALUE 'P'.
               88  CMP-PROD-TERM-DEPOSIT VALUE 'F'.
               88  CMP-PROD-SAFE-BOX VALUE 'S'.
               88  CMP-PROD-OTHER VALUE 'O'.
               88  CMP-PRODUCT-VALID VALUE 'C' 'T' 'P' 'F' 'S' 'O'.
           05  CMP-ACCOUNT PIC 9(8).
           05  CMP-CATEGORY PIC X.
               88  CMP-CAT-FEES VALUE 'C'.
               88  CMP-CAT-UNRECOGNIZED VALUE 'N'.
               88  CMP-CAT-SERVICE VALUE 'A'.
               88  CMP-CAT-CARDS VALUE 'T'.
               88  CMP-CAT-CREDIT VALUE 'P'.
               88  CMP-CAT-OTHER VALUE 'O'.
               88  CMP-CATEGORY-VALID VALUE 'C' 'N' 'A' 'T' 'P' 'O'.
           05  CMP-CHANNEL PIC X.
               88  CMP-AT-COUNTER VALUE 'M'.
               88  CMP-BY-PHONE VALUE 'T'.
           05  CMP-DESCRIPTION PIC X(60).
           05  CMP-BRANCH PIC 9(3).
           05  CMP-RECEIVED-DATE PIC 9(8).
           05  CMP-DEADLINE-DATE PIC 9(8).
           05  CMP-ENTERED-BY PIC X(30).
           05  CMP-ASSIGNED-TO PIC X(30).
           05  CMP-STATUS PIC X.
               88  CMP-RECEIVED VALUE 'R'.
               88  CMP-IN-ANALYSIS VALUE 'A'.
               88  CMP-ANSWERED VALUE 'S'.
           05  CMP-DISPUTE-ID PIC 9(6).
           05  CMP-OUTCOME PIC X.
               88  CMP-FOR-CLIENT VALUE 'F'.
               88  CMP-PARTIAL VALUE 'P'.
               88  CMP-AGAINST-CLIENT VALUE 'D'.
           05  CMP-RESPONSE PIC X(60).
           05  CMP-RESPONSE-DATE PIC 9(8).
           05  CMP-ANSWERED-BY PIC X(30).
