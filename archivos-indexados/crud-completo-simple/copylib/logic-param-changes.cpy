       FD  PARAM-CHANGES-FILE.
       01  PARAM-CHANGE-RECORD.
           05  PCH-ID PIC 9(8).
           05  PCH-TABLE PIC X.
               88  PCH-FEE-SCHEDULE VALUE 'F'.
               88  PCH-BOARD-RATES VALUE 'R'.
               88  PCH-GL-MAPPING VALUE 'G'.
               88  PCH-PERMISSIONS VALUE 'P'.
           05  PCH-ACTION PIC X.
               88  PCH-UPSERT VALUE 'M'.
               88  PCH-REMOVE VALUE 'B'.
           05  PCH-NEW-IMAGE PIC X(40).
           05  PCH-OLD-IMAGE PIC X(40).
           05  PCH-OLD-FOUND PIC X.
               88  PCH-HAD-PREVIOUS VALUE 'Y'.
               88  PCH-WAS-NEW VALUE 'N'.
           05  PCH-EFFECTIVE-DATE PIC 9(8).
           05  PCH-STATUS PIC X.
               88  PCH-AWAITING-APPROVAL VALUE 'P'.
               88  PCH-SCHEDULED VALUE 'S'.
               88  PCH-REJECTED VALUE 'R'.
               88  PCH-CANCELLED VALUE 'C'.
               88  PCH-APPLIED VALUE 'A'.
               88  PCH-FAILED VALUE 'F'.
           05  PCH-ENTERED-BY PIC X(30).
           05  PCH-ENTERED-DATE PIC 9(8).
           05  PCH-PENDING-ID PIC 9(6).
           05  PCH-APPROVED-BY PIC X(30).
           05  PCH-APPLIED-DATE PIC 9(8).
           05  PCH-RESULT PIC X(40).
