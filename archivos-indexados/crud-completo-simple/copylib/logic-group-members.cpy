       FD  GROUP-MEMBERS-FILE.
       01  GROUP-MEMBER-RECORD.
           05  GMEM-DNI PIC 9(8).
           05  GMEM-GROUP-ID PIC 9(4).
           05  GMEM-ROLE PIC X.
               88  GMEM-IS-CONTROLLER VALUE 'C'.
               88  GMEM-IS-OWNER VALUE 'S'.
               88  GMEM-IS-AFFILIATE VALUE 'V'.
               88  GMEM-ROLE-VALID VALUE 'C' 'S' 'V'.
           05  GMEM-ADDED-DATE PIC 9(8).
           05  GMEM-ADDED-BY PIC X(30).
