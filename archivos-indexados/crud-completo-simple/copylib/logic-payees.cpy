           05  PAYEE-STATUS PIC X.
               88  PAYEE-ACTIVE VALUE 'A'.
               88  PAYEE-REMOVED VALUE 'R'.
           05  PAYEE-HOLDER-DNI PIC 9(8).
           05  PAYEE-HOLDER-NAME PIC X(30).
