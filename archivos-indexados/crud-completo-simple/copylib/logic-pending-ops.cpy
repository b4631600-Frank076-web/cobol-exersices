               88  PEND-IS-ESTATE VALUE 'H'.
               88  PEND-IS-LOAN VALUE 'L'.
               88  PEND-IS-RATE-EXCEPTION VALUE 'X'.
               88  PEND-IS-WRITE-OFF VALUE 'W'.
               88  PEND-IS-FX-DEAL VALUE 'F'.
               88  PEND-IS-PARAM-CHANGE VALUE 'K'.
           05  PEND-STATUS PIC X.
               88  PEND-PENDING VALUE 'P'.
               88  PEND-APPROVED VALUE 'A'.
