                   SUBTRACT TRANS-AMOUNT FROM RUNNING-BALANCE
               WHEN TRANS-IS-WITHHOLDING
                   SUBTRACT TRANS-AMOUNT FROM RUNNING-BALANCE
               WHEN TRANS-IS-DC-TAX
                   SUBTRACT TRANS-AMOUNT FROM RUNNING-BALANCE
               WHEN TRANS-IS-REVERSAL
                   PERFORM DETERMINAR-SIGNO-REVERSA
                   COMPUTE RUNNING-BALANCE = RUNNING-BALANCE
                   IF TRANS-IS-WITHDRAWAL OR TRANS-IS-FEE
                       OR TRANS-IS-OD-INTEREST
                       OR TRANS-IS-WITHHOLDING
                       OR TRANS-IS-DC-TAX
                       MOVE +1 TO REVERSAL-SIGN
                   END-IF
           END-READ.
