                   SUBTRACT TRANS-AMOUNT FROM ACCOUNT-BILL
               WHEN TRANS-IS-FEE
                   SUBTRACT TRANS-AMOUNT FROM ACCOUNT-BILL
               WHEN TRANS-IS-DC-TAX
                   SUBTRACT TRANS-AMOUNT FROM ACCOUNT-BILL
               WHEN TRANS-IS-REVERSAL
                   PERFORM DETERMINAR-SIGNO-REVERSA
                   COMPUTE ACCOUNT-BILL = ACCOUNT-BILL
                   CONTINUE
               NOT INVALID KEY
                   IF TRANS-IS-WITHDRAWAL OR TRANS-IS-FEE
                       OR TRANS-IS-DC-TAX
                       MOVE +1 TO REVERSAL-SIGN
                   END-IF
           END-READ.
