               10  CT-DNI PIC 9(8).
               10  CT-INT-ARS PIC 9(12)V99.
               10  CT-INT-USD PIC 9(12)V99.
               10  CT-IDX-ARS PIC 9(12)V99.
               10  CT-FEE-ARS PIC 9(12)V99.
               10  CT-FEE-USD PIC 9(12)V99.
               10  CT-WTH-ARS PIC 9(12)V99.
       01  MOV-ACCOUNT PIC 9(8).
       01  MOV-DNI PIC 9(8).
       01  MOV-CURRENCY PIC X(3).
       01  MOV-REASON PIC X(4).

       01  CERT-WRITE-FLAG PIC X.
           88  CERT-ROW-WRITTEN VALUE 'Y'.
                           MOVE TRANS-TYPE TO MOV-TYPE
                           MOVE TRANS-AMOUNT TO MOV-AMOUNT
                           MOVE TRANS-ACCOUNT-KEY TO MOV-ACCOUNT
                           MOVE TRANS-REASON-CODE TO MOV-REASON
                           PERFORM ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
                           MOVE LA-TYPE TO MOV-TYPE
                           MOVE LA-AMOUNT TO MOV-AMOUNT
                           MOVE LA-ACCOUNT-KEY TO MOV-ACCOUNT
                           MOVE LA-REASON-CODE TO MOV-REASON
                           PERFORM ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN MOV-TYPE = 'I' AND MOV-REASON = "UVAI"
                   ADD MOV-AMOUNT TO CT-IDX-ARS(CLIENT-I)
               WHEN MOV-TYPE = 'I' AND MOV-CURRENCY = "USD"
                   ADD MOV-AMOUNT TO CT-INT-USD(CLIENT-I)
               WHEN MOV-TYPE = 'I'
               MOVE MOV-DNI TO CT-DNI(CLIENT-I)
               MOVE ZERO TO CT-INT-ARS(CLIENT-I)
               MOVE ZERO TO CT-INT-USD(CLIENT-I)
               MOVE ZERO TO CT-IDX-ARS(CLIENT-I)
               MOVE ZERO TO CT-FEE-ARS(CLIENT-I)
               MOVE ZERO TO CT-FEE-USD(CLIENT-I)
               MOVE ZERO TO CT-WTH-ARS(CLIENT-I)
           MOVE FISCAL-YEAR TO CERT-YEAR.
           MOVE CT-INT-ARS(CLIENT-I) TO CERT-INT-ARS.
           MOVE CT-INT-USD(CLIENT-I) TO CERT-INT-USD.
           MOVE CT-IDX-ARS(CLIENT-I) TO CERT-IDX-ARS.
           MOVE CT-FEE-ARS(CLIENT-I) TO CERT-FEE-ARS.
           MOVE CT-FEE-USD(CLIENT-I) TO CERT-FEE-USD.
           MOVE CT-WTH-ARS(CLIENT-I) TO CERT-WTH-ARS.
