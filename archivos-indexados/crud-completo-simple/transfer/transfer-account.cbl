       01  WS-WATCHLIST-RESULT PIC X.
           88  ON-WATCHLIST VALUE 'Y'.
           88  NOT-ON-WATCHLIST VALUE 'N'.
       01  WS-KYC-RESULT PIC X.
           88  KYC-OK VALUE 'Y'.
           88  KYC-REFERRED VALUE 'N'.
       01  WS-KYC-DAYS PIC 9(5).
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-DAILY-USAGE PIC 9(10)V99.
       01  WS-USAGE-MODE PIC X.
           88  COTITULAR-NO-HALLADO VALUE 'N'.

       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-FLAG-MODE PIC X.
       01  WS-OWN-RESULT PIC X.

       01  LEDGER-WRITE-FLAG PIC X.
           88  LEDGER-ROW-WRITTEN VALUE 'Y'.

       APPLY-TRANSFER.
           PERFORM FIJAR-MOTIVO.
           PERFORM MARCAR-CUENTAS-PROPIAS.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE TRANSFER-AMOUNT TO WS-POST-AMOUNT.

           IF POST-FAILED
               DISPLAY "Error al debitar la cuenta de origen"
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               CLOSE ACCOUNTS-FILE
               GOBACK
           END-IF.

           IF POST-FAILED
               DISPLAY "Error al acreditar la cuenta de destino"
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               PERFORM REVERSE-SOURCE-DEBIT
               CLOSE ACCOUNTS-FILE
               GOBACK

           DISPLAY "Transferencia realizada satisfactoriamente".

       MARCAR-CUENTAS-PROPIAS.
           MOVE 'M' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE SOURCE-ACCOUNT-KEY DEST-ACCOUNT-KEY
               WS-OWN-RESULT.

       LIMPIAR-CUENTAS-PROPIAS.
           MOVE 'C' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE SOURCE-ACCOUNT-KEY DEST-ACCOUNT-KEY
               WS-OWN-RESULT.

       REVERSE-SOURCE-DEBIT.
           PERFORM FIJAR-MOTIVO.

                       USING WS-AUDIT-OPERATION WS-AUDIT-KEY
                       WS-AUDIT-BEFORE WS-AUDIT-AFTER
               END-IF
               IF NOT-ON-WATCHLIST
                   CALL "./common/kyc-check"
                       USING ACCOUNT-CLIENT-DNI WS-KYC-RESULT
                       WS-KYC-DAYS
                   IF KYC-REFERRED
                       SET ON-WATCHLIST TO TRUE
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-TUTELA.
