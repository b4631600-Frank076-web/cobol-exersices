       01  WS-WATCHLIST-RESULT PIC X.
           88  ON-WATCHLIST VALUE 'Y'.
           88  NOT-ON-WATCHLIST VALUE 'N'.
       01  WS-KYC-RESULT PIC X.
           88  KYC-OK VALUE 'Y'.
           88  KYC-REFERRED VALUE 'N'.
       01  WS-KYC-DAYS PIC 9(5).
       01  WS-AUDIT-HIT-OP PIC X(20) VALUE "WATCHLIST-HIT".
       01  WS-AUDIT-HIT-BEFORE PIC X(50) VALUE "Alta de cuenta".
       01  WS-AUDIT-HIT-AFTER PIC X(50) VALUE "Rechazada".
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/kyc-check"
               USING CLIENT-DNI WS-KYC-RESULT WS-KYC-DAYS.

           IF KYC-REFERRED
               MOVE
               "Revisión KYC vencida, alta derivada a cumplimiento"
                   TO WS-MENSAJE-ERROR
               EXIT PARAGRAPH
           END-IF.

           IF WS-CAPTURA-MONEDA NOT = "ARS"
               AND WS-CAPTURA-MONEDA NOT = "USD"
               MOVE "Moneda inválida, ingrese ARS o USD"
