           DISPLAY "* Intereses ganados ARS: " WS-AMOUNT-EDIT.
           MOVE CERT-INT-USD TO WS-AMOUNT-EDIT.
           DISPLAY "* Intereses ganados USD: " WS-AMOUNT-EDIT.
           MOVE CERT-IDX-ARS TO WS-AMOUNT-EDIT.
           DISPLAY "* Ajuste por UVA ARS: " WS-AMOUNT-EDIT.
           MOVE CERT-FEE-ARS TO WS-AMOUNT-EDIT.
           DISPLAY "* Comisiones pagadas ARS: " WS-AMOUNT-EDIT.
           MOVE CERT-FEE-USD TO WS-AMOUNT-EDIT.
