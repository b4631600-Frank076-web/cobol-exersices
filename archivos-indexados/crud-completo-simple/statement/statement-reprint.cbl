           DISPLAY "* Saldo final: " WS-BALANCE-EDIT.
           DISPLAY "* Movimientos: " SA-MOVEMENT-COUNT.
           DISPLAY "* Emitido: " SA-GENERATED-DATE.
           IF SA-FEE-INVOICE-NO > ZERO
               DISPLAY "* Factura de comisiones N° " SA-FEE-INVOICE-NO
           END-IF.
           DISPLAY "*********************************".

           IF LINES-PRINTED = ZERO
