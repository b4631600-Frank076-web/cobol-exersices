           END-EVALUATE.

       POST-BOARD-RATE.
           DISPLAY "Producto: Plazo fijo (T) | Préstamo (L) | "
               "Plazo fijo UVA (U): ".
           ACCEPT BR-PRODUCT.

           IF NOT BR-TERM-DEPOSIT AND NOT BR-LOAN
               AND NOT BR-UVA-DEPOSIT
               DISPLAY "Producto inválido"
               EXIT PARAGRAPH
           END-IF.
           CLOSE BOARD-RATES-FILE.

       REMOVE-BOARD-RATE.
           DISPLAY "Producto (T/L/U): ".
           ACCEPT BR-PRODUCT.
           DISPLAY "Moneda: ".
           ACCEPT BR-CURRENCY.
