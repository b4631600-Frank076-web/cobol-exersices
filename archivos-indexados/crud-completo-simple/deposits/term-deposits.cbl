       01  NEW-RATE PIC 9V9999.
       01  TERM-DAYS PIC 9(4).

       01  NEW-KIND PIC X.
           88  NEW-KIND-FIXED VALUE 'F'.
           88  NEW-KIND-UVA VALUE 'U'.
       01  UVA-MIN-TERM-DAYS PIC 9(4) VALUE 90.
       01  WS-UVA-VALUE PIC 9(6)V99.
       01  WS-UVA-FOUND PIC X.
           88  UVA-OK VALUE 'Y'.
           88  UVA-MISSING VALUE 'N'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-MATURITY-INTEGER PIC 9(8).
           END-EVALUATE.

       OPEN-TERM-DEPOSIT.
           DISPLAY "Modalidad: tasa fija (F) | UVA (U): ".
           ACCEPT NEW-KIND.

           IF NOT NEW-KIND-FIXED AND NOT NEW-KIND-UVA
               DISPLAY "Modalidad inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta de origen de los fondos: ".
           ACCEPT WANTED-ACCOUNT.
           DISPLAY "Capital a colocar: ".
           DISPLAY "Plazo en días: ".
           ACCEPT TERM-DAYS.

           IF NEW-KIND-UVA AND TERM-DAYS < UVA-MIN-TERM-DAYS
               DISPLAY
               "El plazo mínimo para un plazo fijo UVA es de "
               UVA-MIN-TERM-DAYS " días"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-KIND-UVA
               CALL "./common/uva-index"
                   USING WS-BUSINESS-DATE WS-UVA-VALUE WS-UVA-FOUND
               IF UVA-MISSING
                   DISPLAY
                   "No hay valor de UVA cargado para el "
                   WS-BUSINESS-DATE ", no se puede constituir"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE WANTED-ACCOUNT TO ACCOUNT-KEY.
               EXIT PARAGRAPH
           END-IF.

           IF NEW-KIND-UVA AND NOT CURRENCY-ARS
               DISPLAY
               "Los plazos fijos UVA se constituyen sólo desde "
               "cuentas en pesos"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-BUSINESS-DATE WS-ACTIVE-HOLDS.


           CLOSE ACCOUNTS-FILE.

           IF NEW-KIND-UVA
               MOVE 'U' TO BOARD-PRODUCT
           ELSE
               MOVE 'T' TO BOARD-PRODUCT
           END-IF.

           PERFORM DETERMINAR-TASA-PACTADA.

           IF RATE-REFUSED
       DETERMINAR-TASA-PACTADA.
           SET RATE-ACCEPTED TO TRUE.

           CALL "./common/board-rate"
               USING BOARD-PRODUCT ACCOUNT-CURRENCY TERM-DAYS
               BOARD-RATE-VALUE BOARD-DEVIATION WS-BOARD-FOUND.
           MOVE NEW-INSTRUCTION TO TD-MATURITY-INSTRUCTION.
           MOVE ZERO TO TD-PREDECESSOR.

           IF NEW-KIND-UVA
               SET TD-KIND-UVA TO TRUE
               MOVE WS-UVA-VALUE TO TD-UVA-START-VALUE
               COMPUTE TD-UVA-UNITS ROUNDED =
                   NEW-PRINCIPAL / WS-UVA-VALUE
           ELSE
               SET TD-KIND-FIXED TO TRUE
               MOVE ZERO TO TD-UVA-START-VALUE
               MOVE ZERO TO TD-UVA-UNITS
           END-IF.

           OPEN I-O TERM-DEPOSITS-FILE.

           SET TD-ROW-PENDING TO TRUE.
               PERFORM CONSUMIR-EXCEPCION-APROBADA
               DISPLAY "Plazo fijo " TD-ID " constituido, vence el "
                   TD-MATURITY-DATE
               IF TD-KIND-UVA
                   DISPLAY "Capital en UVA: " TD-UVA-UNITS
                       " (UVA " TD-UVA-START-VALUE ")"
               END-IF
               MOVE "OPEN-TERM-DEPOSIT" TO WS-AUDIT-OPERATION
               MOVE TD-SOURCE-ACCOUNT TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
                       " tasa " TD-RATE
                       " vence " TD-MATURITY-DATE
                       " estado " TD-STATUS
                       IF TD-KIND-UVA
                           DISPLAY
                           "   UVA: " TD-UVA-UNITS
                           " unidades a " TD-UVA-START-VALUE
                       END-IF
                       ADD 1 TO ROWS-LISTED
               END-READ
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF.

           IF TD-KIND-UVA
               DISPLAY
               "Los plazos fijos UVA no admiten rescate "
               "anticipado"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-PRENDA-DEL-PLAZO.

           IF TD-PRENDADO
