
       01  DEPOSITS-MATURED PIC 9(4) VALUE ZERO.
       01  DEPOSITS-RENEWED PIC 9(4) VALUE ZERO.
       01  DEPOSITS-WAITING-UVA PIC 9(4) VALUE ZERO.

       01  WS-UVA-VALUE PIC 9(6)V99.
       01  WS-UVA-FOUND PIC X.
           88  UVA-OK VALUE 'Y'.
           88  UVA-MISSING VALUE 'N'.
       01  UVA-VALUED-CAPITAL PIC 9(10)V99.
       01  INDEXATION-EARNED PIC 9(8)V99.

       01  RENEW-TABLE.
           05  RENEW-ENTRY OCCURS 100 TIMES.
               10  RN-TERM-DAYS PIC 9(4).
               10  RN-INSTRUCTION PIC X.
               10  RN-OLD-RATE PIC 9V9999.
               10  RN-KIND PIC X.
       01  RENEW-COUNT PIC 9(3) VALUE ZERO.
       01  RENEW-I PIC 9(3).

           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.
           DISPLAY "Plazos fijos pagados: " DEPOSITS-MATURED.
           DISPLAY "Plazos fijos renovados: " DEPOSITS-RENEWED.

           IF DEPOSITS-WAITING-UVA > ZERO
               DISPLAY "Plazos fijos UVA sin índice cargado: "
                   DEPOSITS-WAITING-UVA
           END-IF.

           GOBACK.

       PROCESAR-VENCIMIENTO.
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(TD-START-DATE).

           MOVE ZERO TO INDEXATION-EARNED.

           IF TD-KIND-UVA
               PERFORM VALUAR-CAPITAL-UVA
               IF UVA-MISSING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE INTEREST-EARNED ROUNDED =
               (TD-PRINCIPAL + INDEXATION-EARNED)
               * TD-RATE * TERM-DAYS / 365.

           EVALUATE TRUE
               WHEN TD-INSTR-RENEW-PRINCIPAL
                   PERFORM PAGAR-PLAZO-FIJO
           END-EVALUATE.

       VALUAR-CAPITAL-UVA.
           SET UVA-OK TO TRUE.

           IF NOT TD-INSTR-PAYOUT
               CALL "./common/uva-index"
                   USING WS-BUSINESS-DATE WS-UVA-VALUE WS-UVA-FOUND
           END-IF.

           IF UVA-OK
               CALL "./common/uva-index"
                   USING TD-MATURITY-DATE WS-UVA-VALUE WS-UVA-FOUND
           END-IF.

           IF UVA-MISSING
               ADD 1 TO DEPOSITS-WAITING-UVA
               DISPLAY
               "PF " TD-ID ": no hay valor de UVA cargado para "
               "liquidarlo, queda pendiente hasta la próxima "
               "corrida"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE UVA-VALUED-CAPITAL ROUNDED =
               TD-UVA-UNITS * WS-UVA-VALUE.

           IF UVA-VALUED-CAPITAL > TD-PRINCIPAL
               COMPUTE INDEXATION-EARNED =
                   UVA-VALUED-CAPITAL - TD-PRINCIPAL
           END-IF.

       PAGAR-PLAZO-FIJO.
           MOVE 'D' TO WS-POST-TYPE.
           MOVE TD-PRINCIPAL TO WS-POST-AMOUNT.
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACREDITAR-INDEXACION.
           PERFORM ACREDITAR-INTERES.

           SET TD-PAID TO TRUE.
                   WS-POST-RESULT
           END-IF.

       ACREDITAR-INDEXACION.
           IF INDEXATION-EARNED > ZERO
               MOVE 'S' TO WS-REASON-MODE
               MOVE "UVAI" TO WS-REASON-CODE
               MOVE SPACES TO WS-MEMO
               STRING "Ajuste UVA PF " DELIMITED BY SIZE
                   TD-ID DELIMITED BY SIZE
                   INTO WS-MEMO
               CALL "./common/posting-reason"
                   USING WS-REASON-MODE WS-REASON-CODE WS-MEMO
               MOVE 'I' TO WS-POST-TYPE
               MOVE INDEXATION-EARNED TO WS-POST-AMOUNT
               COMPUTE WS-POST-DELTA = INDEXATION-EARNED
               MOVE ZERO TO WS-POST-REF-DATE
               MOVE ZERO TO WS-POST-REF-SEQ
               CALL "./common/post-movement"
                   USING TD-SOURCE-ACCOUNT WS-POST-TYPE
                   WS-POST-AMOUNT WS-POST-DELTA WS-POST-REF-DATE
                   WS-POST-REF-SEQ WS-RECEIPT-NUMBER
                   WS-POST-RESULT
               IF POST-FAILED
                   DISPLAY
                   "ATENCIÓN: PF " TD-ID ": el ajuste UVA de "
                   INDEXATION-EARNED " no pudo acreditarse, "
                   "acredítelo manualmente"
               END-IF
           END-IF.

       RENOVAR-SOLO-CAPITAL.
           IF RENEW-COUNT >= 100
               DISPLAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACREDITAR-INDEXACION.
           PERFORM ACREDITAR-INTERES.

           ADD 1 TO RENEW-COUNT.
           MOVE TD-MATURITY-INSTRUCTION
               TO RN-INSTRUCTION(RENEW-COUNT).
           MOVE TD-RATE TO RN-OLD-RATE(RENEW-COUNT).
           MOVE TD-KIND TO RN-KIND(RENEW-COUNT).

           SET TD-PAID TO TRUE.
           REWRITE TERM-DEPOSIT-RECORD.
           END-IF.

           COMPUTE NEW-PRINCIPAL-WK =
               TD-PRINCIPAL + INDEXATION-EARNED + INTEREST-EARNED.

           IF NEW-PRINCIPAL-WK > 99999999.99
               DISPLAY
           MOVE TD-MATURITY-INSTRUCTION
               TO RN-INSTRUCTION(RENEW-COUNT).
           MOVE TD-RATE TO RN-OLD-RATE(RENEW-COUNT).
           MOVE TD-KIND TO RN-KIND(RENEW-COUNT).

           SET TD-PAID TO TRUE.
           REWRITE TERM-DEPOSIT-RECORD.
                   MOVE "ARS" TO ACCOUNT-CURRENCY
           END-READ.

           IF RN-KIND(RENEW-I) = 'U'
               MOVE 'U' TO BOARD-PRODUCT
           ELSE
               MOVE 'T' TO BOARD-PRODUCT
           END-IF.
           MOVE RN-TERM-DAYS(RENEW-I) TO BOARD-TERM.

           CALL "./common/board-rate"
               TO TD-MATURITY-INSTRUCTION.
           MOVE RN-OLD-ID(RENEW-I) TO TD-PREDECESSOR.

           IF RN-KIND(RENEW-I) = 'U'
               CALL "./common/uva-index"
                   USING WS-BUSINESS-DATE WS-UVA-VALUE WS-UVA-FOUND
               SET TD-KIND-UVA TO TRUE
               MOVE WS-UVA-VALUE TO TD-UVA-START-VALUE
               COMPUTE TD-UVA-UNITS ROUNDED =
                   TD-PRINCIPAL / WS-UVA-VALUE
           ELSE
               SET TD-KIND-FIXED TO TRUE
               MOVE ZERO TO TD-UVA-START-VALUE
               MOVE ZERO TO TD-UVA-UNITS
           END-IF.

           SET TD-ROW-PENDING TO TRUE.
           MOVE ZERO TO TD-ID.

