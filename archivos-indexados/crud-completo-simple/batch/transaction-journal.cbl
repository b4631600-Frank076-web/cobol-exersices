       01  OD-INTEREST-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  WITHHOLDING-COUNT PIC 9(6) VALUE ZERO.
       01  WITHHOLDING-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  DC-TAX-COUNT PIC 9(6) VALUE ZERO.
       01  DC-TAX-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  GRAND-COUNT PIC 9(6) VALUE ZERO.
       01  GRAND-TOTAL PIC 9(12)V99 VALUE ZERO.

               WHEN TRANS-IS-WITHHOLDING
                   ADD 1 TO WITHHOLDING-COUNT
                   ADD TRANS-AMOUNT TO WITHHOLDING-TOTAL
               WHEN TRANS-IS-DC-TAX
                   ADD 1 TO DC-TAX-COUNT
                   ADD TRANS-AMOUNT TO DC-TAX-TOTAL
           END-EVALUATE.

       TALLY-BRANCH.
           MOVE "Retenciones impositivas" TO WS-REPORT-LINE.
           PERFORM ARMAR-Y-EMITIR-TOTAL.

           MOVE DC-TAX-COUNT TO WS-COUNT-EDIT.
           MOVE DC-TAX-TOTAL TO WS-TOTAL-EDIT.
           MOVE "Imp. débitos y créditos" TO WS-REPORT-LINE.
           PERFORM ARMAR-Y-EMITIR-TOTAL.

           MOVE "--- Por sucursal ---" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

