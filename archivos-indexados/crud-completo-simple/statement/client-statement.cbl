       COPY "../copylib/physic-contacts.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-sweeps.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-contacts.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-sweeps.cpy".

       WORKING-STORAGE SECTION.
       01  F-STATUS PIC XX.
       01  F-CONTACT-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SWEEPS-STATUS PIC XX.

       01  LOANS-EOF-FLAG PIC X.
           88  LOANS-ENDED VALUE 'Y'.
           88  LOANS-NOT-ENDED VALUE 'N'.
       01  LOANS-SHOWN PIC 9(4).

       01  SWEEPS-EOF-FLAG PIC X.
           88  SWEEPS-ENDED VALUE 'Y'.
           88  SWEEPS-NOT-ENDED VALUE 'N'.
       01  SWEEPS-SHOWN PIC 9(4).
       01  WS-MINIMUM-EDIT PIC Z(7)9.99.
       01  WS-SWEEP-DIRECTION PIC X(30).

       01  TERM-EOF-FLAG PIC X.
           88  TERM-ENDED VALUE 'Y'.
           88  TERM-NOT-ENDED VALUE 'N'.
               PERFORM SHOW-JOINT-ACCOUNTS
               PERFORM SHOW-TERM-DEPOSITS
               PERFORM SHOW-CLIENT-LOANS
               PERFORM SHOW-CLIENT-SWEEPS
               PERFORM SHOW-STATEMENT-TOTAL
           END-IF.

               "--- " LOANS-SHOWN " préstamo(s) vigente(s) ---"
           END-IF.

       SHOW-CLIENT-SWEEPS.
           SET SWEEPS-NOT-ENDED TO TRUE.
           MOVE ZERO TO SWEEPS-SHOWN.

           OPEN INPUT SWEEPS-FILE.

           IF F-SWEEPS-STATUS NOT = "00"
               CLOSE SWEEPS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL SWEEPS-ENDED
               READ SWEEPS-FILE NEXT RECORD
                   AT END
                       SET SWEEPS-ENDED TO TRUE
                   NOT AT END
                       IF SWP-ACTIVE
                           MOVE SWP-PRIMARY-ACCOUNT TO ACCOUNT-KEY
                           READ ACCOUNTS-FILE
                               KEY IS ACCOUNT-KEY
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF ACCOUNT-CLIENT-DNI
                                       = STATEMENT-DNI
                                       PERFORM SHOW-ONE-SWEEP
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE SWEEPS-FILE.

           IF SWEEPS-SHOWN > ZERO
               DISPLAY
               "--- " SWEEPS-SHOWN " barrido(s) vigente(s) ---"
           END-IF.

       SHOW-ONE-SWEEP.
           MOVE SWP-TARGET-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SWP-MINIMUM-BALANCE TO WS-MINIMUM-EDIT.

           DISPLAY
           "Barrido " SWP-PRIMARY-ACCOUNT
           " <-> " SWP-SECONDARY-ACCOUNT
           ", objetivo " WS-AMOUNT-EDIT
           ", mínimo " WS-MINIMUM-EDIT.

           EVALUATE TRUE
               WHEN SWP-LAST-OUT
                   MOVE "excedente a la secundaria"
                       TO WS-SWEEP-DIRECTION
               WHEN SWP-LAST-IN
                   MOVE "cobertura desde la secundaria"
                       TO WS-SWEEP-DIRECTION
               WHEN OTHER
                   MOVE SPACES TO WS-SWEEP-DIRECTION
           END-EVALUATE.

           IF SWP-LAST-DATE = ZERO
               DISPLAY "   (sin barridos ejecutados)"
           ELSE
               MOVE SWP-LAST-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY
               "   último barrido " SWP-LAST-DATE
               " " WS-AMOUNT-EDIT
               " " WS-SWEEP-DIRECTION
           END-IF.

           ADD 1 TO SWEEPS-SHOWN.

       SHOW-STATEMENT-TOTAL.
           IF ACCOUNT-COUNT = ZERO
               DISPLAY "El cliente no tiene cuentas asociadas"
