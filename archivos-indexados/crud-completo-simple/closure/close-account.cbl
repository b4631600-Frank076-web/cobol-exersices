       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-fee-schedule.cpy".
       COPY "../copylib/physic-sweeps.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-fee-schedule.cpy".
       COPY "../copylib/logic-sweeps.cpy".

       WORKING-STORAGE SECTION.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-FEE-STATUS PIC XX.
       01  F-SWEEPS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  CIERRE-BLOQUEADO VALUE 'N'.

       01  ORDENES-CANCELADAS PIC 9(4) VALUE ZERO.
       01  BARRIDOS-CANCELADOS PIC 9(4) VALUE ZERO.

       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-TODAY-DATE PIC 9(8).
           END-IF.

           PERFORM CANCELAR-ORDENES-PERMANENTES.
           PERFORM CANCELAR-BARRIDOS.
           PERFORM DEBITAR-COMISION-PRORRATEADA.
           PERFORM PAGAR-SALDO-RESIDUAL.

               PERFORM LOG-AUDIT-ENTRY
           END-IF.

       CANCELAR-BARRIDOS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO BARRIDOS-CANCELADOS.

           OPEN I-O SWEEPS-FILE.

           IF F-SWEEPS-STATUS NOT = "00"
               CLOSE SWEEPS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SWEEPS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SWP-ACTIVE
                           AND (SWP-PRIMARY-ACCOUNT = WANTED-ACCOUNT
                           OR SWP-SECONDARY-ACCOUNT = WANTED-ACCOUNT)
                           SET SWP-CANCELLED TO TRUE
                           REWRITE SWEEP-RECORD
                               INVALID KEY
                                   DISPLAY
                                   "No fue posible cancelar el "
                                   "barrido " SWP-PRIMARY-ACCOUNT
                               NOT INVALID KEY
                                   ADD 1 TO BARRIDOS-CANCELADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SWEEPS-FILE.

           IF BARRIDOS-CANCELADOS > ZERO
               DISPLAY
               "Barridos cancelados por el cierre: "
               BARRIDOS-CANCELADOS
               MOVE "CANCEL-SWEEP" TO WS-AUDIT-OPERATION
               MOVE WANTED-ACCOUNT TO WS-AUDIT-KEY
               MOVE "Barridos activos" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "Cancelados por cierre: " DELIMITED BY SIZE
                   BARRIDOS-CANCELADOS DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
           END-IF.

       DEBITAR-COMISION-PRORRATEADA.
           OPEN INPUT FEE-SCHEDULE-FILE.

