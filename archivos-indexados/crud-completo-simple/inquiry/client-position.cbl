       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".
       COPY "../copylib/physic-standing-orders.cpy".
       COPY "../copylib/physic-credit-cards.cpy".

       SELECT OPTIONAL CUENTAS-A-COBRAR
       ASSIGN TO "receivables.idx"
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".
       COPY "../copylib/logic-standing-orders.cpy".
       COPY "../copylib/logic-credit-cards.cpy".

       FD  CUENTAS-A-COBRAR.
       01  REGISTRO-CUENTA-A-COBRAR.
       01  F-SCHEDULE-STATUS PIC XX.
       01  F-STANDING-STATUS PIC XX.
       01  F-RECV-STATUS PIC XX.
       01  F-CREDIT-CARDS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           PERFORM MOSTRAR-CUENTAS.
           PERFORM MOSTRAR-PLAZOS-FIJOS.
           PERFORM MOSTRAR-PRESTAMOS.
           PERFORM MOSTRAR-TARJETAS-CREDITO.
           PERFORM MOSTRAR-ORDENES-PERMANENTES.
           PERFORM MOSTRAR-FACTURAS-PENDIENTES.

                       IF LOAN-DNI = WANTED-DNI AND LOAN-ACTIVE
                           PERFORM MOSTRAR-UN-PRESTAMO
                       END-IF
                       IF LOAN-DNI = WANTED-DNI AND LOAN-WRITTEN-OFF
                           PERFORM MOSTRAR-UN-CASTIGADO
                       END-IF
               END-READ
           END-PERFORM.


           ADD 1 TO ROWS-LISTED.

       MOSTRAR-UN-CASTIGADO.
           MOVE LOAN-WRITE-OFF-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Préstamo " LOAN-ID
               " CASTIGADO el " LOAN-WRITE-OFF-DATE
               " por " WS-AMOUNT-EDIT
               WITH NO ADVANCING.
           MOVE LOAN-RECOVERED TO WS-AMOUNT-EDIT.
           DISPLAY " recuperado " WS-AMOUNT-EDIT.

           ADD 1 TO ROWS-LISTED.

       BUSCAR-PROXIMA-CUOTA.
           MOVE ZERO TO NEXT-DUE-DATE.
           MOVE ZERO TO NEXT-DUE-AMOUNT.

           CLOSE LOAN-SCHEDULE-FILE.

       MOSTRAR-TARJETAS-CREDITO.
           DISPLAY "--- Tarjetas de crédito ---".
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT CREDIT-CARDS-FILE.

           IF F-CREDIT-CARDS-STATUS NOT = "00"
               CLOSE CREDIT-CARDS-FILE
               DISPLAY "(sin tarjetas de crédito)"
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-DNI TO CCR-CLIENT-DNI.

           START CREDIT-CARDS-FILE
               KEY IS GREATER THAN OR EQUAL TO CCR-CLIENT-DNI
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ CREDIT-CARDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CCR-CLIENT-DNI NOT = WANTED-DNI
                           SET F-ENDED TO TRUE
                       ELSE
                           IF NOT CCR-CANCELLED
                               PERFORM MOSTRAR-UNA-TARJETA-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-CARDS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "(sin tarjetas de crédito)"
           END-IF.

       MOSTRAR-UNA-TARJETA-CREDITO.
           MOVE CCR-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "Tarjeta " CCR-NUMBER
               " saldo " WS-BALANCE-EDIT
               WITH NO ADVANCING.

           IF CCR-LAST-CLOSE-DATE = ZERO
               DISPLAY " (sin resúmenes)"
           ELSE
               MOVE CCR-STMT-MINIMUM TO WS-AMOUNT-EDIT
               DISPLAY " pago mínimo " WS-AMOUNT-EDIT
                   " vence " CCR-STMT-DUE-DATE
           END-IF.

           IF CCR-BALANCE > ZERO
               SUBTRACT CCR-BALANCE FROM TOTAL-ARS
           END-IF.

           ADD 1 TO ROWS-LISTED.

       MOSTRAR-ORDENES-PERMANENTES.
           DISPLAY "--- Órdenes permanentes ---".
           SET F-NOT-ENDED TO TRUE.
