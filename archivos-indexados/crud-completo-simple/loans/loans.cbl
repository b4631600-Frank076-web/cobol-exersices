           88  LOAN-BOOK-REFERRED VALUE 3.
           88  LOAN-RESTRUCTURE VALUE 4.
           88  LOAN-PAY-CASH VALUE 5.
           88  LOAN-PAYOFF-QUOTE VALUE 6.
           88  LOAN-PREPAY VALUE 7.
           88  LOAN-EXIT VALUE 8.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
       01  CAPACITY-RATIO PIC 9(3)V99.
       01  WANTED-UW PIC 9(6).

       01  GROUP-ID PIC 9(4).
       01  GROUP-LIMIT PIC 9(10)V99.
       01  GROUP-EXPOSURE PIC 9(12)V99.
       01  GROUP-USD-RATE PIC 9(6)V99.
       01  GROUP-NEW-EXPOSURE PIC 9(12)V99.
       01  GROUP-LIMIT-FLAG PIC X.
           88  GROUP-LIMIT-EXCEEDED VALUE 'Y'.
           88  GROUP-LIMIT-OK VALUE 'N'.
       01  WS-EXPOSURE-EDIT PIC Z(11)9.99.

       01  TABLA-PRESTAMOS-CLIENTE.
           05  PC-LOAN-ID PIC 9(6) OCCURS 100 TIMES.
       01  TOTAL-PRESTAMOS-CLIENTE PIC 9(3).
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  QUOTE-DATE PIC 9(8).
       01  QUOTE-DAYS PIC S9(5).
       01  QUOTE-ROWS PIC 9(4).
       01  QUOTE-OVERDUE-ROWS PIC 9(4).
       01  QUOTE-NEXT-DUE PIC 9(8).
       01  QUOTE-LAST-NO PIC 9(3).
       01  QUOTE-PRINCIPAL PIC 9(8)V99.
       01  QUOTE-INTEREST PIC 9(8)V99.
       01  QUOTE-PENALTY PIC 9(8)V99.
       01  QUOTE-TOTAL PIC 9(10)V99.
       01  ROW-INTEREST PIC 9(8)V99.
       01  PREPAY-PENALTY-RATE PIC 9V9999 VALUE 0.0200.

       01  PREPAY-MODE PIC X.
           88  PREPAY-FULL VALUE 'T'.
           88  PREPAY-PARTIAL VALUE 'P'.
       01  PREPAY-RECALC PIC X.
           88  RECALC-SHORTEN-TERM VALUE 'P'.
           88  RECALC-LOWER-INSTALLMENT VALUE 'C'.
       01  PREPAY-SOURCE PIC X.
           88  PREPAY-FROM-ACCOUNT VALUE 'C'.
           88  PREPAY-IN-CASH VALUE 'E'.
       01  PREPAY-CAPITAL PIC 9(8)V99.
       01  PREPAY-CHARGE PIC 9(10)V99.
       01  PREPAY-ACCOUNT PIC 9(8).
       01  PREPAY-CURRENCY PIC X(3).
       01  PREPAY-TERM-EXACT PIC 9(5)V9999.
       01  PREPAY-NEW-INSTALLMENT PIC 9(8)V99.
       01  PREPAY-VALID-FLAG PIC X.
           88  PREPAY-VALID VALUE 'Y'.
           88  PREPAY-INVALID VALUE 'N'.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "ORIGINATE-LOAN".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50) VALUE SPACES.
           DISPLAY "Otorgar solicitud derivada aprobada (3)".
           DISPLAY "Refinanciar préstamo en mora (4)".
           DISPLAY "Cobrar cuotas en efectivo (5)".
           DISPLAY "Cotizar precancelación (6)".
           DISPLAY "Precancelar total o parcialmente (7)".
           DISPLAY "Volver (8)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
                   PERFORM RESTRUCTURE-LOAN
               WHEN LOAN-PAY-CASH
                   PERFORM PAY-INSTALLMENTS-CASH
               WHEN LOAN-PAYOFF-QUOTE
                   PERFORM QUOTE-LOAN-PAYOFF
               WHEN LOAN-PREPAY
                   PERFORM PREPAY-LOAN
               WHEN LOAN-EXIT
                   CONTINUE
               WHEN OTHER
           PERFORM SUMAR-CUOTAS-VIGENTES.
           PERFORM SUMAR-SALDOS-DEL-CLIENTE.
           PERFORM CONTAR-CUOTAS-VENCIDAS.
           PERFORM VERIFICAR-LIMITE-DE-GRUPO.

           DISPLAY "Ingreso mensual declarado: ".
           ACCEPT DECLARED-INCOME.
           EVALUATE TRUE
               WHEN CAPACITY-RATIO > 0.50
                   MOVE 'D' TO UW-DECISION
               WHEN GROUP-LIMIT-EXCEEDED
                   MOVE 'R' TO UW-DECISION
               WHEN MISSED-INSTALLMENTS > ZERO
                   MOVE 'R' TO UW-DECISION
               WHEN CAPACITY-RATIO > 0.30
                   MOVE 'A' TO UW-DECISION
           END-EVALUATE.

       VERIFICAR-LIMITE-DE-GRUPO.
           SET GROUP-LIMIT-OK TO TRUE.

           CALL "./common/group-exposure"
               USING WANTED-DNI GROUP-ID GROUP-LIMIT GROUP-EXPOSURE
               GROUP-USD-RATE.

           IF GROUP-ID = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF DISBURSE-CURRENCY = "USD" AND GROUP-USD-RATE = ZERO
               SET GROUP-LIMIT-EXCEEDED TO TRUE
               DISPLAY
               "Sin cotización del día para medir el límite del "
               "grupo " GROUP-ID ", requiere aprobación"
               EXIT PARAGRAPH
           END-IF.

           IF DISBURSE-CURRENCY = "USD"
               COMPUTE GROUP-NEW-EXPOSURE ROUNDED =
                   GROUP-EXPOSURE + NEW-PRINCIPAL * GROUP-USD-RATE
           ELSE
               COMPUTE GROUP-NEW-EXPOSURE =
                   GROUP-EXPOSURE + NEW-PRINCIPAL
           END-IF.

           MOVE GROUP-EXPOSURE TO WS-EXPOSURE-EDIT.
           DISPLAY "Grupo económico " GROUP-ID
               ": exposición actual " WS-EXPOSURE-EDIT.

           IF GROUP-NEW-EXPOSURE > GROUP-LIMIT
               SET GROUP-LIMIT-EXCEEDED TO TRUE
               MOVE GROUP-LIMIT TO WS-EXPOSURE-EDIT
               DISPLAY
               "El préstamo supera el límite de exposición del "
               "grupo (" WS-EXPOSURE-EDIT "), requiere aprobación"
           END-IF.

       SUMAR-CUOTAS-VIGENTES.
           MOVE ZERO TO EXISTING-INSTALLMENTS.
           MOVE ZERO TO TOTAL-PRESTAMOS-CLIENTE.

           CLOSE LOANS-FILE.

       QUOTE-LOAN-PAYOFF.
           PERFORM LEER-PRESTAMO-A-PRECANCELAR.

           IF PREPAY-INVALID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cotización válida hasta (AAAAMMDD, 0 = hoy): ".
           ACCEPT QUOTE-DATE.

           IF QUOTE-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO QUOTE-DATE
           END-IF.

           IF QUOTE-DATE < WS-BUSINESS-DATE
               DISPLAY "La fecha no puede ser anterior a hoy"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-PRECANCELACION.

           IF QUOTE-ROWS = ZERO
               DISPLAY "El préstamo no tiene cuotas pendientes"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOSTRAR-COTIZACION.

       LEER-PRESTAMO-A-PRECANCELAR.
           SET PREPAY-INVALID TO TRUE.

           DISPLAY "Número de préstamo: ".
           ACCEPT WANTED-LOAN.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               DISPLAY "No hay préstamos registrados"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-LOAN TO LOAN-ID.

           READ LOANS-FILE
               KEY IS LOAN-ID
               INVALID KEY
                   DISPLAY "No existe ese préstamo"
                   CLOSE LOANS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE LOANS-FILE.

           IF NOT LOAN-ACTIVE
               DISPLAY "El préstamo no está activo ("
                   LOAN-STATUS ")"
               EXIT PARAGRAPH
           END-IF.

           SET PREPAY-VALID TO TRUE.

       CALCULAR-PRECANCELACION.
           MOVE ZERO TO QUOTE-ROWS.
           MOVE ZERO TO QUOTE-OVERDUE-ROWS.
           MOVE ZERO TO QUOTE-NEXT-DUE.
           MOVE ZERO TO QUOTE-LAST-NO.
           MOVE ZERO TO QUOTE-PRINCIPAL.
           MOVE ZERO TO QUOTE-INTEREST.
           MOVE ZERO TO QUOTE-PENALTY.
           MOVE ZERO TO QUOTE-TOTAL.
           SET SCHED-NOT-ENDED TO TRUE.

           OPEN INPUT LOAN-SCHEDULE-FILE.

           IF F-SCHEDULE-STATUS NOT = "00"
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-LOAN TO LSCH-LOAN-ID.
           MOVE ZERO TO LSCH-INSTALLMENT-NO.

           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSCH-KEY
               INVALID KEY
                   SET SCHED-ENDED TO TRUE
           END-START.

           PERFORM UNTIL SCHED-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHED-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = WANTED-LOAN
                           SET SCHED-ENDED TO TRUE
                       ELSE
                           PERFORM CLASIFICAR-CUOTA-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.

           IF QUOTE-ROWS = ZERO OR LOAN-TERM-MONTHS = ZERO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE QUOTE-PRINCIPAL ROUNDED =
               LOAN-PRINCIPAL * QUOTE-ROWS / LOAN-TERM-MONTHS.

           IF QUOTE-PRINCIPAL > LOAN-BALANCE
               MOVE LOAN-BALANCE TO QUOTE-PRINCIPAL
           END-IF.

           COMPUTE ROW-INTEREST ROUNDED =
               LOAN-PRINCIPAL * LOAN-RATE.

           COMPUTE QUOTE-INTEREST =
               ROW-INTEREST * QUOTE-OVERDUE-ROWS.

           IF QUOTE-NEXT-DUE NOT = ZERO
               COMPUTE QUOTE-DAYS =
                   FUNCTION INTEGER-OF-DATE(QUOTE-NEXT-DUE)
                   - FUNCTION INTEGER-OF-DATE(QUOTE-DATE)
               IF QUOTE-DAYS < 30
                   COMPUTE QUOTE-INTEREST ROUNDED = QUOTE-INTEREST
                       + ROW-INTEREST * (30 - QUOTE-DAYS) / 30
               END-IF
           END-IF.

           IF QUOTE-PRINCIPAL + QUOTE-INTEREST > LOAN-BALANCE
               COMPUTE QUOTE-INTEREST =
                   LOAN-BALANCE - QUOTE-PRINCIPAL
           END-IF.

           COMPUTE QUOTE-PENALTY ROUNDED =
               QUOTE-PRINCIPAL * PREPAY-PENALTY-RATE.

           COMPUTE QUOTE-TOTAL =
               QUOTE-PRINCIPAL + QUOTE-INTEREST + QUOTE-PENALTY.

       CLASIFICAR-CUOTA-PENDIENTE.
           IF LSCH-INSTALLMENT-NO > QUOTE-LAST-NO
               MOVE LSCH-INSTALLMENT-NO TO QUOTE-LAST-NO
           END-IF.

           IF NOT LSCH-PENDING AND NOT LSCH-MISSED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO QUOTE-ROWS.

           IF LSCH-DUE-DATE <= QUOTE-DATE
               ADD 1 TO QUOTE-OVERDUE-ROWS
               EXIT PARAGRAPH
           END-IF.

           IF QUOTE-NEXT-DUE = ZERO
               MOVE LSCH-DUE-DATE TO QUOTE-NEXT-DUE
           END-IF.

       MOSTRAR-COTIZACION.
           DISPLAY "*********************************".
           DISPLAY "* PRECANCELACIÓN PRÉSTAMO " WANTED-LOAN.
           DISPLAY "* Cliente DNI: " LOAN-DNI.
           DISPLAY "* Cuotas pendientes: " QUOTE-ROWS
               " (vencidas " QUOTE-OVERDUE-ROWS ")".
           MOVE QUOTE-PRINCIPAL TO WS-AMOUNT-EDIT.
           DISPLAY "* Capital adeudado: " WS-AMOUNT-EDIT.
           MOVE QUOTE-INTEREST TO WS-AMOUNT-EDIT.
           DISPLAY "* Intereses devengados: " WS-AMOUNT-EDIT.
           MOVE QUOTE-PENALTY TO WS-AMOUNT-EDIT.
           DISPLAY "* Cargo por precancelación: " WS-AMOUNT-EDIT.
           MOVE QUOTE-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "* Total a pagar: " WS-AMOUNT-EDIT.
           DISPLAY "* Válida hasta: " QUOTE-DATE.
           DISPLAY "*********************************".

       PREPAY-LOAN.
           PERFORM LEER-PRESTAMO-A-PRECANCELAR.

           IF PREPAY-INVALID
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BUSINESS-DATE TO QUOTE-DATE.

           PERFORM CALCULAR-PRECANCELACION.

           IF QUOTE-ROWS = ZERO
               DISPLAY "El préstamo no tiene cuotas pendientes"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOSTRAR-COTIZACION.

           DISPLAY "Precancelación total (T) o parcial (P): ".
           ACCEPT PREPAY-MODE.

           EVALUATE TRUE
               WHEN PREPAY-FULL
                   MOVE SPACE TO PREPAY-RECALC
                   MOVE QUOTE-PRINCIPAL TO PREPAY-CAPITAL
                   MOVE QUOTE-TOTAL TO PREPAY-CHARGE
               WHEN PREPAY-PARTIAL
                   PERFORM PREPARAR-PRECANCELACION-PARCIAL
               WHEN OTHER
                   DISPLAY "Opción inválida"
                   SET PREPAY-INVALID TO TRUE
           END-EVALUATE.

           IF PREPAY-INVALID
               EXIT PARAGRAPH
           END-IF.

           IF PREPAY-CHARGE > 99999999.99
               DISPLAY
               "El importe supera el máximo operable "
               "(99.999.999,99): precancele en forma parcial"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Pago con débito en cuenta (C) o en efectivo (E): ".
           ACCEPT PREPAY-SOURCE.

           EVALUATE TRUE
               WHEN PREPAY-FROM-ACCOUNT
                   PERFORM DEBITAR-PRECANCELACION
               WHEN PREPAY-IN-CASH
                   PERFORM COBRAR-PRECANCELACION-EFECTIVO
               WHEN OTHER
                   DISPLAY "Opción inválida"
                   SET PREPAY-INVALID TO TRUE
           END-EVALUATE.

           IF PREPAY-INVALID
               EXIT PARAGRAPH
           END-IF.

           PERFORM RETIRAR-CUOTAS-PRECANCELADAS.

           IF PREPAY-PARTIAL
               PERFORM REGENERAR-CRONOGRAMA
           END-IF.

           PERFORM ACTUALIZAR-PRESTAMO-PRECANCELADO.

           MOVE PREPAY-CHARGE TO WS-AMOUNT-EDIT.

           IF PREPAY-FULL
               DISPLAY "Préstamo " WANTED-LOAN " cancelado por "
                   WS-AMOUNT-EDIT ", comprobante N° "
                   WS-RECEIPT-NUMBER
           ELSE
               DISPLAY "Precancelación parcial cobrada por "
                   WS-AMOUNT-EDIT ", comprobante N° "
                   WS-RECEIPT-NUMBER
               MOVE PREPAY-NEW-INSTALLMENT TO WS-AMOUNT-EDIT
               DISPLAY "Quedan " NEW-TERM " cuotas de "
                   WS-AMOUNT-EDIT
           END-IF.

           MOVE "LOAN-PREPAYMENT" TO WS-AUDIT-OPERATION.
           MOVE LOAN-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Préstamo: " DELIMITED BY SIZE
               WANTED-LOAN DELIMITED BY SIZE
               " Modo: " DELIMITED BY SIZE
               PREPAY-MODE DELIMITED BY SIZE
               PREPAY-RECALC DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "Capital: " DELIMITED BY SIZE
               PREPAY-CAPITAL DELIMITED BY SIZE
               " Comprobante: " DELIMITED BY SIZE
               WS-RECEIPT-NUMBER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           MOVE "ORIGINATE-LOAN" TO WS-AUDIT-OPERATION.

       PREPARAR-PRECANCELACION-PARCIAL.
           SET PREPAY-INVALID TO TRUE.
           MOVE SPACE TO PREPAY-RECALC.

           IF QUOTE-OVERDUE-ROWS > ZERO
               DISPLAY
               "El préstamo tiene cuotas vencidas sin cobrar: "
               "regularícelas antes de precancelar en forma parcial"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Capital a precancelar: ".
           ACCEPT PREPAY-CAPITAL.

           IF PREPAY-CAPITAL = ZERO
               OR PREPAY-CAPITAL >= QUOTE-PRINCIPAL
               DISPLAY
               "El capital debe ser mayor a cero y menor al "
               "adeudado (para saldarlo use la precancelación "
               "total)"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reducir plazo (P) o reducir cuota (C): ".
           ACCEPT PREPAY-RECALC.

           COMPUTE NEW-PRINCIPAL = QUOTE-PRINCIPAL - PREPAY-CAPITAL.
           MOVE LOAN-RATE TO NEW-RATE.

           EVALUATE TRUE
               WHEN RECALC-SHORTEN-TERM
                   PERFORM CALCULAR-PLAZO-REDUCIDO
               WHEN RECALC-LOWER-INSTALLMENT
                   MOVE QUOTE-ROWS TO NEW-TERM
               WHEN OTHER
                   DISPLAY "Opción inválida"
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF QUOTE-LAST-NO + NEW-TERM > 999
               DISPLAY
               "El cronograma del préstamo no admite más cuotas, "
               "refinancie el préstamo"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE TOTAL-A-DEVOLVER ROUNDED =
               NEW-PRINCIPAL * (1 + NEW-RATE * NEW-TERM).

           COMPUTE PREPAY-NEW-INSTALLMENT ROUNDED =
               TOTAL-A-DEVOLVER / NEW-TERM.

           COMPUTE QUOTE-PENALTY ROUNDED =
               PREPAY-CAPITAL * PREPAY-PENALTY-RATE.

           COMPUTE PREPAY-CHARGE = PREPAY-CAPITAL + QUOTE-PENALTY.

           MOVE QUOTE-PENALTY TO WS-AMOUNT-EDIT.
           DISPLAY "Cargo por precancelación: " WS-AMOUNT-EDIT.
           MOVE PREPAY-CHARGE TO WS-AMOUNT-EDIT.
           DISPLAY "Total a pagar: " WS-AMOUNT-EDIT.
           MOVE PREPAY-NEW-INSTALLMENT TO WS-AMOUNT-EDIT.
           DISPLAY "Nuevo plan: " NEW-TERM " cuotas de "
               WS-AMOUNT-EDIT " desde el " QUOTE-NEXT-DUE.

           SET PREPAY-VALID TO TRUE.

       CALCULAR-PLAZO-REDUCIDO.
           IF LOAN-INSTALLMENT <= NEW-PRINCIPAL * NEW-RATE
               MOVE QUOTE-ROWS TO NEW-TERM
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PREPAY-TERM-EXACT =
               NEW-PRINCIPAL
               / (LOAN-INSTALLMENT - NEW-PRINCIPAL * NEW-RATE).

           IF PREPAY-TERM-EXACT >= QUOTE-ROWS
               MOVE QUOTE-ROWS TO NEW-TERM
               EXIT PARAGRAPH
           END-IF.

           MOVE PREPAY-TERM-EXACT TO NEW-TERM.

           IF NEW-TERM < PREPAY-TERM-EXACT OR NEW-TERM = ZERO
               ADD 1 TO NEW-TERM
           END-IF.

       DEBITAR-PRECANCELACION.
           SET PREPAY-INVALID TO TRUE.

           DISPLAY "Cuenta a debitar (0 = cuenta del préstamo): ".
           ACCEPT PREPAY-ACCOUNT.

           IF PREPAY-ACCOUNT = ZERO
               MOVE LOAN-ACCOUNT TO PREPAY-ACCOUNT
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE LOAN-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE SPACES TO PREPAY-CURRENCY
               NOT INVALID KEY
                   MOVE ACCOUNT-CURRENCY TO PREPAY-CURRENCY
           END-READ.

           MOVE PREPAY-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "La cuenta no existe"
                   CLOSE ACCOUNTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ACCOUNTS-FILE.

           IF ACCOUNT-CLIENT-DNI NOT = LOAN-DNI
               DISPLAY "La cuenta no pertenece al titular del "
                   "préstamo"
               EXIT PARAGRAPH
           END-IF.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "La cuenta no está activa"
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNT-CURRENCY NOT = PREPAY-CURRENCY
               DISPLAY "La cuenta no está en la moneda del préstamo"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-BUSINESS-DATE WS-ACTIVE-HOLDS.

           IF PREPAY-CHARGE >
               ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
               - WS-ACTIVE-HOLDS
               DISPLAY
               "El importe supera el saldo disponible "
               "(descontadas las retenciones vigentes)"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE "PREC" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Precancelación préstamo " DELIMITED BY SIZE
               WANTED-LOAN DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE PREPAY-CHARGE TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - PREPAY-CHARGE.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING PREPAY-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY "El débito no pudo imputarse"
               EXIT PARAGRAPH
           END-IF.

           SET PREPAY-VALID TO TRUE.

       COBRAR-PRECANCELACION-EFECTIVO.
           MOVE ZERO TO PREPAY-ACCOUNT.

           MOVE 'I' TO WS-TALLY-MODE.
           MOVE PREPAY-CHARGE TO WS-TALLY-AMOUNT.
           CALL "./common/drawer-tally"
               USING WS-TALLY-MODE WS-TALLY-AMOUNT.

           CALL "./common/next-receipt" USING WS-RECEIPT-NUMBER.

       RETIRAR-CUOTAS-PRECANCELADAS.
           MOVE ZERO TO ROWS-RETIRADAS.
           SET SCHED-NOT-ENDED TO TRUE.

           OPEN I-O LOAN-SCHEDULE-FILE.

           MOVE WANTED-LOAN TO LSCH-LOAN-ID.
           MOVE ZERO TO LSCH-INSTALLMENT-NO.

           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSCH-KEY
               INVALID KEY
                   SET SCHED-ENDED TO TRUE
           END-START.

           PERFORM UNTIL SCHED-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHED-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = WANTED-LOAN
                           SET SCHED-ENDED TO TRUE
                       ELSE
                           IF LSCH-PENDING OR LSCH-MISSED
                               SET LSCH-PREPAID-OUT TO TRUE
                               REWRITE LOAN-SCHEDULE-RECORD
                                   INVALID KEY
                                       DISPLAY
                                       "ATENCIÓN: no se pudo retirar "
                                       "la cuota " LSCH-INSTALLMENT-NO
                                   NOT INVALID KEY
                                       ADD 1 TO ROWS-RETIRADAS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.

           DISPLAY "Cuotas precanceladas: " ROWS-RETIRADAS.

       REGENERAR-CRONOGRAMA.
           OPEN I-O LOAN-SCHEDULE-FILE.

           MOVE QUOTE-NEXT-DUE TO CUOTA-FECHA.

           PERFORM VARYING CUOTA-NO FROM 1 BY 1
               UNTIL CUOTA-NO > NEW-TERM
               IF CUOTA-NO > 1
                   IF CUOTA-MES = 12
                       MOVE 1 TO CUOTA-MES
                       ADD 1 TO CUOTA-ANIO
                   ELSE
                       ADD 1 TO CUOTA-MES
                   END-IF
               END-IF
               IF CUOTA-DIA > 28
                   MOVE 28 TO CUOTA-DIA
               END-IF
               IF CUOTA-NO = NEW-TERM
                   COMPUTE CUOTA-IMPORTE = TOTAL-A-DEVOLVER
                       - (PREPAY-NEW-INSTALLMENT * (NEW-TERM - 1))
               ELSE
                   MOVE PREPAY-NEW-INSTALLMENT TO CUOTA-IMPORTE
               END-IF
               MOVE WANTED-LOAN TO LSCH-LOAN-ID
               COMPUTE LSCH-INSTALLMENT-NO = QUOTE-LAST-NO + CUOTA-NO
               MOVE 'F' TO WS-ROLL-DIRECTION
               CALL "./common/next-business-day"
                   USING CUOTA-FECHA WS-ROLL-DIRECTION
                   WS-ROLLED-DATE
               MOVE WS-ROLLED-DATE TO LSCH-DUE-DATE
               MOVE CUOTA-IMPORTE TO LSCH-AMOUNT
               SET LSCH-PENDING TO TRUE
               WRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY
                       "No se pudo grabar la cuota "
                       LSCH-INSTALLMENT-NO
               END-WRITE
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.

       ACTUALIZAR-PRESTAMO-PRECANCELADO.
           OPEN I-O LOANS-FILE.

           MOVE WANTED-LOAN TO LOAN-ID.

           READ LOANS-FILE
               KEY IS LOAN-ID
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible releer el préstamo"
               NOT INVALID KEY
                   IF PREPAY-FULL
                       MOVE ZERO TO LOAN-BALANCE
                       SET LOAN-PAID TO TRUE
                   ELSE
                       MOVE NEW-PRINCIPAL TO LOAN-PRINCIPAL
                       MOVE NEW-TERM TO LOAN-TERM-MONTHS
                       MOVE PREPAY-NEW-INSTALLMENT TO LOAN-INSTALLMENT
                       MOVE TOTAL-A-DEVOLVER TO LOAN-BALANCE
                   END-IF
                   REWRITE LOAN-RECORD
                       INVALID KEY
                           DISPLAY
                           "ATENCIÓN: no fue posible actualizar "
                           "el préstamo precancelado"
                   END-REWRITE
           END-READ.

           CLOSE LOANS-FILE.

       GRABAR-PRESTAMO.
           MOVE WANTED-DNI TO LOAN-DNI.
           MOVE WANTED-ACCOUNT TO LOAN-ACCOUNT.
           MOVE TOTAL-A-DEVOLVER TO LOAN-BALANCE.
           SET LOAN-ACTIVE TO TRUE.
           MOVE ORIGIN-LOAN-ID TO LOAN-ORIGIN-LOAN.
           MOVE ZERO TO LOAN-EMPLOYER-CODE.
           MOVE ZERO TO LOAN-LAST-SALARY-DATE.
           MOVE ZERO TO LOAN-WRITE-OFF-DATE.
           MOVE ZERO TO LOAN-WRITE-OFF-AMOUNT.
           MOVE ZERO TO LOAN-RECOVERED.

           OPEN I-O LOANS-FILE.

