       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-interest-accrual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-interest-accruals.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".
       COPY "../copylib/physic-account.cpy".

       SELECT OPTIONAL GL-POSTING-FILE
       ASSIGN TO "gl-postings.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-interest-accruals.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".
       COPY "../copylib/logic-account.cpy".

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           05  GLP-TIPO PIC X.
               88  GLP-ES-CABECERA VALUE 'H'.
               88  GLP-ES-LINEA VALUE 'L'.
           05  GLP-DATOS PIC X(40).
           05  GLP-CABECERA REDEFINES GLP-DATOS.
               10  GLP-FECHA PIC 9(8).
               10  GLP-CANT-LINEAS PIC 9(6).
               10  GLP-HASH-TOTAL PIC 9(14)V99.
               10  FILLER PIC X(10).
           05  GLP-LINEA REDEFINES GLP-DATOS.
               10  GLP-CUENTA-GL PIC X(8).
               10  GLP-DEBE-HABER PIC X.
               10  GLP-IMPORTE PIC 9(12)V99.
               10  GLP-CONCEPTO PIC X(4).
               10  FILLER PIC X(13).

       WORKING-STORAGE SECTION.
       01  F-ACCRUALS-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-POSTING-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SCHED-EOF-FLAG PIC X.
           88  SCHED-ENDED VALUE 'Y'.
           88  SCHED-NOT-ENDED VALUE 'N'.

       01  SCHEDULE-FLAG PIC X.
           88  SCHEDULE-AVAILABLE VALUE 'Y'.
           88  SCHEDULE-MISSING VALUE 'N'.

       01  ACCRUAL-ROW-FLAG PIC X.
           88  ACCRUAL-ROW-FOUND VALUE 'Y'.
           88  ACCRUAL-ROW-NEW VALUE 'N'.

       01  GL-ACCOUNT-DEFINITIONS.
           05  FILLER PIC X(32)
               VALUE "52010001210900011319000151020001".
           05  FILLER PIC X(32)
               VALUE "52010002210900021319000251020002".
       01  GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-DEFINITIONS.
           05  GL-CURRENCY-ACCOUNTS OCCURS 2 TIMES.
               10  GL-TD-INTEREST-EXPENSE PIC X(8).
               10  GL-TD-INTEREST-PAYABLE PIC X(8).
               10  GL-LOAN-INTEREST-RECEIVABLE PIC X(8).
               10  GL-LOAN-INTEREST-INCOME PIC X(8).

       01  ACCRUAL-TOTALS.
           05  ACCRUAL-CURRENCY OCCURS 2 TIMES.
               10  AT-TD-ACCRUED PIC 9(12)V99.
               10  AT-TD-REVERSED PIC 9(12)V99.
               10  AT-LOAN-ACCRUED PIC 9(12)V99.
               10  AT-LOAN-REVERSED PIC 9(12)V99.

       01  CURRENCY-I PIC 9.
       01  LOOKUP-ACCOUNT PIC 9(8).
       01  LOOKUP-CURRENCY PIC X(3).

       01  ELAPSED-DAYS PIC S9(6).
       01  ACCRUAL-TARGET PIC 9(10)V99.
       01  ACCRUAL-TODAY PIC 9(10)V99.
       01  REVERSAL-TODAY PIC 9(10)V99.
       01  INSTALLMENT-INTEREST PIC 9(10)V99.
       01  INSTALLMENTS-COLLECTED PIC 9(3).
       01  INSTALLMENTS-NEW PIC 9(3).

       01  DEPOSITS-ACCRUED PIC 9(6) VALUE ZERO.
       01  DEPOSITS-SETTLED PIC 9(6) VALUE ZERO.
       01  LOANS-ACCRUED PIC 9(6) VALUE ZERO.
       01  LOANS-REVERSED PIC 9(6) VALUE ZERO.
       01  ROWS-FAILED PIC 9(6) VALUE ZERO.

       01  GL-LINES PIC 9(6) VALUE ZERO.
       01  GL-HASH PIC 9(14)V99 VALUE ZERO.
       01  GL-DEBIT-ACCOUNT PIC X(8).
       01  GL-CREDIT-ACCOUNT PIC X(8).
       01  GL-AMOUNT PIC 9(12)V99.
       01  GL-CONCEPT PIC X(4).
       01  GL-PHASE-FLAG PIC X.
           88  GL-COUNTING VALUE 'C'.
           88  GL-WRITING VALUE 'W'.

       01  GL-CLOSED-PERIOD PIC 9(6).
       01  GL-PERIOD-STATE PIC X.
           88  GL-PERIOD-OPEN VALUE 'O'.
           88  GL-PERIOD-CLOSED VALUE 'C'.

       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-JOB-NAME PIC X(30) VALUE "gl-interest-accrual".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Devengamiento diario de plazos fijos y "
               "préstamos ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           CALL "./common/gl-period-check"
               USING WS-BUSINESS-DATE GL-CLOSED-PERIOD GL-PERIOD-STATE.

           IF GL-PERIOD-CLOSED
               DISPLAY
               "El período contable " WS-BUSINESS-DATE(1:6)
               " está cerrado, no se devenga"
               MOVE "WARN" TO WS-JOB-OUTCOME
               MOVE ZERO TO WS-JOB-RECORDS
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE ACCRUAL-TOTALS.

           OPEN I-O INTEREST-ACCRUALS-FILE.
           OPEN INPUT ACCOUNTS-FILE.

           PERFORM DEVENGAR-PLAZOS-FIJOS.
           PERFORM DEVENGAR-PRESTAMOS.

           CLOSE ACCOUNTS-FILE.
           CLOSE INTEREST-ACCRUALS-FILE.

           PERFORM GRABAR-ASIENTO-DEVENGAMIENTO.

           DISPLAY "Plazos fijos devengados: " DEPOSITS-ACCRUED.
           DISPLAY "Plazos fijos cancelados (reversión): "
               DEPOSITS-SETTLED.
           DISPLAY "Préstamos devengados: " LOANS-ACCRUED.
           DISPLAY "Préstamos con cobro revertido: " LOANS-REVERSED.

           MOVE 1 TO CURRENCY-I.
           PERFORM MOSTRAR-TOTALES-MONEDA.
           MOVE 2 TO CURRENCY-I.
           PERFORM MOSTRAR-TOTALES-MONEDA.

           IF ROWS-FAILED > ZERO
               DISPLAY "Devengamientos no registrados: " ROWS-FAILED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           COMPUTE WS-JOB-RECORDS = DEPOSITS-ACCRUED + LOANS-ACCRUED.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       DEVENGAR-PLAZOS-FIJOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TERM-DEPOSITS-FILE.

           IF F-TERM-STATUS NOT = "00"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ TERM-DEPOSITS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TD-ACTIVE
                           PERFORM DEVENGAR-UN-PLAZO-FIJO
                       ELSE
                           PERFORM REVERTIR-PLAZO-FIJO-PAGADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TERM-DEPOSITS-FILE.

       DEVENGAR-UN-PLAZO-FIJO.
           MOVE 'T' TO ACR-KIND.
           MOVE TD-ID TO ACR-ID.
           MOVE TD-SOURCE-ACCOUNT TO LOOKUP-ACCOUNT.
           PERFORM LEER-DEVENGAMIENTO.

           IF ACR-SETTLED
               EXIT PARAGRAPH
           END-IF.

           IF TD-MATURITY-DATE < WS-BUSINESS-DATE
               COMPUTE ELAPSED-DAYS =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
           ELSE
               COMPUTE ELAPSED-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
           END-IF.

           IF ELAPSED-DAYS < ZERO
               MOVE ZERO TO ELAPSED-DAYS
           END-IF.

           COMPUTE ACCRUAL-TARGET ROUNDED =
               TD-PRINCIPAL * TD-RATE * ELAPSED-DAYS / 365.

           MOVE ZERO TO ACCRUAL-TODAY.

           IF ACCRUAL-TARGET > ACR-TOTAL-ACCRUED
               COMPUTE ACCRUAL-TODAY =
                   ACCRUAL-TARGET - ACR-TOTAL-ACCRUED
           END-IF.

           IF ACCRUAL-TODAY = ZERO AND ACCRUAL-ROW-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD ACCRUAL-TODAY TO ACR-ACCRUED.
           ADD ACCRUAL-TODAY TO ACR-TOTAL-ACCRUED.
           MOVE WS-BUSINESS-DATE TO ACR-LAST-DATE.

           PERFORM GRABAR-DEVENGAMIENTO.

           IF ACCRUAL-TODAY > ZERO
               ADD ACCRUAL-TODAY TO AT-TD-ACCRUED(CURRENCY-I)
               ADD 1 TO DEPOSITS-ACCRUED
           END-IF.

       REVERTIR-PLAZO-FIJO-PAGADO.
           MOVE 'T' TO ACR-KIND.
           MOVE TD-ID TO ACR-ID.

           READ INTEREST-ACCRUALS-FILE
               KEY IS ACR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF ACR-SETTLED
               EXIT PARAGRAPH
           END-IF.

           PERFORM UBICAR-MONEDA-DEL-DEVENGAMIENTO.

           MOVE ACR-ACCRUED TO REVERSAL-TODAY.

           ADD REVERSAL-TODAY TO ACR-TOTAL-REVERSED.
           MOVE ZERO TO ACR-ACCRUED.
           MOVE WS-BUSINESS-DATE TO ACR-LAST-DATE.
           SET ACR-SETTLED TO TRUE.

           PERFORM GRABAR-DEVENGAMIENTO.

           ADD REVERSAL-TODAY TO AT-TD-REVERSED(CURRENCY-I).
           ADD 1 TO DEPOSITS-SETTLED.

       DEVENGAR-PRESTAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOAN-SCHEDULE-FILE.

           IF F-SCHEDULE-STATUS = "00"
               SET SCHEDULE-AVAILABLE TO TRUE
           ELSE
               SET SCHEDULE-MISSING TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACTIVE
                           PERFORM DEVENGAR-UN-PRESTAMO
                       ELSE
                           PERFORM REVERTIR-PRESTAMO-CANCELADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE LOANS-FILE.

       DEVENGAR-UN-PRESTAMO.
           MOVE 'L' TO ACR-KIND.
           MOVE LOAN-ID TO ACR-ID.
           MOVE LOAN-ACCOUNT TO LOOKUP-ACCOUNT.
           PERFORM LEER-DEVENGAMIENTO.

           IF ACR-SETTLED
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTAR-CUOTAS-COBRADAS.

           IF ACCRUAL-ROW-NEW
               MOVE INSTALLMENTS-COLLECTED
                   TO ACR-INSTALLMENTS-REVERSED
           END-IF.

           COMPUTE ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(ACR-LAST-DATE).

           MOVE ZERO TO ACCRUAL-TODAY.

           IF ELAPSED-DAYS > ZERO
               COMPUTE ACCRUAL-TODAY ROUNDED =
                   LOAN-PRINCIPAL * LOAN-RATE * 12 * ELAPSED-DAYS
                   / 365
           END-IF.

           ADD ACCRUAL-TODAY TO ACR-ACCRUED.
           ADD ACCRUAL-TODAY TO ACR-TOTAL-ACCRUED.
           MOVE WS-BUSINESS-DATE TO ACR-LAST-DATE.

           IF ACCRUAL-TODAY > ZERO
               ADD ACCRUAL-TODAY TO AT-LOAN-ACCRUED(CURRENCY-I)
               ADD 1 TO LOANS-ACCRUED
           END-IF.

           MOVE ZERO TO REVERSAL-TODAY.

           IF INSTALLMENTS-COLLECTED > ACR-INSTALLMENTS-REVERSED
               COMPUTE INSTALLMENTS-NEW =
                   INSTALLMENTS-COLLECTED - ACR-INSTALLMENTS-REVERSED
               COMPUTE INSTALLMENT-INTEREST ROUNDED =
                   LOAN-PRINCIPAL * LOAN-RATE * INSTALLMENTS-NEW
               IF INSTALLMENT-INTEREST > ACR-ACCRUED
                   MOVE ACR-ACCRUED TO REVERSAL-TODAY
               ELSE
                   MOVE INSTALLMENT-INTEREST TO REVERSAL-TODAY
               END-IF
               MOVE INSTALLMENTS-COLLECTED
                   TO ACR-INSTALLMENTS-REVERSED
           END-IF.

           SUBTRACT REVERSAL-TODAY FROM ACR-ACCRUED.
           ADD REVERSAL-TODAY TO ACR-TOTAL-REVERSED.

           PERFORM GRABAR-DEVENGAMIENTO.

           IF REVERSAL-TODAY > ZERO
               ADD REVERSAL-TODAY TO AT-LOAN-REVERSED(CURRENCY-I)
               ADD 1 TO LOANS-REVERSED
           END-IF.

       CONTAR-CUOTAS-COBRADAS.
           MOVE ZERO TO INSTALLMENTS-COLLECTED.

           IF SCHEDULE-MISSING
               EXIT PARAGRAPH
           END-IF.

           SET SCHED-NOT-ENDED TO TRUE.

           MOVE LOAN-ID TO LSCH-LOAN-ID.
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
                       IF LSCH-LOAN-ID NOT = LOAN-ID
                           SET SCHED-ENDED TO TRUE
                       ELSE
                           IF LSCH-COLLECTED
                               ADD 1 TO INSTALLMENTS-COLLECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVERTIR-PRESTAMO-CANCELADO.
           MOVE 'L' TO ACR-KIND.
           MOVE LOAN-ID TO ACR-ID.

           READ INTEREST-ACCRUALS-FILE
               KEY IS ACR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF ACR-SETTLED
               EXIT PARAGRAPH
           END-IF.

           PERFORM UBICAR-MONEDA-DEL-DEVENGAMIENTO.

           MOVE ACR-ACCRUED TO REVERSAL-TODAY.

           ADD REVERSAL-TODAY TO ACR-TOTAL-REVERSED.
           MOVE ZERO TO ACR-ACCRUED.
           MOVE WS-BUSINESS-DATE TO ACR-LAST-DATE.
           SET ACR-SETTLED TO TRUE.

           PERFORM GRABAR-DEVENGAMIENTO.

           IF REVERSAL-TODAY > ZERO
               ADD REVERSAL-TODAY TO AT-LOAN-REVERSED(CURRENCY-I)
               ADD 1 TO LOANS-REVERSED
           END-IF.

       LEER-DEVENGAMIENTO.
           SET ACCRUAL-ROW-FOUND TO TRUE.

           READ INTEREST-ACCRUALS-FILE
               KEY IS ACR-KEY
               INVALID KEY
                   SET ACCRUAL-ROW-NEW TO TRUE
           END-READ.

           IF ACCRUAL-ROW-FOUND
               PERFORM UBICAR-MONEDA-DEL-DEVENGAMIENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE "ARS" TO LOOKUP-CURRENCY.
           MOVE LOOKUP-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               NOT INVALID KEY
                   MOVE ACCOUNT-CURRENCY TO LOOKUP-CURRENCY
           END-READ.

           MOVE LOOKUP-CURRENCY TO ACR-CURRENCY.
           MOVE ZERO TO ACR-ACCRUED.
           MOVE ZERO TO ACR-TOTAL-ACCRUED.
           MOVE ZERO TO ACR-TOTAL-REVERSED.
           MOVE ZERO TO ACR-INSTALLMENTS-REVERSED.
           SET ACR-OPEN TO TRUE.
           COMPUTE ACR-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1).

           PERFORM UBICAR-MONEDA-DEL-DEVENGAMIENTO.

       UBICAR-MONEDA-DEL-DEVENGAMIENTO.
           IF ACR-CURRENCY = "USD"
               MOVE 2 TO CURRENCY-I
           ELSE
               MOVE 1 TO CURRENCY-I
           END-IF.

       GRABAR-DEVENGAMIENTO.
           IF ACCRUAL-ROW-NEW
               WRITE INTEREST-ACCRUAL-RECORD
                   INVALID KEY
                       ADD 1 TO ROWS-FAILED
                       DISPLAY
                       "No fue posible registrar el devengamiento "
                       ACR-KIND ACR-ID
               END-WRITE
           ELSE
               REWRITE INTEREST-ACCRUAL-RECORD
                   INVALID KEY
                       ADD 1 TO ROWS-FAILED
                       DISPLAY
                       "No fue posible actualizar el devengamiento "
                       ACR-KIND ACR-ID
               END-REWRITE
           END-IF.

           SET ACCRUAL-ROW-FOUND TO TRUE.

       GRABAR-ASIENTO-DEVENGAMIENTO.
           MOVE ZERO TO GL-LINES.
           MOVE ZERO TO GL-HASH.
           SET GL-COUNTING TO TRUE.

           PERFORM RECORRER-LINEAS-CONTABLES.

           IF GL-LINES = ZERO
               DISPLAY "Sin devengamientos ni reversiones, no se "
                   "generan asientos"
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND GL-POSTING-FILE.
           IF F-POSTING-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

           SET GLP-ES-CABECERA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE WS-BUSINESS-DATE TO GLP-FECHA.
           MOVE GL-LINES TO GLP-CANT-LINEAS.
           MOVE GL-HASH TO GLP-HASH-TOTAL.
           WRITE GL-POSTING-RECORD.

           SET GL-WRITING TO TRUE.

           PERFORM RECORRER-LINEAS-CONTABLES.

           CLOSE GL-POSTING-FILE.

           DISPLAY "Asiento de devengamiento agregado a "
               "gl-postings.dat".

       RECORRER-LINEAS-CONTABLES.
           PERFORM VARYING CURRENCY-I FROM 1 BY 1
               UNTIL CURRENCY-I > 2
               MOVE AT-TD-ACCRUED(CURRENCY-I) TO GL-AMOUNT
               MOVE GL-TD-INTEREST-EXPENSE(CURRENCY-I)
                   TO GL-DEBIT-ACCOUNT
               MOVE GL-TD-INTEREST-PAYABLE(CURRENCY-I)
                   TO GL-CREDIT-ACCOUNT
               MOVE "DVPF" TO GL-CONCEPT
               PERFORM PROCESAR-PAR-DE-LINEAS

               MOVE AT-TD-REVERSED(CURRENCY-I) TO GL-AMOUNT
               MOVE GL-TD-INTEREST-PAYABLE(CURRENCY-I)
                   TO GL-DEBIT-ACCOUNT
               MOVE GL-TD-INTEREST-EXPENSE(CURRENCY-I)
                   TO GL-CREDIT-ACCOUNT
               MOVE "RVPF" TO GL-CONCEPT
               PERFORM PROCESAR-PAR-DE-LINEAS

               MOVE AT-LOAN-ACCRUED(CURRENCY-I) TO GL-AMOUNT
               MOVE GL-LOAN-INTEREST-RECEIVABLE(CURRENCY-I)
                   TO GL-DEBIT-ACCOUNT
               MOVE GL-LOAN-INTEREST-INCOME(CURRENCY-I)
                   TO GL-CREDIT-ACCOUNT
               MOVE "DVPR" TO GL-CONCEPT
               PERFORM PROCESAR-PAR-DE-LINEAS

               MOVE AT-LOAN-REVERSED(CURRENCY-I) TO GL-AMOUNT
               MOVE GL-LOAN-INTEREST-INCOME(CURRENCY-I)
                   TO GL-DEBIT-ACCOUNT
               MOVE GL-LOAN-INTEREST-RECEIVABLE(CURRENCY-I)
                   TO GL-CREDIT-ACCOUNT
               MOVE "RVPR" TO GL-CONCEPT
               PERFORM PROCESAR-PAR-DE-LINEAS
           END-PERFORM.

       PROCESAR-PAR-DE-LINEAS.
           IF GL-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF GL-COUNTING
               ADD 2 TO GL-LINES
               ADD GL-AMOUNT TO GL-HASH
               EXIT PARAGRAPH
           END-IF.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE GL-DEBIT-ACCOUNT TO GLP-CUENTA-GL.
           MOVE 'D' TO GLP-DEBE-HABER.
           MOVE GL-AMOUNT TO GLP-IMPORTE.
           MOVE GL-CONCEPT TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE GL-CREDIT-ACCOUNT TO GLP-CUENTA-GL.
           MOVE 'H' TO GLP-DEBE-HABER.
           MOVE GL-AMOUNT TO GLP-IMPORTE.
           MOVE GL-CONCEPT TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

       MOSTRAR-TOTALES-MONEDA.
           IF CURRENCY-I = 1
               DISPLAY "--- ARS ---"
           ELSE
               DISPLAY "--- USD ---"
           END-IF.

           MOVE AT-TD-ACCRUED(CURRENCY-I) TO WS-TOTAL-EDIT.
           DISPLAY "Interés a pagar devengado:   " WS-TOTAL-EDIT.
           MOVE AT-TD-REVERSED(CURRENCY-I) TO WS-TOTAL-EDIT.
           DISPLAY "Interés a pagar revertido:   " WS-TOTAL-EDIT.
           MOVE AT-LOAN-ACCRUED(CURRENCY-I) TO WS-TOTAL-EDIT.
           DISPLAY "Interés a cobrar devengado:  " WS-TOTAL-EDIT.
           MOVE AT-LOAN-REVERSED(CURRENCY-I) TO WS-TOTAL-EDIT.
           DISPLAY "Interés a cobrar revertido:  " WS-TOTAL-EDIT.

       END PROGRAM gl-interest-accrual.
