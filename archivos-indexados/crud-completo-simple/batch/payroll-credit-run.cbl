       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-REJECTS-STATUS.

       SELECT PAYROLL-LOAN-ALERTS-FILE
       ASSIGN TO "payroll-loan-alerts.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-ALERTS-STATUS.

       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-originators.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-CREDIT-FILE.
       01  PAYROLL-CREDIT-RECORD.
           05  PC-TIPO PIC X.
               88  PC-ES-CABECERA VALUE 'H'.
               88  PC-ES-DETALLE VALUE 'D'.
               88  PC-ES-TRAILER VALUE 'T'.
           05  PC-DATOS PIC X(42).
           05  PC-CABECERA REDEFINES PC-DATOS.
               10  PC-HEADER-SENDER PIC X(8).
               10  PC-HEADER-DATE PIC 9(8).
               10  PC-HEADER-SEQUENCE PIC 9(6).
               10  FILLER PIC X(20).
           05  PC-DETALLE REDEFINES PC-DATOS.
               10  PC-COMPANY PIC 9(4).
               10  PC-EMPLOYER PIC X(20).
               10  PC-ACCOUNT PIC 9(8).
               10  PC-AMOUNT PIC 9(8)V99.
           05  PC-TRAILER REDEFINES PC-DATOS.
               10  PC-TRAILER-COUNT PIC 9(6).
               10  PC-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(24).

       FD  PAYROLL-REJECTS-FILE.
       01  PAYROLL-REJECT-RECORD.
           05  PR-AMOUNT PIC 9(8)V99.
           05  PR-REASON PIC X(20).

       FD  PAYROLL-LOAN-ALERTS-FILE.
       01  PAYROLL-LOAN-ALERT-RECORD.
           05  PLA-COMPANY PIC 9(4).
           05  PLA-EMPLOYER PIC X(20).
           05  PLA-LOAN-ID PIC 9(6).
           05  PLA-DNI PIC 9(8).
           05  PLA-ACCOUNT PIC 9(8).
           05  PLA-LAST-SALARY-DATE PIC 9(8).
           05  PLA-BALANCE PIC 9(8)V99.
           05  PLA-REASON PIC X(20).

       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-originators.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".

       WORKING-STORAGE SECTION.
       01  F-PAYROLL-STATUS PIC XX.
       01  F-REJECTS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-ALERTS-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.

       01  F-ORIGINATORS-STATUS PIC XX.

       01  INBOUND-CONTROL.
           05  IFC-MODE PIC X.
               88  IFC-VALIDATE VALUE 'V'.
               88  IFC-FINISH VALUE 'F'.
           05  IFC-FEED PIC X(12).
           05  IFC-FIRST-TYPE PIC X.
           05  IFC-LAST-TYPE PIC X.
           05  IFC-HEADERS-SEEN PIC 9(4).
           05  IFC-TRAILERS-SEEN PIC 9(4).
           05  IFC-SENDER PIC X(8).
           05  IFC-FILE-DATE PIC 9(8).
           05  IFC-SEQUENCE PIC 9(6).
           05  IFC-DECLARED-COUNT PIC 9(6).
           05  IFC-DECLARED-TOTAL PIC 9(10)V99.
           05  IFC-ACTUAL-COUNT PIC 9(6).
           05  IFC-ACTUAL-TOTAL PIC 9(12)V99.
           05  IFC-RESUMABLE PIC X.
               88  IFC-RUN-RESUMES VALUE 'Y'.
               88  IFC-RUN-FROM-START VALUE 'N'.
           05  IFC-ARRIVAL-STAMP PIC X(16).
           05  IFC-RESULT PIC X.
               88  IFC-ACCEPTED VALUE 'Y'.
               88  IFC-REJECTED VALUE 'N'.
           05  IFC-REASON PIC X(40).

       01  EMPLOYER-TABLE.
           05  EMPLOYER-ENTRY OCCURS 50 TIMES.
               10  ET-CODE PIC 9(4).
               10  ET-FUNDING PIC 9(8).
               10  ET-RUN-LIMIT PIC 9(10)V99.
               10  ET-RECEIPT PIC 9(8).
               10  ET-LOAN-COUNT PIC 9(6).
               10  ET-LOAN-TOTAL PIC 9(12)V99.
       01  EMPLOYER-COUNT PIC 9(2) VALUE ZERO.
       01  EMPLOYER-I PIC 9(2).
       01  EMPLOYER-FOUND-FLAG PIC X.
       01  POSTED-COUNT PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(6) VALUE ZERO.

       01  LOAN-EOF-FLAG PIC X.
           88  LOAN-ENDED VALUE 'Y'.
           88  LOAN-NOT-ENDED VALUE 'N'.
       01  SCHED-EOF-FLAG PIC X.
           88  SCHED-ENDED VALUE 'Y'.
           88  SCHED-NOT-ENDED VALUE 'N'.
       01  FUNDS-FLAG PIC X.
           88  FUNDS-AVAILABLE VALUE 'Y'.
           88  FUNDS-EXHAUSTED VALUE 'N'.

       01  LOAN-INSTALLMENTS-COLLECTED PIC 9(6) VALUE ZERO.
       01  LOAN-COLLECTED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  LOAN-INSTALLMENTS-LEFT PIC 9(6) VALUE ZERO.
       01  SALARY-ALERTS PIC 9(6) VALUE ZERO.
       01  SALARY-GAP-DAYS PIC 9(3) VALUE 35.
       01  SALARY-GAP-LIMIT PIC 9(8).

       01  WS-SESSION-USER PIC X(30).
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
           CALL "./common/business-date"
               USING WS-TODAY-DATE WS-DAY-STATE.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF IFC-REJECTED
               DISPLAY "No se acredita nada del archivo"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PREVALIDAR-ARCHIVO.

           IF EMPLOYER-COUNT = ZERO
               SET IFC-FINISH TO TRUE
               CALL "./common/inbound-file-check"
                   USING INBOUND-CONTROL
               DISPLAY "No hay acreditaciones para procesar"
               GOBACK
           END-IF.

           PERFORM DEBITAR-CUENTAS-DE-FONDEO.

           PERFORM AVISAR-HABERES-INTERRUMPIDOS.

           SET IFC-FINISH TO TRUE.
           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

           PERFORM MOSTRAR-RESUMEN-EMPLEADORES.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           INITIALIZE INBOUND-CONTROL.
           SET IFC-VALIDATE TO TRUE.
           SET IFC-RUN-FROM-START TO TRUE.
           MOVE "HABERES" TO IFC-FEED.

           OPEN INPUT PAYROLL-CREDIT-FILE.

           IF F-PAYROLL-STATUS NOT = "00"
               DISPLAY "No hay archivo de haberes ("
                   F-PAYROLL-STATUS ")"
               CLOSE PAYROLL-CREDIT-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PAYROLL-CREDIT-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CONTAR-REGISTRO-DE-CONTROL
               END-READ
           END-PERFORM.

           CLOSE PAYROLL-CREDIT-FILE.

           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

       CONTAR-REGISTRO-DE-CONTROL.
           IF IFC-FIRST-TYPE = SPACE
               MOVE PC-TIPO TO IFC-FIRST-TYPE
           END-IF.
           MOVE PC-TIPO TO IFC-LAST-TYPE.

           EVALUATE TRUE
               WHEN PC-ES-CABECERA
                   ADD 1 TO IFC-HEADERS-SEEN
                   MOVE PC-HEADER-SENDER TO IFC-SENDER
                   MOVE PC-HEADER-DATE TO IFC-FILE-DATE
                   MOVE PC-HEADER-SEQUENCE TO IFC-SEQUENCE
               WHEN PC-ES-DETALLE
                   ADD 1 TO IFC-ACTUAL-COUNT
                   ADD PC-AMOUNT TO IFC-ACTUAL-TOTAL
               WHEN PC-ES-TRAILER
                   ADD 1 TO IFC-TRAILERS-SEEN
                   MOVE PC-TRAILER-COUNT TO IFC-DECLARED-COUNT
                   MOVE PC-TRAILER-TOTAL TO IFC-DECLARED-TOTAL
           END-EVALUATE.

       PREVALIDAR-ARCHIVO.
           SET F-NOT-ENDED TO TRUE.

                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PC-ES-DETALLE
                           PERFORM PREVALIDAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

               MOVE ZERO TO ET-FUNDING(EMPLOYER-I)
               MOVE ZERO TO ET-RUN-LIMIT(EMPLOYER-I)
               MOVE ZERO TO ET-RECEIPT(EMPLOYER-I)
               MOVE ZERO TO ET-LOAN-COUNT(EMPLOYER-I)
               MOVE ZERO TO ET-LOAN-TOTAL(EMPLOYER-I)
               PERFORM BUSCAR-EMPRESA-REGISTRADA
           ELSE
               SET EMPLOYER-OVERFLOW TO TRUE

           OPEN INPUT PAYROLL-CREDIT-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           OPEN I-O LOANS-FILE.
           OPEN I-O LOAN-SCHEDULE-FILE.

           PERFORM UNTIL F-ENDED
               READ PAYROLL-CREDIT-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PC-ES-DETALLE
                           PERFORM ACREDITAR-SI-LOTE-VALIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE LOANS-FILE.
           CLOSE ACCOUNTS-FILE.
           CLOSE PAYROLL-CREDIT-FILE.


           IF POST-OK
               ADD 1 TO POSTED-COUNT
               PERFORM COBRAR-PRESTAMOS-DE-LA-CUENTA
           ELSE
               DISPLAY
               "Error al acreditar la cuenta " PC-ACCOUNT
           END-IF.

       COBRAR-PRESTAMOS-DE-LA-CUENTA.
           IF F-LOANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           SET LOAN-NOT-ENDED TO TRUE.
           SET FUNDS-AVAILABLE TO TRUE.

           MOVE ZERO TO LOAN-ID.

           START LOANS-FILE
               KEY IS GREATER THAN OR EQUAL TO LOAN-ID
               INVALID KEY
                   SET LOAN-ENDED TO TRUE
           END-START.

           PERFORM UNTIL LOAN-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET LOAN-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACCOUNT = PC-ACCOUNT AND LOAN-ACTIVE
                           PERFORM COBRAR-UN-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM.

       COBRAR-UN-PRESTAMO.
           MOVE PC-COMPANY TO LOAN-EMPLOYER-CODE.
           MOVE WS-TODAY-DATE TO LOAN-LAST-SALARY-DATE.

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
                           IF LSCH-MISSED
                               OR (LSCH-PENDING
                               AND LSCH-DUE-DATE <= WS-TODAY-DATE)
                               PERFORM COBRAR-CUOTA-DE-HABERES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible actualizar el "
                   "préstamo " LOAN-ID
           END-REWRITE.

       COBRAR-CUOTA-DE-HABERES.
           IF FUNDS-EXHAUSTED OR LOAN-PAID
               ADD 1 TO LOAN-INSTALLMENTS-LEFT
               EXIT PARAGRAPH
           END-IF.

           MOVE PC-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   SET FUNDS-EXHAUSTED TO TRUE
           END-READ.

           IF FUNDS-AVAILABLE
               CALL "./common/active-holds"
                   USING ACCOUNT-KEY WS-TODAY-DATE WS-ACTIVE-HOLDS
               IF LSCH-AMOUNT >
                   ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
                   - WS-ACTIVE-HOLDS
                   SET FUNDS-EXHAUSTED TO TRUE
               END-IF
           END-IF.

           IF FUNDS-EXHAUSTED
               ADD 1 TO LOAN-INSTALLMENTS-LEFT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE LSCH-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - LSCH-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING ACCOUNT-KEY WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               SET FUNDS-EXHAUSTED TO TRUE
               ADD 1 TO LOAN-INSTALLMENTS-LEFT
               EXIT PARAGRAPH
           END-IF.

           SET LSCH-COLLECTED TO TRUE.
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: cuota " LSCH-INSTALLMENT-NO
                   " del préstamo " LSCH-LOAN-ID " debitada pero no "
                   "marcada cobrada, márquela a mano"
           END-REWRITE.

           IF LSCH-AMOUNT >= LOAN-BALANCE
               MOVE ZERO TO LOAN-BALANCE
               SET LOAN-PAID TO TRUE
           ELSE
               SUBTRACT LSCH-AMOUNT FROM LOAN-BALANCE
           END-IF.

           ADD 1 TO LOAN-INSTALLMENTS-COLLECTED.
           ADD LSCH-AMOUNT TO LOAN-COLLECTED-TOTAL.
           ADD 1 TO ET-LOAN-COUNT(EMPLOYER-I).
           ADD LSCH-AMOUNT TO ET-LOAN-TOTAL(EMPLOYER-I).

       AVISAR-HABERES-INTERRUMPIDOS.
           SET LOAN-NOT-ENDED TO TRUE.

           COMPUTE SALARY-GAP-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - SALARY-GAP-DAYS).

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PAYROLL-LOAN-ALERTS-FILE.

           PERFORM UNTIL LOAN-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET LOAN-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACTIVE
                           AND LOAN-EMPLOYER-CODE NOT = ZERO
                           PERFORM VERIFICAR-HABER-DEL-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PAYROLL-LOAN-ALERTS-FILE.
           CLOSE LOANS-FILE.

       VERIFICAR-HABER-DEL-PRESTAMO.
           IF LOAN-LAST-SALARY-DATE >= WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PLA-EMPLOYER.
           MOVE SPACES TO PLA-REASON.

           PERFORM VARYING EMPLOYER-I FROM 1 BY 1
               UNTIL EMPLOYER-I > EMPLOYER-COUNT
               IF ET-CODE(EMPLOYER-I) = LOAN-EMPLOYER-CODE
                   MOVE ET-NAME(EMPLOYER-I) TO PLA-EMPLOYER
                   IF ET-VALID-FLAG(EMPLOYER-I) = 'S'
                       MOVE "FUERA DE LA NOMINA" TO PLA-REASON
                   END-IF
               END-IF
           END-PERFORM.

           IF PLA-REASON = SPACES
               AND LOAN-LAST-SALARY-DATE < SALARY-GAP-LIMIT
               MOVE "SIN HABERES" TO PLA-REASON
           END-IF.

           IF PLA-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE LOAN-EMPLOYER-CODE TO PLA-COMPANY.
           MOVE LOAN-ID TO PLA-LOAN-ID.
           MOVE LOAN-DNI TO PLA-DNI.
           MOVE LOAN-ACCOUNT TO PLA-ACCOUNT.
           MOVE LOAN-LAST-SALARY-DATE TO PLA-LAST-SALARY-DATE.
           MOVE LOAN-BALANCE TO PLA-BALANCE.

           WRITE PAYROLL-LOAN-ALERT-RECORD.
           ADD 1 TO SALARY-ALERTS.

           DISPLAY
           "Aviso a empresa " LOAN-EMPLOYER-CODE ": préstamo "
           LOAN-ID " (DNI " LOAN-DNI ") " PLA-REASON
           ", último haber " LOAN-LAST-SALARY-DATE.

       MOSTRAR-RESUMEN-EMPLEADORES.
           DISPLAY "--- Liquidación por empleador ---".

                   "  Débito de fondeo en la cuenta "
                   ET-FUNDING(EMPLOYER-I)
                   ", comprobante " ET-RECEIPT(EMPLOYER-I)
                   MOVE ET-LOAN-TOTAL(EMPLOYER-I) TO WS-TOTAL-EDIT
                   DISPLAY
                   "  Cuotas de préstamos cobradas: "
                   ET-LOAN-COUNT(EMPLOYER-I) " por " WS-TOTAL-EDIT
               ELSE
                   DISPLAY
                   ET-NAME(EMPLOYER-I)

           DISPLAY "Acreditaciones aplicadas: " POSTED-COUNT.
           DISPLAY "Registros rechazados: " REJECTED-COUNT.
           MOVE LOAN-COLLECTED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Cuotas de préstamos cobradas de haberes: "
               LOAN-INSTALLMENTS-COLLECTED " por " WS-TOTAL-EDIT.
           DISPLAY "Cuotas que quedan para el cobro mensual: "
               LOAN-INSTALLMENTS-LEFT.
           DISPLAY "Avisos de haberes interrumpidos: "
               SALARY-ALERTS " (payroll-loan-alerts.dat)".

       END PROGRAM payroll-credit-run.
