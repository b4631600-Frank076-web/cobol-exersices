       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-write-offs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-recoveries.cpy".
       COPY "../copylib/physic-debtor-classes.cpy".
       COPY "../copylib/physic-pending-ops.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-recoveries.cpy".
       COPY "../copylib/logic-debtor-classes.cpy".
       COPY "../copylib/logic-pending-ops.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-LOANS-STATUS PIC XX.
       01  F-RECOVERIES-STATUS PIC XX.
       01  F-DEBTOR-CLASSES-STATUS PIC XX.
       01  F-PENDING-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  WRITE-OFF-REQUEST VALUE 1.
           88  WRITE-OFF-RECOVERY VALUE 2.
           88  WRITE-OFF-LIST VALUE 3.
           88  WRITE-OFF-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  REC-EOF-FLAG PIC X.
           88  REC-ENDED VALUE 'Y'.
           88  REC-NOT-ENDED VALUE 'N'.

       01  WRITE-OFF-VALID PIC X.
           88  VALID-WRITE-OFF VALUE 'Y'.
           88  INVALID-WRITE-OFF VALUE 'N'.

       01  LOAN-FOUND-FLAG PIC X.
           88  LOAN-FOUND VALUE 'Y'.
           88  LOAN-NOT-FOUND VALUE 'N'.

       01  RECOVERY-VALID PIC X.
           88  VALID-RECOVERY VALUE 'Y'.
           88  INVALID-RECOVERY VALUE 'N'.

       01  WANTED-LOAN PIC 9(6).
       01  WANTED-ACCOUNT PIC 9(8).
       01  RECOVERY-AMOUNT PIC 9(8)V99.
       01  RECOVERY-PENDING PIC 9(8)V99.
       01  RECOVERY-SEQ PIC 9(4).
       01  LOAN-CURRENCY PIC X(3).

       01  PAYMENT-SOURCE PIC X.
           88  PAY-FROM-CASH VALUE 'C'.
           88  PAY-FROM-ACCOUNT VALUE 'E'.

       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-RECOVERED-EDIT PIC Z(7)9.99.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-SESSION-USER PIC X(30).

       01  WS-PENDING-TYPE PIC X.
       01  WS-PENDING-KEY-1 PIC 9(8).
       01  WS-PENDING-KEY-2 PIC 9(8).
       01  WS-PENDING-AMOUNT PIC 9(8)V99.
       01  WS-PENDING-ID PIC 9(6).

       01  WS-TALLY-MODE PIC X.
       01  WS-TALLY-AMOUNT PIC 9(8)V99.

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-ACTIVE-HOLDS PIC 9(8)V99.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-WRITE-OFFS-MENU UNTIL WRITE-OFF-EXIT.

           GOBACK.

       SHOW-WRITE-OFFS-MENU.
           DISPLAY "--- Castigo de préstamos ---".
           DISPLAY "Solicitar castigo (1)".
           DISPLAY "Registrar recupero (2)".
           DISPLAY "Listar préstamos castigados (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN WRITE-OFF-REQUEST
                   PERFORM SOLICITAR-CASTIGO
               WHEN WRITE-OFF-RECOVERY
                   PERFORM REGISTRAR-RECUPERO
               WHEN WRITE-OFF-LIST
                   PERFORM LISTAR-CASTIGADOS
               WHEN WRITE-OFF-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       SOLICITAR-CASTIGO.
           DISPLAY "Número de préstamo a castigar: ".
           ACCEPT WANTED-LOAN.

           SET INVALID-WRITE-OFF TO TRUE.

           PERFORM LEER-PRESTAMO.

           IF LOAN-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF NOT LOAN-ACTIVE OR LOAN-BALANCE = ZERO
               DISPLAY "El préstamo no está vigente (" LOAN-STATUS
                   "), no corresponde castigarlo"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-PREVISION-TOTAL.

           IF INVALID-WRITE-OFF
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-CASTIGO-PENDIENTE.

           IF INVALID-WRITE-OFF
               EXIT PARAGRAPH
           END-IF.

           MOVE 'W' TO WS-PENDING-TYPE.
           MOVE LOAN-ID TO WS-PENDING-KEY-1.
           MOVE LOAN-DNI TO WS-PENDING-KEY-2.
           MOVE LOAN-BALANCE TO WS-PENDING-AMOUNT.

           CALL "./common/submit-pending-op"
               USING WS-PENDING-TYPE WS-PENDING-KEY-1
               WS-PENDING-KEY-2 WS-PENDING-AMOUNT WS-PENDING-ID.

           IF WS-PENDING-ID = ZERO
               DISPLAY
               "No fue posible encolar el castigo, reintente"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOAN-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY
           "Castigo del préstamo " WANTED-LOAN " por "
           WS-AMOUNT-EDIT " DERIVADO a aprobación (operación "
           WS-PENDING-ID ")".

       LEER-PRESTAMO.
           SET LOAN-NOT-FOUND TO TRUE.

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
                   DISPLAY "No existe el préstamo"
               NOT INVALID KEY
                   SET LOAN-FOUND TO TRUE
           END-READ.

           CLOSE LOANS-FILE.

       VERIFICAR-PREVISION-TOTAL.
           OPEN INPUT DEBTOR-CLASSES-FILE.

           IF F-DEBTOR-CLASSES-STATUS NOT = "00"
               DISPLAY
               "La cartera no fue clasificada todavía, no se puede "
               "castigar"
               CLOSE DEBTOR-CLASSES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOAN-DNI TO DCL-DNI.

           READ DEBTOR-CLASSES-FILE
               KEY IS DCL-DNI
               INVALID KEY
                   DISPLAY "El deudor no tiene clasificación"
               NOT INVALID KEY
                   IF DCL-UNRECOVERABLE
                       AND DCL-PROVISION-RATE = 1
                       SET VALID-WRITE-OFF TO TRUE
                   ELSE
                       DISPLAY
                       "Sólo se castigan préstamos de deudores en "
                       "situación 5 previsionados al 100% "
                       "(situación actual " DCL-SITUATION ")"
                   END-IF
           END-READ.

           CLOSE DEBTOR-CLASSES-FILE.

       BUSCAR-CASTIGO-PENDIENTE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT PENDING-OPS-FILE.

           IF F-PENDING-STATUS NOT = "00"
               CLOSE PENDING-OPS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PENDING-OPS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PEND-IS-WRITE-OFF
                           AND PEND-PENDING
                           AND PEND-KEY-1 = WANTED-LOAN
                           DISPLAY
                           "El castigo ya está pendiente de "
                           "aprobación (operación " PEND-ID ")"
                           SET INVALID-WRITE-OFF TO TRUE
                           SET F-ENDED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDING-OPS-FILE.

       REGISTRAR-RECUPERO.
           DISPLAY "Número de préstamo castigado: ".
           ACCEPT WANTED-LOAN.

           PERFORM LEER-PRESTAMO.

           IF LOAN-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF NOT LOAN-WRITTEN-OFF
               DISPLAY "El préstamo no está castigado ("
                   LOAN-STATUS ")"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RECOVERY-PENDING =
               LOAN-WRITE-OFF-AMOUNT - LOAN-RECOVERED.

           IF RECOVERY-PENDING = ZERO
               DISPLAY "El préstamo ya fue recuperado en su totalidad"
               EXIT PARAGRAPH
           END-IF.

           MOVE RECOVERY-PENDING TO WS-AMOUNT-EDIT.
           DISPLAY "Pendiente de recupero: " WS-AMOUNT-EDIT.
           DISPLAY "Importe recuperado: ".
           ACCEPT RECOVERY-AMOUNT.

           IF RECOVERY-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF RECOVERY-AMOUNT > RECOVERY-PENDING
               DISPLAY
               "El importe supera lo pendiente de recupero"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Efectivo (C) o débito en cuenta (E)? ".
           ACCEPT PAYMENT-SOURCE.

           SET INVALID-RECOVERY TO TRUE.
           MOVE ZERO TO WANTED-ACCOUNT.

           EVALUATE TRUE
               WHEN PAY-FROM-CASH
                   PERFORM COBRAR-RECUPERO-EFECTIVO
               WHEN PAY-FROM-ACCOUNT
                   PERFORM DEBITAR-RECUPERO-CUENTA
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

           IF INVALID-RECOVERY
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-RECUPERO.

           PERFORM ACUMULAR-RECUPERO-EN-PRESTAMO.

           MOVE RECOVERY-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Recupero de " WS-AMOUNT-EDIT
               " registrado, comprobante N° " WS-RECEIPT-NUMBER.

           MOVE "LOAN-RECOVERY" TO WS-AUDIT-OPERATION.
           MOVE LOAN-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Préstamo: " DELIMITED BY SIZE
               WANTED-LOAN DELIMITED BY SIZE
               " Origen: " DELIMITED BY SIZE
               PAYMENT-SOURCE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "Recupero: " DELIMITED BY SIZE
               RECOVERY-AMOUNT DELIMITED BY SIZE
               " Comprobante: " DELIMITED BY SIZE
               WS-RECEIPT-NUMBER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       COBRAR-RECUPERO-EFECTIVO.
           MOVE 'I' TO WS-TALLY-MODE.
           MOVE RECOVERY-AMOUNT TO WS-TALLY-AMOUNT.
           CALL "./common/drawer-tally"
               USING WS-TALLY-MODE WS-TALLY-AMOUNT.

           CALL "./common/next-receipt" USING WS-RECEIPT-NUMBER.

           SET VALID-RECOVERY TO TRUE.

       DEBITAR-RECUPERO-CUENTA.
           DISPLAY "Cuenta a debitar: ".
           ACCEPT WANTED-ACCOUNT.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE LOAN-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE SPACES TO LOAN-CURRENCY
               NOT INVALID KEY
                   MOVE ACCOUNT-CURRENCY TO LOAN-CURRENCY
           END-READ.

           MOVE WANTED-ACCOUNT TO ACCOUNT-KEY.

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

           IF ACCOUNT-CURRENCY NOT = LOAN-CURRENCY
               DISPLAY "La cuenta no está en la moneda del préstamo"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-BUSINESS-DATE WS-ACTIVE-HOLDS.

           IF RECOVERY-AMOUNT > ACCOUNT-BILL - WS-ACTIVE-HOLDS
               DISPLAY
               "El importe supera el saldo disponible "
               "(descontadas las retenciones vigentes)"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE "RECU" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Recupero préstamo castigado " DELIMITED BY SIZE
               WANTED-LOAN DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE RECOVERY-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - RECOVERY-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING WANTED-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY "El débito no pudo imputarse"
               EXIT PARAGRAPH
           END-IF.

           SET VALID-RECOVERY TO TRUE.

       GRABAR-RECUPERO.
           MOVE ZERO TO RECOVERY-SEQ.
           SET REC-NOT-ENDED TO TRUE.

           OPEN I-O LOAN-RECOVERIES-FILE.

           MOVE WANTED-LOAN TO LREC-LOAN-ID.
           MOVE WS-BUSINESS-DATE TO LREC-DATE.
           MOVE ZERO TO LREC-SEQ.

           START LOAN-RECOVERIES-FILE
               KEY IS GREATER THAN OR EQUAL TO LREC-KEY
               INVALID KEY
                   SET REC-ENDED TO TRUE
           END-START.

           PERFORM UNTIL REC-ENDED
               READ LOAN-RECOVERIES-FILE NEXT RECORD
                   AT END
                       SET REC-ENDED TO TRUE
                   NOT AT END
                       IF LREC-LOAN-ID NOT = WANTED-LOAN
                           OR LREC-DATE NOT = WS-BUSINESS-DATE
                           SET REC-ENDED TO TRUE
                       ELSE
                           MOVE LREC-SEQ TO RECOVERY-SEQ
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WANTED-LOAN TO LREC-LOAN-ID.
           MOVE WS-BUSINESS-DATE TO LREC-DATE.
           COMPUTE LREC-SEQ = RECOVERY-SEQ + 1.
           MOVE LOAN-DNI TO LREC-DNI.
           MOVE RECOVERY-AMOUNT TO LREC-AMOUNT.
           MOVE PAYMENT-SOURCE TO LREC-SOURCE.
           MOVE WANTED-ACCOUNT TO LREC-ACCOUNT.
           MOVE WS-RECEIPT-NUMBER TO LREC-RECEIPT.
           CALL "./common/session-user" USING WS-SESSION-USER.
           MOVE WS-SESSION-USER TO LREC-USER.

           WRITE LOAN-RECOVERY-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el recupero se cobró pero no pudo "
                   "registrarse"
           END-WRITE.

           CLOSE LOAN-RECOVERIES-FILE.

       ACUMULAR-RECUPERO-EN-PRESTAMO.
           OPEN I-O LOANS-FILE.

           MOVE WANTED-LOAN TO LOAN-ID.

           READ LOANS-FILE
               KEY IS LOAN-ID
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible releer el préstamo"
               NOT INVALID KEY
                   ADD RECOVERY-AMOUNT TO LOAN-RECOVERED
                   REWRITE LOAN-RECORD
                       INVALID KEY
                           DISPLAY
                           "ATENCIÓN: no fue posible acumular el "
                           "recupero en el préstamo"
                   END-REWRITE
           END-READ.

           CLOSE LOANS-FILE.

       LISTAR-CASTIGADOS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               DISPLAY "No hay préstamos registrados"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-WRITTEN-OFF
                           MOVE LOAN-WRITE-OFF-AMOUNT
                               TO WS-AMOUNT-EDIT
                           MOVE LOAN-RECOVERED TO WS-RECOVERED-EDIT
                           DISPLAY
                           "Préstamo " LOAN-ID
                           " DNI " LOAN-DNI
                           " castigado el " LOAN-WRITE-OFF-DATE
                           " por " WS-AMOUNT-EDIT
                           ", recuperado " WS-RECOVERED-EDIT
                           ADD 1 TO ROWS-LISTED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOANS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay préstamos castigados"
           END-IF.

       END PROGRAM loan-write-offs.
