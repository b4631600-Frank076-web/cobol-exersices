       IDENTIFICATION DIVISION.
       PROGRAM-ID. cheque-deposit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-deposited-cheques.cpy".
       COPY "../copylib/physic-holds.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-deposited-cheques.cpy".
       COPY "../copylib/logic-holds.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-DEPOSITED-CHEQUES-STATUS PIC XX.
       01  F-HOLDS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  DEP-DEPOSIT-CHEQUE VALUE 1.
           88  DEP-LIST VALUE 2.
           88  DEP-EXIT VALUE 3.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  ACCOUNT-VALID PIC X.
           88  VALID-ACCOUNT VALUE 'Y'.
           88  INVALID-ACCOUNT VALUE 'N'.

       01  HOLD-WRITE-FLAG PIC X.
           88  HOLD-ROW-WRITTEN VALUE 'Y'.
           88  HOLD-ROW-PENDING VALUE 'N'.

       01  DEPOSIT-WRITE-FLAG PIC X.
           88  DEPOSIT-ROW-WRITTEN VALUE 'Y'.
           88  DEPOSIT-ROW-PENDING VALUE 'N'.

       01  CLEARING-DAYS PIC 9 VALUE 2.

       01  WANTED-ACCOUNT PIC 9(8).
       01  CHEQUE-BANK PIC 9(3).
       01  CHEQUE-BRANCH PIC 9(3).
       01  CHEQUE-DRAWEE-ACCOUNT PIC 9(11).
       01  CHEQUE-NUMBER PIC 9(8).
       01  CHEQUE-AMOUNT PIC 9(8)V99.
       01  CLEARING-DATE PIC 9(8).
       01  DEPOSITS-LISTED PIC 9(4) VALUE ZERO.

       01  WS-CANDIDATE-DATE PIC 9(8).
       01  WS-DATE-INTEGER PIC 9(8).
       01  WS-ROLL-DIRECTION PIC X VALUE 'F'.

       01  WS-CHECK-RESULT PIC X.
           88  CHECK-DIGIT-OK VALUE 'Y'.
           88  CHECK-DIGIT-BAD VALUE 'N'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
           88  DAY-OPEN VALUE 'O'.
           88  DAY-CLOSED VALUE 'C'.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-RECEIPT-NUMBER PIC 9(8).

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "CHEQUE-DEPOSIT".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.

           PERFORM SHOW-DEPOSIT-MENU UNTIL DEP-EXIT.

           GOBACK.

       SHOW-DEPOSIT-MENU.
           DISPLAY "--- Depósito de cheques de otros bancos ---".
           DISPLAY "Depositar cheque (1)".
           DISPLAY "Listar cheques depositados en una cuenta (2)".
           DISPLAY "Volver (3)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN DEP-DEPOSIT-CHEQUE
                   PERFORM DEPOSIT-CHEQUE
               WHEN DEP-LIST
                   PERFORM LIST-DEPOSITED-CHEQUES
               WHEN DEP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       DEPOSIT-CHEQUE.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           IF DAY-CLOSED
               DISPLAY
               "El día de proceso está cerrado, no se reciben "
               "depósitos"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta a acreditar: ".
           ACCEPT WANTED-ACCOUNT.

           PERFORM VALIDATE-DEPOSIT-ACCOUNT.

           IF INVALID-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Código del banco girado: ".
           ACCEPT CHEQUE-BANK.
           DISPLAY "Sucursal del banco girado: ".
           ACCEPT CHEQUE-BRANCH.
           DISPLAY "Cuenta girada: ".
           ACCEPT CHEQUE-DRAWEE-ACCOUNT.
           DISPLAY "Número de cheque: ".
           ACCEPT CHEQUE-NUMBER.
           DISPLAY "Importe del cheque: ".
           ACCEPT CHEQUE-AMOUNT.

           IF CHEQUE-BANK = ZERO OR CHEQUE-NUMBER = ZERO
               DISPLAY
               "El banco girado y el número de cheque son "
               "obligatorios"
               EXIT PARAGRAPH
           END-IF.

           IF CHEQUE-AMOUNT = ZERO
               DISPLAY "El importe debe ser mayor que cero"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-FECHA-DE-CLEARING.

           PERFORM ACREDITAR-CHEQUE.

           IF POST-FAILED
               DISPLAY "El depósito no pudo imputarse"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RETENER-FONDOS.

           PERFORM REGISTRAR-DEPOSITO.

           MOVE CHEQUE-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Cheque depositado por " WS-AMOUNT-EDIT.
           DISPLAY "Comprobante N° " WS-RECEIPT-NUMBER.
           DISPLAY "Fondos retenidos hasta el " CLEARING-DATE.

           PERFORM LOG-AUDIT-ENTRY.

       VALIDATE-DEPOSIT-ACCOUNT.
           SET INVALID-ACCOUNT TO TRUE.

           CALL "./common/account-check-digit"
               USING WANTED-ACCOUNT WS-CHECK-RESULT.

           IF CHECK-DIGIT-BAD
               DISPLAY "La cuenta no supera el dígito verificador"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE WANTED-ACCOUNT TO ACCOUNT-KEY.
           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "El número de cuenta no existe"
               NOT INVALID KEY
                   IF ACCOUNT-ACTIVE
                       SET VALID-ACCOUNT TO TRUE
                   ELSE
                       DISPLAY
                       "La cuenta no está activa, no se reciben "
                       "depósitos"
                   END-IF
           END-READ.

           CLOSE ACCOUNTS-FILE.

       CALCULAR-FECHA-DE-CLEARING.
           MOVE WS-BUSINESS-DATE TO CLEARING-DATE.

           PERFORM AVANZAR-UN-DIA-HABIL CLEARING-DAYS TIMES.

       AVANZAR-UN-DIA-HABIL.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CLEARING-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-CANDIDATE-DATE.

           CALL "./common/next-business-day"
               USING WS-CANDIDATE-DATE WS-ROLL-DIRECTION
               CLEARING-DATE.

       ACREDITAR-CHEQUE.
           MOVE 'S' TO WS-REASON-MODE.
           MOVE "CHQD" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Dep. cheque bco " DELIMITED BY SIZE
               CHEQUE-BANK DELIMITED BY SIZE
               " nro " DELIMITED BY SIZE
               CHEQUE-NUMBER DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'D' TO WS-POST-TYPE.
           MOVE CHEQUE-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = CHEQUE-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING WANTED-ACCOUNT WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

       RETENER-FONDOS.
           MOVE WANTED-ACCOUNT TO HOLD-ACCOUNT-KEY.
           MOVE CHEQUE-AMOUNT TO HOLD-AMOUNT.
           MOVE SPACES TO HOLD-REASON.
           STRING "CHEQUE EN CLEARING NRO " DELIMITED BY SIZE
               CHEQUE-NUMBER DELIMITED BY SIZE
               INTO HOLD-REASON.
           MOVE WS-SESSION-USER TO HOLD-PLACED-BY.
           MOVE CLEARING-DATE TO HOLD-EXPIRY-DATE.
           SET HOLD-ACTIVE TO TRUE.

           OPEN I-O HOLDS-FILE.

           SET HOLD-ROW-PENDING TO TRUE.
           MOVE ZERO TO HOLD-SEQ.

           PERFORM UNTIL HOLD-ROW-WRITTEN OR HOLD-SEQ = 9999
               ADD 1 TO HOLD-SEQ
               WRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HOLD-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE HOLDS-FILE.

           IF HOLD-ROW-PENDING
               MOVE ZERO TO HOLD-SEQ
               DISPLAY
               "ATENCIÓN: no fue posible retener los fondos del "
               "cheque, coloque la retención manualmente"
           END-IF.

       REGISTRAR-DEPOSITO.
           MOVE WANTED-ACCOUNT TO DCQ-ACCOUNT-KEY.
           MOVE CHEQUE-BANK TO DCQ-DRAWEE-BANK.
           MOVE CHEQUE-BRANCH TO DCQ-DRAWEE-BRANCH.
           MOVE CHEQUE-DRAWEE-ACCOUNT TO DCQ-DRAWEE-ACCOUNT.
           MOVE CHEQUE-NUMBER TO DCQ-CHEQUE-NUMBER.
           MOVE CHEQUE-AMOUNT TO DCQ-AMOUNT.
           MOVE WS-BUSINESS-DATE TO DCQ-DEPOSIT-DATE.
           MOVE CLEARING-DATE TO DCQ-CLEARING-DATE.
           MOVE WS-RECEIPT-NUMBER TO DCQ-RECEIPT.
           MOVE HOLD-SEQ TO DCQ-HOLD-SEQ.
           MOVE WS-SESSION-USER TO DCQ-DEPOSITED-BY.
           SET DCQ-DEPOSITED TO TRUE.
           MOVE ZERO TO DCQ-REJECT-DATE.
           MOVE SPACES TO DCQ-REJECT-REASON.

           OPEN I-O DEPOSITED-CHEQUES-FILE.

           SET DEPOSIT-ROW-PENDING TO TRUE.
           MOVE ZERO TO DCQ-ID.

           PERFORM UNTIL DEPOSIT-ROW-WRITTEN OR DCQ-ID = 99999999
               ADD 1 TO DCQ-ID
               WRITE DEPOSITED-CHEQUE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DEPOSIT-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE DEPOSITED-CHEQUES-FILE.

           IF DEPOSIT-ROW-PENDING
               DISPLAY
               "ATENCIÓN: el cheque no pudo registrarse para el "
               "clearing, comprobante " WS-RECEIPT-NUMBER
           ELSE
               DISPLAY "Cheque registrado para clearing, número "
                   DCQ-ID
           END-IF.

       LIST-DEPOSITED-CHEQUES.
           DISPLAY "Ingrese el número de cuenta: ".
           ACCEPT WANTED-ACCOUNT.

           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO DEPOSITS-LISTED.

           OPEN INPUT DEPOSITED-CHEQUES-FILE.

           IF F-DEPOSITED-CHEQUES-STATUS NOT = "00"
               DISPLAY "No hay cheques depositados"
               CLOSE DEPOSITED-CHEQUES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ DEPOSITED-CHEQUES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DCQ-ACCOUNT-KEY = WANTED-ACCOUNT
                           MOVE DCQ-AMOUNT TO WS-AMOUNT-EDIT
                           DISPLAY
                           "Depósito " DCQ-ID
                           ", banco " DCQ-DRAWEE-BANK
                           ", cheque " DCQ-CHEQUE-NUMBER
                           ", monto: " WS-AMOUNT-EDIT
                           ", depositado: " DCQ-DEPOSIT-DATE
                           ", clearing: " DCQ-CLEARING-DATE
                           ", estado: " DCQ-STATUS
                           " " DCQ-REJECT-REASON
                           ADD 1 TO DEPOSITS-LISTED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DEPOSITED-CHEQUES-FILE.

           IF DEPOSITS-LISTED = ZERO
               DISPLAY "La cuenta no tiene cheques depositados"
           END-IF.

       LOG-AUDIT-ENTRY.
           MOVE WANTED-ACCOUNT TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Banco: " DELIMITED BY SIZE
               CHEQUE-BANK DELIMITED BY SIZE
               " Cheque: " DELIMITED BY SIZE
               CHEQUE-NUMBER DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Monto: " DELIMITED BY SIZE
               CHEQUE-AMOUNT DELIMITED BY SIZE
               " Clearing: " DELIMITED BY SIZE
               CLEARING-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM cheque-deposit.
