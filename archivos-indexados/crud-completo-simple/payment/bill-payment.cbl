       IDENTIFICATION DIVISION.
       PROGRAM-ID. bill-payment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-billers.cpy".
       COPY "../copylib/physic-bill-payments.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-billers.cpy".
       COPY "../copylib/logic-bill-payments.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-BILLERS-STATUS PIC XX.
       01  F-BILL-PAYMENTS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  WANTED-BILLER PIC 9(4).
       01  WANTED-ACCOUNT PIC 9(8).
       01  BILL-BARCODE PIC X(60).
       01  BILL-AMOUNT PIC 9(8)V99.
       01  BILL-DUE-DATE PIC 9(8).
       01  PAYMENT-CHANNEL PIC X.
           88  PAY-IN-CASH VALUE 'C'.
           88  PAY-FROM-ACCOUNT VALUE 'A'.

       01  WS-AMOUNT-TEXT PIC X(10).
       01  WS-AMOUNT-DIGITS REDEFINES WS-AMOUNT-TEXT PIC 9(8)V99.
       01  WS-BARCODE-LENGTH PIC 9(2).
       01  WS-PREFIX-LENGTH PIC 9(2).
       01  WS-AMOUNT-START PIC 9(2).

       01  PAYMENT-VALID PIC X.
           88  VALID-PAYMENT VALUE 'Y'.
           88  INVALID-PAYMENT VALUE 'N'.

       01  PAYMENT-WRITE-FLAG PIC X.
           88  PAYMENT-ROW-WRITTEN VALUE 'Y'.
           88  PAYMENT-ROW-PENDING VALUE 'N'.

       01  WS-CHECK-RESULT PIC X.
           88  CHECK-DIGIT-OK VALUE 'Y'.
           88  CHECK-DIGIT-BAD VALUE 'N'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
           88  DAY-OPEN VALUE 'O'.
           88  DAY-CLOSED VALUE 'C'.
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-TALLY-MODE PIC X VALUE 'I'.

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

       01  WS-AMOUNT-EDIT PIC Z(7)9.99.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "BILL-PAYMENT".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-TODAY-DATE WS-DAY-STATE.

           IF DAY-CLOSED
               DISPLAY
               "El día de proceso está cerrado, no se cobran "
               "facturas"
               GOBACK
           END-IF.

           SET INVALID-PAYMENT TO TRUE.

           DISPLAY "Código de empresa: ".
           ACCEPT WANTED-BILLER.

           PERFORM LEER-EMPRESA.

           IF INVALID-PAYMENT
               GOBACK
           END-IF.

           DISPLAY "Código de barras de la factura: ".
           ACCEPT BILL-BARCODE.

           PERFORM VALIDAR-CODIGO-DE-BARRAS.

           IF INVALID-PAYMENT
               GOBACK
           END-IF.

           MOVE BILL-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Empresa: " BLR-NAME.
           DISPLAY "Importe a pagar: " WS-AMOUNT-EDIT.

           DISPLAY "Forma de pago: Efectivo (C) | Débito en "
               "cuenta (A): ".
           ACCEPT PAYMENT-CHANNEL.

           EVALUATE TRUE
               WHEN PAY-IN-CASH
                   PERFORM COBRAR-EN-EFECTIVO
               WHEN PAY-FROM-ACCOUNT
                   PERFORM DEBITAR-DE-CUENTA
               WHEN OTHER
                   DISPLAY "Forma de pago inválida"
                   SET INVALID-PAYMENT TO TRUE
           END-EVALUATE.

           IF INVALID-PAYMENT
               GOBACK
           END-IF.

           PERFORM REGISTRAR-PAGO.

           DISPLAY "Factura cobrada, comprobante N° "
               WS-RECEIPT-NUMBER.

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LEER-EMPRESA.
           OPEN INPUT BILLERS-FILE.

           IF F-BILLERS-STATUS NOT = "00"
               DISPLAY "No hay empresas de servicios registradas"
               CLOSE BILLERS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-BILLER TO BLR-CODE.

           READ BILLERS-FILE
               KEY IS BLR-CODE
               INVALID KEY
                   DISPLAY "No existe esa empresa"
               NOT INVALID KEY
                   IF BLR-ACTIVE
                       SET VALID-PAYMENT TO TRUE
                   ELSE
                       DISPLAY
                       "La empresa está suspendida, no se cobran "
                       "sus facturas"
                   END-IF
           END-READ.

           CLOSE BILLERS-FILE.

       VALIDAR-CODIGO-DE-BARRAS.
           SET INVALID-PAYMENT TO TRUE.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(BILL-BARCODE TRAILING))
               TO WS-BARCODE-LENGTH.

           IF WS-BARCODE-LENGTH NOT = BLR-BARCODE-LENGTH
               DISPLAY "El código debe tener " BLR-BARCODE-LENGTH
                   " dígitos"
               EXIT PARAGRAPH
           END-IF.

           IF BILL-BARCODE(1:WS-BARCODE-LENGTH) IS NOT NUMERIC
               DISPLAY "El código de barras sólo admite dígitos"
               EXIT PARAGRAPH
           END-IF.

           IF BLR-BARCODE-PREFIX NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(BLR-BARCODE-PREFIX TRAILING))
                   TO WS-PREFIX-LENGTH
               IF BILL-BARCODE(1:WS-PREFIX-LENGTH) NOT =
                   BLR-BARCODE-PREFIX(1:WS-PREFIX-LENGTH)
                   DISPLAY
                   "El código de barras no corresponde a la empresa"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZEROS TO WS-AMOUNT-TEXT.
           COMPUTE WS-AMOUNT-START = 11 - BLR-AMOUNT-LEN.
           MOVE BILL-BARCODE(BLR-AMOUNT-POS:BLR-AMOUNT-LEN)
               TO WS-AMOUNT-TEXT(WS-AMOUNT-START:BLR-AMOUNT-LEN).
           MOVE WS-AMOUNT-DIGITS TO BILL-AMOUNT.

           IF BILL-AMOUNT = ZERO
               DISPLAY "La factura no trae importe, ingréselo: "
               ACCEPT BILL-AMOUNT
           END-IF.

           IF BILL-AMOUNT = ZERO
               DISPLAY "El importe debe ser mayor que cero"
               EXIT PARAGRAPH
           END-IF.

           IF BLR-DUE-DATE-POS > ZERO
               MOVE BILL-BARCODE(BLR-DUE-DATE-POS:8)
                   TO BILL-DUE-DATE
               IF BILL-DUE-DATE < WS-TODAY-DATE
                   DISPLAY
                   "La factura venció el " BILL-DUE-DATE
                   ", debe abonarse en la empresa"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET VALID-PAYMENT TO TRUE.

       COBRAR-EN-EFECTIVO.
           CALL "./common/next-receipt" USING WS-RECEIPT-NUMBER.

           MOVE ZERO TO WANTED-ACCOUNT.

           CALL "./common/drawer-tally"
               USING WS-TALLY-MODE BILL-AMOUNT.

       DEBITAR-DE-CUENTA.
           SET INVALID-PAYMENT TO TRUE.

           DISPLAY "Cuenta a debitar: ".
           ACCEPT WANTED-ACCOUNT.

           CALL "./common/account-check-digit"
               USING WANTED-ACCOUNT WS-CHECK-RESULT.

           IF CHECK-DIGIT-BAD
               DISPLAY "La cuenta no supera el dígito verificador"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM VALIDAR-CUENTA-DEBITO.

           CLOSE ACCOUNTS-FILE.

           IF INVALID-PAYMENT
               EXIT PARAGRAPH
           END-IF.

           SET INVALID-PAYMENT TO TRUE.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE "SERV" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Pago " DELIMITED BY SIZE
               BLR-NAME DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE BILL-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - BILL-AMOUNT.
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

           SET VALID-PAYMENT TO TRUE.

       VALIDAR-CUENTA-DEBITO.
           MOVE WANTED-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "El número de cuenta no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "La cuenta no está activa"
               EXIT PARAGRAPH
           END-IF.

           IF NOT CURRENCY-ARS
               DISPLAY "Las facturas se debitan de cuentas en pesos"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-TODAY-DATE WS-ACTIVE-HOLDS.

           IF BILL-AMOUNT >
               ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
               - WS-ACTIVE-HOLDS
               DISPLAY
               "El importe supera el saldo disponible "
               "(descontadas las retenciones vigentes)"
               EXIT PARAGRAPH
           END-IF.

           SET VALID-PAYMENT TO TRUE.

       REGISTRAR-PAGO.
           MOVE WANTED-BILLER TO BPY-BILLER-CODE.
           MOVE BILL-BARCODE TO BPY-BARCODE.
           MOVE BILL-AMOUNT TO BPY-AMOUNT.
           MOVE WS-TODAY-DATE TO BPY-DATE.
           MOVE PAYMENT-CHANNEL TO BPY-CHANNEL.
           MOVE WANTED-ACCOUNT TO BPY-ACCOUNT-KEY.
           MOVE WS-RECEIPT-NUMBER TO BPY-RECEIPT.
           MOVE WS-SESSION-USER TO BPY-USER.
           SET BPY-PENDING TO TRUE.
           MOVE ZERO TO BPY-SETTLED-DATE.

           OPEN I-O BILL-PAYMENTS-FILE.

           SET PAYMENT-ROW-PENDING TO TRUE.
           MOVE ZERO TO BPY-ID.

           PERFORM UNTIL PAYMENT-ROW-WRITTEN OR BPY-ID = 99999999
               ADD 1 TO BPY-ID
               WRITE BILL-PAYMENT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PAYMENT-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE BILL-PAYMENTS-FILE.

           IF PAYMENT-ROW-PENDING
               DISPLAY
               "ATENCIÓN: el cobro no pudo registrarse para la "
               "rendición a la empresa, comprobante "
               WS-RECEIPT-NUMBER
           END-IF.

       LOG-AUDIT-ENTRY.
           MOVE WANTED-BILLER TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE BILL-BARCODE TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Monto: " DELIMITED BY SIZE
               BILL-AMOUNT DELIMITED BY SIZE
               " Forma: " DELIMITED BY SIZE
               PAYMENT-CHANNEL DELIMITED BY SIZE
               " Cta: " DELIMITED BY SIZE
               WANTED-ACCOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM bill-payment.
