       IDENTIFICATION DIVISION.
       PROGRAM-ID. debit-credit-tax.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-dc-tax-exempt.cpy".

       SELECT OPTIONAL DC-TAX-CONTROL-FILE
       ASSIGN TO "dc-tax.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-DC-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-dc-tax-exempt.cpy".

       FD  DC-TAX-CONTROL-FILE.
       01  DC-TAX-CONTROL-RECORD.
           05  DCT-DEBIT-RATE PIC 9V9999.
           05  DCT-CREDIT-RATE PIC 9V9999.

       WORKING-STORAGE SECTION.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-DC-EXEMPT-STATUS PIC XX.
       01  F-DC-CONTROL-STATUS PIC XX.

       01  DEBIT-TAX-RATE PIC 9V9999 VALUE 0.0060.
       01  CREDIT-TAX-RATE PIC 9V9999 VALUE 0.0060.
       01  APPLIED-RATE PIC 9V9999.

       01  EXEMPT-FLAG PIC X.
           88  ACCOUNT-EXEMPT VALUE 'Y'.
           88  ACCOUNT-NOT-EXEMPT VALUE 'N'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       LINKAGE SECTION.
       01  LS-ACCOUNT-KEY PIC 9(8).
       01  LS-POST-TYPE PIC X.
       01  LS-AMOUNT PIC 9(8)V99.
       01  LS-DELTA PIC S9(8)V99.
       01  LS-OWN-RESULT PIC X.
           88  LS-OWN-TRANSFER VALUE 'Y'.
       01  LS-TAX-AMOUNT PIC 9(8)V99.

       PROCEDURE DIVISION
           USING LS-ACCOUNT-KEY LS-POST-TYPE LS-AMOUNT LS-DELTA
           LS-OWN-RESULT LS-TAX-AMOUNT.

           MOVE ZERO TO LS-TAX-AMOUNT.

           IF LS-POST-TYPE = 'T' OR LS-POST-TYPE = 'R'
               GOBACK
           END-IF.

           IF LS-DELTA = ZERO OR LS-OWN-TRANSFER
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE LS-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   GOBACK
           END-READ.

           CLOSE ACCOUNTS-FILE.

           IF NOT ACCOUNT-CHECKING
               GOBACK
           END-IF.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM VERIFICAR-EXENCION.

           IF ACCOUNT-EXEMPT
               GOBACK
           END-IF.

           PERFORM LEER-ALICUOTAS.

           IF LS-DELTA < ZERO
               MOVE DEBIT-TAX-RATE TO APPLIED-RATE
           ELSE
               MOVE CREDIT-TAX-RATE TO APPLIED-RATE
           END-IF.

           COMPUTE LS-TAX-AMOUNT ROUNDED = LS-AMOUNT * APPLIED-RATE.

           GOBACK.

       VERIFICAR-EXENCION.
           SET ACCOUNT-NOT-EXEMPT TO TRUE.

           OPEN INPUT DC-TAX-EXEMPT-FILE.

           IF F-DC-EXEMPT-STATUS NOT = "00"
               CLOSE DC-TAX-EXEMPT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-ACCOUNT-KEY TO DCX-ACCOUNT.

           READ DC-TAX-EXEMPT-FILE
               KEY IS DCX-ACCOUNT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DCX-FROM-DATE NOT > WS-BUSINESS-DATE
                       AND DCX-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                       SET ACCOUNT-EXEMPT TO TRUE
                   END-IF
           END-READ.

           CLOSE DC-TAX-EXEMPT-FILE.

       LEER-ALICUOTAS.
           OPEN INPUT DC-TAX-CONTROL-FILE.

           IF F-DC-CONTROL-STATUS = "00"
               READ DC-TAX-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCT-DEBIT-RATE > ZERO
                           MOVE DCT-DEBIT-RATE TO DEBIT-TAX-RATE
                       END-IF
                       IF DCT-CREDIT-RATE > ZERO
                           MOVE DCT-CREDIT-RATE TO CREDIT-TAX-RATE
                       END-IF
               END-READ
           END-IF.

           CLOSE DC-TAX-CONTROL-FILE.

       END PROGRAM debit-credit-tax.
